      *> Manifeste d'une generation de sauvegarde (SAUVM.<gen>.DAT,
      *> <gen> = horodatage AAAAMMJJHHMMSS du passage de tpsauve) :
      *> un enregistrement par fichier de donnees sauvegarde dans
      *> SAUV.<gen>.<fichier>. tprestor relit la copie et le fichier
      *> restaure contre ce manifeste.
       01 SAUVMAN-RECORD.
           05 MAN-GENERATION        PIC 9(14).
           05 MAN-FICHIER           PIC X(12).
      *> O = fichier present et copie, N = fichier absent au moment
      *> de la sauvegarde (la restauration le supprime alors).
           05 MAN-PRESENT           PIC X.
           05 MAN-NB-ENREG          PIC 9(9).
      *> Total de controle : somme, sur tous les enregistrements, du
      *> rang de chaque caractere multiplie par sa position dans
      *> l'enregistrement (256 positions). Un caractere change ou
      *> deplace modifie le total.
           05 MAN-CONTROLE          PIC 9(18).
