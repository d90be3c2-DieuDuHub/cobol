      *> Catalogue des generations de sauvegarde (SAUVCAT.DAT), tenu
      *> par tpsauve : un enregistrement par generation, dans l'ordre
      *> de creation. Sert au vieillissement, qui ne garde que les
      *> dernieres generations COMPLETE (nombre lu dans SAUVPARM).
       01 SAUVCAT-RECORD.
           05 CAT-GENERATION        PIC 9(14).
           05 CAT-NB-FICHIERS       PIC 9(2).
           05 CAT-NB-ENREG          PIC 9(11).
      *> COMPLETE = toutes les copies relues conformes, ECART = une
      *> copie au moins differe de son original (generation
      *> inutilisable pour une restauration).
           05 CAT-STATUT            PIC X(8).
