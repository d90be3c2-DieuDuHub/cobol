      *> Ajustement de score (ADJUST.DAT), saisi par le superviseur
      *> avec tpadjust : SCORE.DAT n'est jamais modifie, les
      *> programmes qui le lisent (tpmaster, tpweekly, tpdept,
      *> tpextract) appliquent l'ajustement au vol sur la cle du
      *> score (fin de partie + badge, voir score-rec.cpy). Fichier
      *> en ajout seul, dans l'ordre de saisie : pour une meme cle,
      *> la derniere ligne du fichier fait foi.
       01 ADJUST-RECORD.
           05 ADJ-KEY.
               10 ADJ-END-TIMESTAMP    PIC 9(14).
               10 ADJ-BADGE            PIC X(8).
      *> Action : V = score annule (la partie ne compte plus nulle
      *> part), C = nombre d'essais corrige, R = score retabli tel
      *> qu'enregistre (annule les ajustements anterieurs de la cle).
           05 ADJ-ACTION               PIC X.
      *> Nombre d'essais retenu pour une correction, zero sinon.
           05 ADJ-NEW-ATTEMPTS         PIC 9(4).
      *> Motif obligatoire : TEST = partie de test ou de
      *> demonstration, PANN = incident terminal ou reseau, INTD =
      *> joueur non autorise ou badge prete, ERRS = erreur
      *> d'enregistrement, SUSP = jeu suspect confirme (tpsuspect).
           05 ADJ-REASON               PIC X(4).
           05 ADJ-ENTRY-TS             PIC 9(14).
           05 ADJ-OPERATOR             PIC X(8).
