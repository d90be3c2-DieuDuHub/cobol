      *> Master des divisions (DIVMST.DAT), un enregistrement par
      *> badge place, trie par badge. Entretenu par tpdiv en fin de
      *> mois : placement des nouveaux badges, montees et descentes.
      *> Contrairement a PLAYMST.DAT ce n'est pas un fichier derive :
      *> l'historique des montees et descentes ne se reconstruit pas
      *> depuis SCORE.DAT (il figure dans les sauvegardes tpsauve).
      *> Le nom du joueur n'y est pas repris : il vient du master
      *> joueurs a chaque passage.
       01 DIVMST-RECORD.
           05 DIV-BADGE                PIC X(8).
      *> Division : 1 = OR, 2 = ARGENT, 3 = BRONZE.
           05 DIV-DIVISION             PIC 9.
      *> Mois (AAAAMM) d'entree dans la division actuelle.
           05 DIV-DEPUIS               PIC 9(6).
      *> Derniere fin de mois traitee : un mois deja traite n'est
      *> pas rejoue.
           05 DIV-MOIS                 PIC 9(6).
      *> Decision de la derniere fin de mois : M = maintien,
      *> P = montee, R = descente, N = nouveau placement ; division
      *> d'avant la decision (0 pour un nouveau placement).
           05 DIV-MOUVEMENT            PIC X.
           05 DIV-DIV-PREC             PIC 9.
      *> Chiffres du mois traite : parties gagnees et abandonnees,
      *> perf/par moyenne du mois en centiemes, position au
      *> classement du mois de la division (0 = non classe, moins
      *> de parties que le minimum), perf/par moyenne de carriere
      *> en centiemes (PMS-TOT-PAR-CENTS / PMS-GAMES).
           05 DIV-PARTIES              PIC 9(4).
           05 DIV-ABANDONS             PIC 9(4).
           05 DIV-PERF-MOIS            PIC 9(6).
           05 DIV-POSITION             PIC 9(4).
           05 DIV-PERF-CARRIERE        PIC 9(6).
