      *> Refus de connexion au titre de la politique d'usage RH
      *> (POLREFUS.DAT) : une ligne par badge refuse au guichet de
      *> tp, ecrite en ajout seul. Lue par le rapport hebdomadaire
      *> des manquements tppolrpt.
       01 POLREFUS-RECORD.
           05 REF-TIMESTAMP            PIC 9(14).
           05 REF-BADGE                PIC X(8).
      *> Nom et departement repris du referentiel des badges a la
      *> connexion ; espaces quand le referentiel n'est pas deploye.
           05 REF-NOM                  PIC X(30).
           05 REF-DEPT                 PIC X(10).
      *> Motif du refus : QUOTA = parties du jour deja au maximum
      *> (en tournoi : plus assez de place pour toutes les manches),
      *> PLAGE = connexion pendant les heures de bureau hors tournoi.
           05 REF-MOTIF                PIC X(5).
      *> Parties deja enregistrees ce jour-la pour le badge et
      *> maximum journalier en vigueur (0 = pas de quota).
           05 REF-NB-PARTIES           PIC 9(4).
           05 REF-MAX-PARTIES          PIC 9(3).
      *> Langue choisie par le joueur (F ou E) pour le message.
           05 REF-LANGUE               PIC X.
