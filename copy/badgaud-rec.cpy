      *> Piste d'audit du referentiel des badges (BADGAUD.DAT) : une
      *> ligne par modification appliquee a BADGEMST.DAT, avec
      *> l'image avant et l'image apres des zones nom, departement
      *> et actif. Fichier en ajout seul, dans l'ordre chronologique ;
      *> tpbdgaud l'interroge par badge ou par periode.
       01 BADGAUD-RECORD.
           05 BAU-TIMESTAMP            PIC 9(14).
           05 BAU-BADGE                PIC X(8).
      *> Origine : E = saisie ecran (tpbadge), F = flux RH nocturne
      *> (tphrfeed), P = pseudonymisation des partants (tppseudo).
           05 BAU-SOURCE               PIC X.
      *> Identifiant du superviseur (E) ou de l'exploitant du
      *> travail de nuit (F, P).
           05 BAU-OPERATOR             PIC X(8).
      *> Action : A = ajout, M = modification du nom ou du
      *> departement, D = desactivation, P = pseudonymisation (la
      *> ligne porte le pseudonyme, noms a espaces). Image avant a
      *> espaces pour un ajout.
           05 BAU-ACTION               PIC X.
           05 BAU-BEFORE.
               10 BAU-BEFORE-NAME      PIC X(30).
               10 BAU-BEFORE-DEPT      PIC X(10).
               10 BAU-BEFORE-ACTIVE-SW PIC X.
           05 BAU-AFTER.
               10 BAU-AFTER-NAME       PIC X(30).
               10 BAU-AFTER-DEPT       PIC X(10).
               10 BAU-AFTER-ACTIVE-SW  PIC X.
