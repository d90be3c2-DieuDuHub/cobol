               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RUNLOG.
               SELECT POLICY-FILE ASSIGN TO "POLIPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-POLICE.
               SELECT POLREFUS-FILE ASSIGN TO "POLREFUS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REFUS.
            DATA DIVISION.
               FILE SECTION.
               FD SCORE-FILE.
               FD RUNLOG-FILE.
               COPY "runlog-rec.cpy".

              *> Politique d'usage RH, une ligne :
              *>   colonnes 1-3   parties au plus par badge et par
              *>                  jour, 000 = pas de quota
              *>   colonnes 4-7   debut des heures de bureau (HHMM)
              *>   colonnes 8-11  fin des heures de bureau (HHMM,
              *>                  exclue), egale au debut = pas de
              *>                  plage interdite
              *>   colonnes 12-18 jours soumis a la plage, du lundi
              *>                  au dimanche (O = oui), espaces =
              *>                  du lundi au vendredi
               FD POLICY-FILE.
               01 POLICY-RECORD.
                   05 POL-MAX-PARTIES PIC 9(3).
                   05 POL-DEBUT-HEURES PIC 9(4).
                   05 POL-FIN-HEURES PIC 9(4).
                   05 POL-JOURS PIC X(7).

               FD POLREFUS-FILE.
               COPY "polrefus-rec.cpy".

               WORKING-STORAGE SECTION.
               01 OUT-MSG.
                02 FILLER PIC X(6) VALUE "Hello ".
               01 WS-MSG-TOURNOI-TOTAL PIC X(30) VALUE SPACES.
               01 WS-MSG-ABANDON-AIDE PIC X(30) VALUE SPACES.
               01 WS-MSG-ABANDON PIC X(30) VALUE SPACES.
               01 WS-MSG-QUOTA PIC X(40) VALUE SPACES.
               01 WS-MSG-PLAGE PIC X(40) VALUE SPACES.
               01 WS-FS-POLICE PIC XX.
               01 WS-FS-REFUS PIC XX.
               01 WS-EOF-SCORE PIC X VALUE 'N'.
               01 WS-POLICE-MOTIF PIC X(5) VALUE SPACES.
               01 WS-NB-PARTIES-JOUR PIC 9(4) VALUE 0.
               01 WS-POL-MAX PIC 9(3) VALUE 0.
               01 WS-POL-JOURS PIC X(7) VALUE SPACES.
               01 WS-JOUR-SEMAINE PIC 9(1).
               01 WS-MAINTENANT PIC X(14).
               01 WS-MAINTENANT-DECOUPE REDEFINES WS-MAINTENANT.
                   05 WS-MNT-DATE PIC 9(8).
                   05 WS-MNT-HHMM PIC 9(4).
                   05 FILLER PIC X(2).
            SCREEN SECTION.
               01 pls-langue.
                   02 BLANK SCREEN.
               PERFORM OUVRIR-ENTREE-LOT.
               PERFORM SAISIR-LANGUE.
               PERFORM CHARGER-MESSAGES.
               *> La configuration est lue avant la saisie du badge :
               *> la plage interdite de la politique d'usage ne
               *> s'applique pas aux sessions tournoi (voir
               *> CONTROLER-POLITIQUE).
               PERFORM CHARGER-CONFIGURATION.

               IF CFG-TOURN-ROUNDS > 1
                   MOVE SPACES TO WS-MSG-ABANDON-AIDE
               END-IF.

               PERFORM SAISIR-JOUEUR.
               PERFORM VERIFIER-REPRISE.
               PERFORM OUVRIR-JOURNAL.
               DISPLAY pla-titre.
                           TO WS-MSG-ABANDON-AIDE
                       MOVE 'Game forfeited - answer was :'
                           TO WS-MSG-ABANDON
                       MOVE 'Daily game limit reached'
                           TO WS-MSG-QUOTA
                       MOVE 'No play during core business hours'
                           TO WS-MSG-PLAGE
                   ELSE
                       MOVE 'Identifiant joueur (badge) :'
                           TO WS-MSG-BADGE
                           TO WS-MSG-ABANDON-AIDE
                       MOVE 'Partie abandonnee - cible :'
                           TO WS-MSG-ABANDON
                       MOVE 'Quota de parties du jour atteint'
                           TO WS-MSG-QUOTA
                       MOVE 'Jeu interdit aux heures de bureau'
                           TO WS-MSG-PLAGE
                   END-IF.

               SAISIR-JOUEUR.
                           DISPLAY pls-joueur
                           ACCEPT pls-joueur
                           PERFORM CONTROLER-BADGE
                           IF WS-BADGE-VALIDE-SW = 'Y'
                               PERFORM CONTROLER-POLITIQUE
                           ELSE
                               MOVE WS-MSG-BADGE-REJET
                                   TO WS-BADGE-REJET-MSG
                           END-IF
                       CLOSE BADGE-MASTER-FILE
                   END-IF.

               CONTROLER-POLITIQUE.
                   *> Politique d'usage RH (POLIPARM) : au plus n
                   *> parties par badge et par jour, et pas de jeu
                   *> pendant les heures de bureau sauf en session
                   *> tournoi. Un refus renvoie a la saisie du badge
                   *> avec le message dans la langue choisie et part
                   *> au journal des refus. Sans POLIPARM sur le
                   *> poste, aucune restriction, comme avant. Les
                   *> executions batch ne passent jamais ici (voir
                   *> SAISIR-JOUEUR).
                   MOVE SPACES TO WS-POLICE-MOTIF
                   MOVE 0 TO WS-NB-PARTIES-JOUR
                   OPEN INPUT POLICY-FILE
                   IF WS-FS-POLICE = "00"
                       READ POLICY-FILE
                           AT END
                               MOVE "10" TO WS-FS-POLICE
                       END-READ
                       CLOSE POLICY-FILE
                   END-IF
                   IF WS-FS-POLICE = "00"
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO WS-MAINTENANT
                       PERFORM CONTROLER-QUOTA
                       IF WS-POLICE-MOTIF = SPACES
                           PERFORM CONTROLER-PLAGE
                       END-IF
                       IF WS-POLICE-MOTIF NOT = SPACES
                           MOVE 'N' TO WS-BADGE-VALIDE-SW
                           IF WS-POLICE-MOTIF = "QUOTA"
                               MOVE WS-MSG-QUOTA TO WS-BADGE-REJET-MSG
                           ELSE
                               MOVE WS-MSG-PLAGE TO WS-BADGE-REJET-MSG
                           END-IF
                           PERFORM JOURNALISER-REFUS
                       END-IF
                   END-IF.

               CONTROLER-QUOTA.
                   *> Toute partie enregistree aujourd'hui compte,
                   *> gagnee ou abandonnee, chaque manche de tournoi
                   *> comme une partie. Une session tournoi doit
                   *> pouvoir jouer toutes ses manches sans depasser
                   *> le quota.
                   IF POL-MAX-PARTIES IS NUMERIC
                       MOVE POL-MAX-PARTIES TO WS-POL-MAX
                   ELSE
                       MOVE 0 TO WS-POL-MAX
                   END-IF
                   IF WS-POL-MAX > 0
                       PERFORM COMPTER-PARTIES-DU-JOUR
                       IF WS-TOURNOI-SW = 'Y'
                           IF WS-NB-PARTIES-JOUR + WS-NB-MANCHES
                                   > WS-POL-MAX
                               MOVE "QUOTA" TO WS-POLICE-MOTIF
                           END-IF
                       ELSE
                           IF WS-NB-PARTIES-JOUR NOT < WS-POL-MAX
                               MOVE "QUOTA" TO WS-POLICE-MOTIF
                           END-IF
                       END-IF
                   END-IF.

               COMPTER-PARTIES-DU-JOUR.
                   OPEN INPUT SCORE-FILE
                   IF WS-FS-SCORE = "00"
                       MOVE 'N' TO WS-EOF-SCORE
                       PERFORM UNTIL WS-EOF-SCORE = 'Y'
                           READ SCORE-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SCORE
                               NOT AT END
                                   IF SCR-BADGE = WS-EMPLOYEE-BADGE
                                       AND SCR-END-TIMESTAMP(1:8)
                                           = WS-MAINTENANT(1:8)
                                       ADD 1 TO WS-NB-PARTIES-JOUR
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE SCORE-FILE
                   END-IF.

               CONTROLER-PLAGE.
                   *> Le 1er janvier 1601 (jour 1 du calendrier des
                   *> fonctions integrales) etait un lundi : 0 pour
                   *> lundi, 6 pour dimanche, comme dans tpweekly.
                   IF WS-TOURNOI-SW NOT = 'Y'
                           AND POL-DEBUT-HEURES IS NUMERIC
                           AND POL-FIN-HEURES IS NUMERIC
                           AND POL-DEBUT-HEURES < POL-FIN-HEURES
                       IF POL-JOURS = SPACES
                           MOVE "OOOOONN" TO WS-POL-JOURS
                       ELSE
                           MOVE POL-JOURS TO WS-POL-JOURS
                       END-IF
                       COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD
                           (FUNCTION INTEGER-OF-DATE(WS-MNT-DATE) - 1
                            7)
                       IF WS-POL-JOURS(WS-JOUR-SEMAINE + 1:1) = 'O'
                               AND WS-MNT-HHMM NOT < POL-DEBUT-HEURES
                               AND WS-MNT-HHMM < POL-FIN-HEURES
                           MOVE "PLAGE" TO WS-POLICE-MOTIF
                       END-IF
                   END-IF.

               JOURNALISER-REFUS.
                   OPEN EXTEND POLREFUS-FILE
                   IF WS-FS-REFUS = "35"
                       OPEN OUTPUT POLREFUS-FILE
                   END-IF
                   MOVE WS-MAINTENANT      TO REF-TIMESTAMP
                   MOVE WS-EMPLOYEE-BADGE  TO REF-BADGE
                   MOVE WS-PLAYER-NAME     TO REF-NOM
                   MOVE WS-PLAYER-DEPT     TO REF-DEPT
                   MOVE WS-POLICE-MOTIF    TO REF-MOTIF
                   MOVE WS-NB-PARTIES-JOUR TO REF-NB-PARTIES
                   MOVE WS-POL-MAX         TO REF-MAX-PARTIES
                   MOVE WS-LANG            TO REF-LANGUE
                   WRITE POLREFUS-RECORD
                   CLOSE POLREFUS-FILE.

               CHARGER-CONFIGURATION.
                   OPEN INPUT CONFIG-FILE
                   IF WS-FS-CONFIG = "00"
