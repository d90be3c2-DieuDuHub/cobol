           *> l'eau, puis les cumuls sont tries sur la cle de
           *> classement : un seul badge est en memoire a la fois et
           *> l'effectif n'est plus borne par une table.
           *> Un badge qui garde un signalement de jeu suspect ouvert
           *> dans SUSPECT.DAT (tpsuspect) est ecarte des gagnants :
           *> le suivant au classement prend sa place.
           *> Les ajustements de scores du superviseur (ADJUST.DAT)
           *> s'appliquent comme dans tpmaster : score annule
           *> ignore, essais corriges.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT TRANSCTL-TMP-FILE ASSIGN TO "TRANSCTL.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-TRANSCTL-TMP.
               SELECT SUSPECT-FILE ASSIGN TO "SUSPECT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SUSPECT.
               SELECT ADJUST-FILE ASSIGN TO "ADJUST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ADJUST.
               SELECT WEEK-WORK-FILE ASSIGN TO "WEEKWORK.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-WORK.
                   ==TCT-STATUT==      BY ==TCT-TMP-STATUT==
                   ==TCT-MOTIF==       BY ==TCT-TMP-MOTIF==.

               FD SUSPECT-FILE.
               COPY "suspect-rec.cpy".

               FD ADJUST-FILE.
               COPY "adjust-rec.cpy".

               FD WEEK-WORK-FILE.
               01 WORK-RECORD.
                   05 WRK-BADGE PIC X(8).
               01 WS-FS-TRANSCTL PIC XX.
               01 WS-FS-TRANSCTL-TMP PIC XX.
               01 WS-FS-WORK PIC XX.
               01 WS-FS-SUSPECT PIC XX.
               01 WS-FS-ADJUST PIC XX.
              *> Ajustements en vigueur, une entree par cle de score
              *> (derniere ligne de ADJUST.DAT pour la cle), meme
              *> table que tpmaster.
               01 WS-AJU-MAX PIC 9(4) VALUE 1000.
               01 WS-AJU-CNT PIC 9(4) VALUE 0.
               01 WS-AJU-TAB.
                   05 WS-AJU-ENTRY OCCURS 1000 TIMES.
                       10 WS-AJU-CLE.
                           15 WS-AJU-FIN-TS PIC 9(14).
                           15 WS-AJU-BADGE PIC X(8).
                       10 WS-AJU-ACTION PIC X.
                       10 WS-AJU-ESSAIS PIC 9(4).
                       10 WS-AJU-NB-LIGNES PIC 9(4).
               01 WS-AJU-IDX PIC 9(4).
               01 WS-AJU-TROUVE PIC 9(4).
               01 WS-AJU-CLE-CHERCHEE PIC X(22).
               01 WS-ANNULE-SW PIC X VALUE 'N'.
               01 WS-ESSAIS-RETENUS PIC 9(4).
               01 WS-EOF-SUS-SW PIC X VALUE 'N'.
               01 WS-SUSPECT-SW PIC X VALUE 'N'.
               01 WS-NB-ECARTES PIC 9(6) VALUE 0.
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-EOF-TRI-SW PIC X VALUE 'N'.
               01 WS-DATE-TRAIT PIC 9(8).

               PERFORM LIRE-PARAMETRE
               PERFORM CALCULER-SEMAINE
               PERFORM CHARGER-AJUSTEMENTS

               SORT SORT-SCORE-FILE
                   ON ASCENDING KEY TS1-BADGE TS1-SEQ
                   INPUT PROCEDURE IS AGREGER-LES-BADGES
                   OUTPUT PROCEDURE IS RETENIR-LES-GAGNANTS

               MOVE WS-IDX TO WS-NB-GAGNANTS
               PERFORM COMPLETER-LES-NOMS
               PERFORM ECRIRE-INTERFACE
               PERFORM ENREGISTRER-TRANSMISSION
               DISPLAY "Gagnants de la semaine " WS-NO-SEMAINE
                   " (" WS-DATE-LUNDI " - " WS-DATE-DIMANCHE ") : "
                   WS-NB-GAGNANTS
               IF WS-NB-ECARTES > 0
                   DISPLAY "Badges ecartes (signalement ouvert) : "
                       WS-NB-ECARTES
               END-IF
               STOP RUN.

               LIRE-PARAMETRE.
                   *> des scores a badge egal (dernier nom et dernier
                   *> departement non blancs).
                   MOVE SCR-END-TIMESTAMP TO WS-TS-TRAVAIL
                   PERFORM AJUSTER-UN-SCORE
                   IF WS-TS-DATE NOT < WS-DATE-LUNDI
                           AND WS-TS-DATE NOT > WS-DATE-DIMANCHE
                           AND SCR-OUTCOME NOT = 'A'
                           AND WS-ANNULE-SW NOT = 'Y'
                       ADD 1 TO WS-SEQ
                       MOVE SCR-BADGE TO TS1-BADGE
                       MOVE WS-SEQ TO TS1-SEQ
                       MOVE WS-ESSAIS-RETENUS TO TS1-ATTEMPTS
                       MOVE SCR-PLAYER-NAME TO TS1-NOM
                       MOVE SCR-DEPT TO TS1-DEPT
                       MOVE SCR-LOW TO TS1-LOW
               RETENIR-LES-GAGNANTS.
                   *> Seuls les trois premiers cumuls interessent
                   *> l'interface : le reste du tri est abandonne.
                   *> Un badge au signalement de jeu suspect ouvert
                   *> est saute et le suivant prend sa place.
                   PERFORM RETOURNER-UN-BADGE
                   PERFORM UNTIL WS-EOF-TRI-SW = 'Y'
                           OR WS-IDX NOT < 3
                       PERFORM CHERCHER-SIGNALEMENT-OUVERT
                       IF WS-SUSPECT-SW = 'Y'
                           ADD 1 TO WS-NB-ECARTES
                           DISPLAY "Badge ecarte (signalement ouvert) "
                               ": " TS2-BADGE
                       ELSE
                           ADD 1 TO WS-IDX
                           MOVE TS2-BADGE TO WS-GAG-BADGE(WS-IDX)
                           MOVE TS2-NOM TO WS-GAG-NOM(WS-IDX)
                           MOVE TS2-DEPT TO WS-GAG-DEPT(WS-IDX)
                           MOVE TS2-GAMES TO WS-GAG-GAMES(WS-IDX)
                           MOVE TS2-BEST TO WS-GAG-BEST(WS-IDX)
                           MOVE TS2-BEST-PERF
                               TO WS-GAG-BEST-PERF(WS-IDX)
                       END-IF
                       PERFORM RETOURNER-UN-BADGE
                   END-PERFORM.

               CHERCHER-SIGNALEMENT-OUVERT.
                   *> Fichier absent (tpsuspect jamais passe) : aucun
                   *> badge n'est ecarte.
                   MOVE 'N' TO WS-SUSPECT-SW
                   OPEN INPUT SUSPECT-FILE
                   IF WS-FS-SUSPECT = "00"
                       MOVE 'N' TO WS-EOF-SUS-SW
                       PERFORM UNTIL WS-EOF-SUS-SW = 'Y'
                           READ SUSPECT-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SUS-SW
                               NOT AT END
                                   IF SUS-BADGE = TS2-BADGE
                                           AND SUS-STATUS = 'O'
                                       MOVE 'Y' TO WS-SUSPECT-SW
                                       MOVE 'Y' TO WS-EOF-SUS-SW
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE SUSPECT-FILE
                   END-IF.

               RETOURNER-UN-BADGE.
                   RETURN SORT-BADGE-FILE
                       AT END MOVE 'Y' TO WS-EOF-TRI-SW
                   CLOSE TRANSCTL-FILE
                   CLOSE TRANSCTL-TMP-FILE.

               AJUSTER-UN-SCORE.
                   *> Ajustement en vigueur sur la cle du score (meme
                   *> regle que tpmaster) : annule, le score ne compte
                   *> pas ; corrige, le nombre d'essais saisi par le
                   *> superviseur remplace celui du score ; retabli,
                   *> le score compte tel qu'enregistre.
                   MOVE 'N' TO WS-ANNULE-SW
                   MOVE SCR-ATTEMPTS TO WS-ESSAIS-RETENUS
                   IF WS-AJU-CNT > 0
                       MOVE SCR-KEY TO WS-AJU-CLE-CHERCHEE
                       PERFORM CHERCHER-AJUSTEMENT
                       IF WS-AJU-TROUVE > 0
                           EVALUATE WS-AJU-ACTION(WS-AJU-TROUVE)
                               WHEN 'V'
                                   MOVE 'Y' TO WS-ANNULE-SW
                               WHEN 'C'
                                   MOVE WS-AJU-ESSAIS(WS-AJU-TROUVE)
                                       TO WS-ESSAIS-RETENUS
                           END-EVALUATE
                       END-IF
                   END-IF.

               CHARGER-AJUSTEMENTS.
                   *> Fichier absent = aucun ajustement. La table est
                   *> bornee : mieux vaut arreter que cumuler en
                   *> ignorant un ajustement.
                   OPEN INPUT ADJUST-FILE
                   IF WS-FS-ADJUST = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ ADJUST-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM RETENIR-UN-AJUSTEMENT
                           END-READ
                       END-PERFORM
                       CLOSE ADJUST-FILE
                   END-IF
                   MOVE 'N' TO WS-EOF-SW.

               RETENIR-UN-AJUSTEMENT.
                   MOVE ADJ-KEY TO WS-AJU-CLE-CHERCHEE
                   PERFORM CHERCHER-AJUSTEMENT
                   IF WS-AJU-TROUVE = 0
                       IF WS-AJU-CNT NOT < WS-AJU-MAX
                           DISPLAY "Table des ajustements pleine ("
                               WS-AJU-MAX " cles)"
                           CLOSE ADJUST-FILE
                           STOP RUN RETURNING 8
                       END-IF
                       ADD 1 TO WS-AJU-CNT
                       MOVE WS-AJU-CNT TO WS-AJU-TROUVE
                       MOVE ADJ-KEY TO WS-AJU-CLE(WS-AJU-TROUVE)
                       MOVE 0 TO WS-AJU-NB-LIGNES(WS-AJU-TROUVE)
                   END-IF
                   MOVE ADJ-ACTION TO WS-AJU-ACTION(WS-AJU-TROUVE)
                   IF ADJ-NEW-ATTEMPTS IS NUMERIC
                       MOVE ADJ-NEW-ATTEMPTS
                           TO WS-AJU-ESSAIS(WS-AJU-TROUVE)
                   ELSE
                       MOVE 0 TO WS-AJU-ESSAIS(WS-AJU-TROUVE)
                   END-IF
                   ADD 1 TO WS-AJU-NB-LIGNES(WS-AJU-TROUVE).

               CHERCHER-AJUSTEMENT.
                   MOVE 0 TO WS-AJU-TROUVE
                   PERFORM VARYING WS-AJU-IDX FROM 1 BY 1
                           UNTIL WS-AJU-IDX > WS-AJU-CNT
                           OR WS-AJU-TROUVE > 0
                       IF WS-AJU-CLE(WS-AJU-IDX) = WS-AJU-CLE-CHERCHEE
                           MOVE WS-AJU-IDX TO WS-AJU-TROUVE
                       END-IF
                   END-PERFORM.

            END PROGRAM tpweekly.
