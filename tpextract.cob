           *>   colonnes 1-8   date de debut AAAAMMJJ
           *>   colonnes 9-16  date de fin   AAAAMMJJ
           *>   colonnes 17-24 badge (espaces = tous les badges)
           *> Les ajustements de scores du superviseur (ADJUST.DAT)
           *> s'appliquent a SCORES.CSV comme dans tpmaster : score
           *> annule non extrait, essais corriges.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT SCORE-FILE ASSIGN TO "SCORE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SCORE.
               SELECT ADJUST-FILE ASSIGN TO "ADJUST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ADJUST.
               SELECT GUESS-LOG-FILE ASSIGN TO "GUESSLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-GLOG.
               FD SCORE-FILE.
               COPY "score-rec.cpy".

               FD ADJUST-FILE.
               COPY "adjust-rec.cpy".

               FD GUESS-LOG-FILE.
               COPY "glog-rec.cpy".

               WORKING-STORAGE SECTION.
               01 WS-FS-PARAM PIC XX.
               01 WS-FS-SCORE PIC XX.
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
               01 WS-FS-GLOG PIC XX.
               01 WS-FS-ARCHIVE PIC XX.
               01 WS-ARCHIVE-NAME PIC X(17).
            PROCEDURE DIVISION.

               PERFORM LIRE-PARAMETRES
               PERFORM CHARGER-AJUSTEMENTS
               PERFORM EXTRAIRE-SCORES
               PERFORM EXTRAIRE-SAISIES
               DISPLAY "Extraction terminee - scores : " WS-NB-SCORES

               EXTRAIRE-UN-SCORE.
                   MOVE SCR-END-TIMESTAMP TO WS-TS-TRAVAIL
                   PERFORM AJUSTER-UN-SCORE
                   IF WS-TS-DATE NOT < WS-DATE-DEBUT
                           AND WS-TS-DATE NOT > WS-DATE-FIN
                           AND (WS-BADGE-CHOISI = SPACES
                               OR SCR-BADGE = WS-BADGE-CHOISI)
                           AND WS-ANNULE-SW NOT = 'Y'
                       MOVE SCR-PLAYER-NAME TO WS-NOM-TRAVAIL
                       PERFORM TAILLER-NOM
                       MOVE SPACES TO SCORE-CSV-LINE
                           "," DELIMITED BY SIZE
                           SCR-TARGET DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-ESSAIS-RETENUS DELIMITED BY SIZE
                           INTO SCORE-CSV-LINE
                       WRITE SCORE-CSV-LINE
                       ADD 1 TO WS-NB-SCORES
                       ADD 1 TO WS-NB-SAISIES
                   END-IF.

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

            END PROGRAM tpextract.
