           *> ce qui manque, et le reliquat sans departement part
           *> sous SANS DEPT. Les parties abandonnees ne comptent
           *> pas dans les essais, seules les gagnees entrent dans
           *> les moyennes. Les ajustements de scores du
           *> superviseur (ADJUST.DAT) s'appliquent comme dans
           *> tpmaster : score annule ignore, essais corriges.
           *> Les scores sont tries par badge dans un fichier de
           *> travail et cumules badge par badge au fil de l'eau,
           *> comme la fusion de tpmaster : un seul badge est en
               SELECT BADGE-MASTER-FILE ASSIGN TO "BADGEMST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-BADGE.
               SELECT ADJUST-FILE ASSIGN TO "ADJUST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ADJUST.
               SELECT DEPT-PRINT-FILE ASSIGN TO "DEPTRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRINT.
               FD BADGE-MASTER-FILE.
               COPY "badge-rec.cpy".

               FD ADJUST-FILE.
               COPY "adjust-rec.cpy".

               FD DEPT-PRINT-FILE.
               01 DEPT-PRINT-LINE PIC X(132).

               01 WS-FS-PRINT PIC XX.
               01 WS-FS-WORK PIC XX.
               01 WS-FS-REF PIC XX.
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
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-EOF-REF-SW PIC X VALUE 'N'.
               01 WS-SEQ PIC 9(9) VALUE 0.

            PROCEDURE DIVISION.

               PERFORM CHARGER-AJUSTEMENTS

               SORT SORT-SCORE-FILE
                   ON ASCENDING KEY TS1-BADGE TS1-SEQ
                   INPUT PROCEDURE IS VERSER-LES-SCORES
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM AJUSTER-UN-SCORE
                                   IF SCR-OUTCOME NOT = 'A'
                                           AND WS-ANNULE-SW NOT = 'Y'
                                       ADD 1 TO WS-SEQ
                                       MOVE SCR-BADGE TO TS1-BADGE
                                       MOVE WS-SEQ TO TS1-SEQ
                                       MOVE WS-ESSAIS-RETENUS
                                           TO TS1-ATTEMPTS
                                       MOVE SCR-DEPT TO TS1-DEPT
                                       RELEASE TRI-SCORE-RECORD
                       WRITE DEPT-PRINT-LINE FROM WS-LIGNE-IGNORES
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

            END PROGRAM tpdept.
