           *> decroissant via complement, ordre du master a egalite)
           *> et non par une table en memoire : l'effectif des badges
           *> n'est plus borne.
           *> Les ajustements de scores (ADJUST.DAT) arrivent par le
           *> master : tpmaster les applique et note par badge le
           *> nombre de lignes prises en compte. Un badge dont ce
           *> nombre ne correspond plus au fichier des ajustements
           *> est signale en pied de rapport (relancer tpmaster).
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT RANK-PRINT-FILE ASSIGN TO "RANKREPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RANK.
               SELECT ADJUST-FILE ASSIGN TO "ADJUST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ADJUST.
               SELECT SORT-WORK-FILE ASSIGN TO "RANKWORK".
            DATA DIVISION.
               FILE SECTION.
               FD RANK-PRINT-FILE.
               01 RANK-PRINT-LINE PIC X(132).

               FD ADJUST-FILE.
               COPY "adjust-rec.cpy".

               SD SORT-WORK-FILE.
               01 SORT-RECORD.
                   05 SRT-AVG-PAR PIC 9(4)V99.
               WORKING-STORAGE SECTION.
               01 WS-FS-PLAYMST PIC XX.
               01 WS-FS-RANK PIC XX.
               01 WS-FS-ADJUST PIC XX.
              *> Lignes d'ajustement par badge, pour controler
              *> que le master en a tenu compte.
               01 WS-AJB-MAX PIC 9(4) VALUE 1000.
               01 WS-AJB-CNT PIC 9(4) VALUE 0.
               01 WS-AJB-TAB.
                   05 WS-AJB-ENTRY OCCURS 1000 TIMES.
                       10 WS-AJB-BADGE PIC X(8).
                       10 WS-AJB-NB-LIGNES PIC 9(4).
               01 WS-AJB-IDX PIC 9(4).
               01 WS-AJB-TROUVE PIC 9(4).
               01 WS-AJB-BADGE-CHERCHE PIC X(8).
               01 WS-NB-AJUST-MASTER PIC 9(4).
               01 WS-NB-NON-A-JOUR PIC 9(6) VALUE 0.
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-EOF-TRI-SW PIC X VALUE 'N'.
               01 WS-SEQ PIC 9(9) VALUE 0.
                       "   PARTIES CUMULEES : ".
                   05 WS-TOT-GAMES-ED PIC ZZZZZ9.
                   05 FILLER PIC X(76) VALUE SPACES.
               01 WS-LIGNE-AJUST.
                   05 FILLER PIC X(24) VALUE
                       "ATTENTION - BADGES AVEC ".
                   05 FILLER PIC X(38) VALUE
                       "DES AJUSTEMENTS NON REPRIS AU MASTER: ".
                   05 WS-AJU-NON-A-JOUR-ED PIC ZZZZZ9.
                   05 FILLER PIC X(22) VALUE
                       "  - RELANCER TPMASTER".
                   05 FILLER PIC X(42) VALUE SPACES.

            PROCEDURE DIVISION.

                   STOP RUN
               END-IF

               PERFORM COMPTER-AJUSTEMENTS

               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-AVG-PAR SRT-BEST
                       SRT-GAMES-INV SRT-SEQ
                   INPUT PROCEDURE IS CHARGER-LES-JOUEURS
                   OUTPUT PROCEDURE IS EDITER-RAPPORT

               IF WS-NB-NON-A-JOUR > 0
                   DISPLAY "Badges avec ajustements non repris au "
                       "master : " WS-NB-NON-A-JOUR
                       " - relancer tpmaster"
               END-IF
               STOP RUN.

               COMPTER-AJUSTEMENTS.
                   OPEN INPUT ADJUST-FILE
                   IF WS-FS-ADJUST = "00"
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ ADJUST-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM COMPTER-UN-AJUSTEMENT
                           END-READ
                       END-PERFORM
                       CLOSE ADJUST-FILE
                   END-IF
                   MOVE 'N' TO WS-EOF-SW.

               COMPTER-UN-AJUSTEMENT.
                   MOVE ADJ-BADGE TO WS-AJB-BADGE-CHERCHE
                   PERFORM CHERCHER-BADGE-AJUSTE
                   IF WS-AJB-TROUVE = 0
                       IF WS-AJB-CNT NOT < WS-AJB-MAX
                           DISPLAY "Table des ajustements pleine ("
                               WS-AJB-MAX " badges)"
                           CLOSE ADJUST-FILE
                           CLOSE PLAYER-MASTER-FILE
                           STOP RUN RETURNING 8
                       END-IF
                       ADD 1 TO WS-AJB-CNT
                       MOVE WS-AJB-CNT TO WS-AJB-TROUVE
                       MOVE ADJ-BADGE TO WS-AJB-BADGE(WS-AJB-TROUVE)
                       MOVE 0 TO WS-AJB-NB-LIGNES(WS-AJB-TROUVE)
                   END-IF
                   ADD 1 TO WS-AJB-NB-LIGNES(WS-AJB-TROUVE).

               CHERCHER-BADGE-AJUSTE.
                   MOVE 0 TO WS-AJB-TROUVE
                   PERFORM VARYING WS-AJB-IDX FROM 1 BY 1
                           UNTIL WS-AJB-IDX > WS-AJB-CNT
                           OR WS-AJB-TROUVE > 0
                       IF WS-AJB-BADGE(WS-AJB-IDX)
                               = WS-AJB-BADGE-CHERCHE
                           MOVE WS-AJB-IDX TO WS-AJB-TROUVE
                       END-IF
                   END-PERFORM.

               CONTROLER-AJUSTEMENTS-BADGE.
                   *> Master anterieur aux ajustements : espaces = 0.
                   IF PMS-ADJ-CNT IS NUMERIC
                       MOVE PMS-ADJ-CNT TO WS-NB-AJUST-MASTER
                   ELSE
                       MOVE 0 TO WS-NB-AJUST-MASTER
                   END-IF
                   MOVE PMS-BADGE TO WS-AJB-BADGE-CHERCHE
                   PERFORM CHERCHER-BADGE-AJUSTE
                   IF WS-AJB-TROUVE = 0
                       IF WS-NB-AJUST-MASTER NOT = 0
                           ADD 1 TO WS-NB-NON-A-JOUR
                       END-IF
                   ELSE
                       IF WS-NB-AJUST-MASTER
                               NOT = WS-AJB-NB-LIGNES(WS-AJB-TROUVE)
                           ADD 1 TO WS-NB-NON-A-JOUR
                       END-IF
                   END-IF.

               CHARGER-LES-JOUEURS.
                   PERFORM LIRE-UN-JOUEUR
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                   END-READ.

               VERSER-UN-JOUEUR.
                   PERFORM CONTROLER-AJUSTEMENTS-BADGE
                   IF PMS-GAMES = 0
                       CONTINUE
                   ELSE
                   WRITE RANK-PRINT-LINE
                   MOVE WS-BADGE-CNT TO WS-TOT-BADGES-ED
                   MOVE WS-TOT-GAMES TO WS-TOT-GAMES-ED
                   WRITE RANK-PRINT-LINE FROM WS-LIGNE-TOTAL
                   IF WS-NB-NON-A-JOUR > 0
                       MOVE WS-NB-NON-A-JOUR TO WS-AJU-NON-A-JOUR-ED
                       WRITE RANK-PRINT-LINE FROM WS-LIGNE-AJUST
                   END-IF.

            END PROGRAM tprank.
