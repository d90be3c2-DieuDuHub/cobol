           *> plus borne par une table. Le numero de sequence du tri
           *> conserve l'ordre du fichier des scores a badge egal
           *> (dernier nom non blanc, borne d'un meme tournoi).
           *> Les ajustements du superviseur (ADJUST.DAT, tpadjust)
           *> s'appliquent au vol sur la cle du score : un score
           *> annule ne compte plus, une correction remplace le
           *> nombre d'essais. Le master garde le nombre de lignes
           *> d'ajustement deja prises en compte par badge : quand
           *> il change, le badge est recalcule depuis tous ses
           *> scores (un ajustement peut viser un score deja
           *> fusionne, sous la borne PMS-LAST-TS).
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT MASTER-TMP-FILE ASSIGN TO "PLAYMST.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PLAYMST-TMP.
               SELECT ADJUST-FILE ASSIGN TO "ADJUST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ADJUST.
               SELECT SORT-WORK-FILE ASSIGN TO "MASTWORK".
            DATA DIVISION.
               FILE SECTION.
                   ==PMS-LAST-TS==       BY ==PMS-TMP-LAST-TS==
                   ==PMS-TOT-DURATION==  BY ==PMS-TMP-TOT-DURATION==
                   ==PMS-TOT-PAR-CENTS== BY ==PMS-TMP-TOT-PAR-CENTS==
                   ==PMS-FORFEITS==      BY ==PMS-TMP-FORFEITS==
                   ==PMS-ADJ-CNT==       BY ==PMS-TMP-ADJ-CNT==.

               FD ADJUST-FILE.
               COPY "adjust-rec.cpy".

               SD SORT-WORK-FILE.
               01 SORT-RECORD.
               01 WS-FS-SCORE PIC XX.
               01 WS-FS-PLAYMST PIC XX.
               01 WS-FS-PLAYMST-TMP PIC XX.
               01 WS-FS-ADJUST PIC XX.
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-EOF-MASTER-SW PIC X VALUE 'N'.
               01 WS-MASTER-OUVERT-SW PIC X VALUE 'N'.
               01 WS-EOF-TRI-SW PIC X VALUE 'N'.
               01 WS-SEQ PIC 9(9) VALUE 0.
               01 WS-BADGE-EN-COURS PIC X(8).
               01 WS-CUR-TOT-DUR PIC 9(9).
               01 WS-CUR-TOT-PAR PIC 9(9).
               01 WS-CUR-ABANDONS PIC 9(6).
               01 WS-CUR-NB-AJUST PIC 9(4).
               01 WS-ANCIEN-NB-AJUST PIC 9(4).
              *> Borne haute telle que chargee du master, figee
              *> pendant la fusion du badge : les parties d'un meme
              *> tournoi partagent la meme seconde de fin et doivent
               01 WS-NB-APPLIQUES PIC 9(6) VALUE 0.
               01 WS-NB-DEJA-FUSIONNES PIC 9(6) VALUE 0.
               01 WS-JOUEUR-CNT PIC 9(6) VALUE 0.
               01 WS-NB-ANNULES PIC 9(6) VALUE 0.
               01 WS-NB-CORRIGES PIC 9(6) VALUE 0.
               01 WS-NB-RECALCULES PIC 9(6) VALUE 0.
              *> Ajustements en vigueur, une entree par cle de score
              *> (derniere ligne de ADJUST.DAT pour la cle) avec le
              *> nombre de lignes saisies sur la cle.
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

            PROCEDURE DIVISION.

               PERFORM CHARGER-AJUSTEMENTS

               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-BADGE SRT-SEQ
                   INPUT PROCEDURE IS VERSER-LES-SCORES
               DISPLAY "  scores lus       : " WS-NB-LUS
               DISPLAY "  appliques        : " WS-NB-APPLIQUES
               DISPLAY "  deja fusionnes   : " WS-NB-DEJA-FUSIONNES
               DISPLAY "  scores annules   : " WS-NB-ANNULES
               DISPLAY "  scores corriges  : " WS-NB-CORRIGES
               DISPLAY "  badges recalcules: " WS-NB-RECALCULES
               DISPLAY "  badges au master : " WS-JOUEUR-CNT
               STOP RUN.

                   MOVE SCR-LOW TO SRT-LOW
                   MOVE SCR-HIGH TO SRT-HIGH
                   MOVE SCR-OUTCOME TO SRT-OUTCOME
                   IF WS-AJU-CNT > 0
                       PERFORM AJUSTER-UN-SCORE
                   END-IF
                   RELEASE SORT-RECORD.

               AJUSTER-UN-SCORE.
                   *> Un score annule passe quand meme au tri, avec
                   *> l'issue V : il signale le badge a la fusion
                   *> sans rien cumuler. Un retablissement (R) laisse
                   *> le score tel qu'enregistre.
                   MOVE SCR-KEY TO WS-AJU-CLE-CHERCHEE
                   PERFORM CHERCHER-AJUSTEMENT
                   IF WS-AJU-TROUVE > 0
                       EVALUATE WS-AJU-ACTION(WS-AJU-TROUVE)
                           WHEN 'V'
                               MOVE 'V' TO SRT-OUTCOME
                               ADD 1 TO WS-NB-ANNULES
                           WHEN 'C'
                               MOVE WS-AJU-ESSAIS(WS-AJU-TROUVE)
                                   TO SRT-ATTEMPTS
                               ADD 1 TO WS-NB-CORRIGES
                       END-EVALUATE
                   END-IF.

               CHARGER-AJUSTEMENTS.
                   *> Fichier absent = aucun ajustement. La table est
                   *> bornee : mieux vaut arreter la chaine que
                   *> cumuler en ignorant un ajustement.
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

               COMPTER-AJUSTEMENTS-DU-BADGE.
                   MOVE 0 TO WS-CUR-NB-AJUST
                   PERFORM VARYING WS-AJU-IDX FROM 1 BY 1
                           UNTIL WS-AJU-IDX > WS-AJU-CNT
                       IF WS-AJU-BADGE(WS-AJU-IDX) = WS-BADGE-EN-COURS
                           ADD WS-AJU-NB-LIGNES(WS-AJU-IDX)
                               TO WS-CUR-NB-AJUST
                       END-IF
                   END-PERFORM.

               FUSIONNER-AU-MASTER.
                   *> Fusion sequentielle classique : l'ancien master
                   *> et les scores tries avancent ensemble par badge
                   OPEN OUTPUT MASTER-TMP-FILE
                   OPEN INPUT PLAYER-MASTER-FILE
                   IF WS-FS-PLAYMST = "00"
                       MOVE 'Y' TO WS-MASTER-OUVERT-SW
                       MOVE 'N' TO WS-EOF-MASTER-SW
                       PERFORM LIRE-UN-MAITRE
                   ELSE
                   PERFORM FUSIONNER-UN-BADGE
                       UNTIL WS-EOF-MASTER-SW = 'Y'
                       AND WS-EOF-TRI-SW = 'Y'
                   *> Le statut vaut 10 apres la fin de fichier : le
                   *> master ouvert doit etre ferme avant sa
                   *> reecriture.
                   IF WS-MASTER-OUVERT-SW = 'Y'
                       CLOSE PLAYER-MASTER-FILE
                   END-IF
                   CLOSE MASTER-TMP-FILE.
                   ELSE
                       MOVE 0 TO PMS-TMP-FORFEITS
                   END-IF
                   IF PMS-ADJ-CNT IS NUMERIC
                       MOVE PMS-ADJ-CNT TO PMS-TMP-ADJ-CNT
                   ELSE
                       MOVE 0 TO PMS-TMP-ADJ-CNT
                   END-IF
                   WRITE PLAYMST-TMP-RECORD.

               AMORCER-BADGE-NOUVEAU.
                   MOVE 0 TO WS-CUR-GAMES
                   MOVE 0 TO WS-CUR-TOT-ATT
                   MOVE 9999 TO WS-CUR-BEST
                   *> Premiere partie posee par le premier score qui
                   *> compte (un score annule ne la fixe pas).
                   MOVE 99999999999999 TO WS-CUR-PREM-TS
                   MOVE 0 TO WS-CUR-DERN-TS
                   MOVE 0 TO WS-CUR-TOT-DUR
                   MOVE 0 TO WS-CUR-TOT-PAR
                   MOVE 0 TO WS-CUR-ABANDONS
                   MOVE 0 TO WS-CUR-ANCIEN-TS
                   PERFORM COMPTER-AJUSTEMENTS-DU-BADGE.

               AMORCER-BADGE-CONNU.
                   MOVE PMS-BADGE TO WS-BADGE-EN-COURS
                   ELSE
                       MOVE 0 TO WS-CUR-ABANDONS
                   END-IF
                   MOVE PMS-LAST-TS TO WS-CUR-ANCIEN-TS
                   *> Nouvel ajustement sur le badge depuis la
                   *> derniere fusion : les cumuls repartent de zero
                   *> et tous les scores du badge sont rejoues.
                   *> Espaces sur les masters anterieurs = 0.
                   IF PMS-ADJ-CNT IS NUMERIC
                       MOVE PMS-ADJ-CNT TO WS-ANCIEN-NB-AJUST
                   ELSE
                       MOVE 0 TO WS-ANCIEN-NB-AJUST
                   END-IF
                   PERFORM COMPTER-AJUSTEMENTS-DU-BADGE
                   IF WS-CUR-NB-AJUST NOT = WS-ANCIEN-NB-AJUST
                       PERFORM AMORCER-BADGE-NOUVEAU
                       ADD 1 TO WS-NB-RECALCULES
                   END-IF.

               CONSOMMER-LES-SCORES.
                   *> Un score annule (issue V) ne compte nulle part.
                   IF SRT-OUTCOME = 'V'
                       CONTINUE
                   ELSE
                       IF SRT-END-TS > WS-CUR-ANCIEN-TS
                           PERFORM APPLIQUER-UN-SCORE
                       ELSE
                           ADD 1 TO WS-NB-DEJA-FUSIONNES
                       END-IF
                   END-IF
                   PERFORM RETOURNER-UN-SCORE.

                   MOVE WS-CUR-GAMES TO PMS-TMP-GAMES
                   MOVE WS-CUR-TOT-ATT TO PMS-TMP-TOT-ATTEMPTS
                   MOVE WS-CUR-BEST TO PMS-TMP-BEST-ATTEMPTS
                   *> Badge sans score qui compte : pas de premiere
                   *> partie, comme pas de derniere.
                   IF WS-CUR-PREM-TS = 99999999999999
                       MOVE 0 TO PMS-TMP-FIRST-TS
                   ELSE
                       MOVE WS-CUR-PREM-TS TO PMS-TMP-FIRST-TS
                   END-IF
                   MOVE WS-CUR-DERN-TS TO PMS-TMP-LAST-TS
                   MOVE WS-CUR-TOT-DUR TO PMS-TMP-TOT-DURATION
                   MOVE WS-CUR-TOT-PAR TO PMS-TMP-TOT-PAR-CENTS
                   MOVE WS-CUR-ABANDONS TO PMS-TMP-FORFEITS
                   MOVE WS-CUR-NB-AJUST TO PMS-TMP-ADJ-CNT
                   WRITE PLAYMST-TMP-RECORD.

               CALCULER-DUREE.
                               MOVE PMS-TMP-TOT-PAR-CENTS
                                   TO PMS-TOT-PAR-CENTS
                               MOVE PMS-TMP-FORFEITS TO PMS-FORFEITS
                               MOVE PMS-TMP-ADJ-CNT TO PMS-ADJ-CNT
                               WRITE PLAYMST-RECORD
                       END-READ
                   END-PERFORM
