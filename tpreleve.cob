            IDENTIFICATION DIVISION.
            PROGRAM-ID. tpreleve.
           *> Releve mensuel personnel des joueurs, a passer en fin de
           *> mois apres tpmaster : un releve par badge actif du
           *> referentiel BADGEMST.DAT ayant joue dans le mois lu dans
           *> RELVPARM (colonnes 1-6, AAAAMM), ecrit en format fixe
           *> dans RELEVE.DAT (dessin dans releve-rec.cpy) pour le
           *> publipostage de la communication interne. Chaque
           *> releve donne :
           *>   le nom et le departement du referentiel
           *>   les parties gagnees et abandonnees du mois, meilleur
           *>   et moyenne des essais, perf/par moyenne du mois
           *>   la perf/par moyenne de carriere du master PLAYMST.DAT
           *>   l'evolution par rapport au mois precedent
           *>   le rang actuel au classement general, calcule comme
           *>   tprank (perf/par moyenne, meilleur score, parties)
           *>   les sessions tournoi du mois (TOURN.DAT)
           *> Un badge sans partie ni tournoi dans le mois n'a pas de
           *> releve ; les badges inactifs n'en ont jamais. Le total
           *> de controle en fin de fichier donne le nombre de
           *> releves et d'enregistrements.
           *> Les ajustements de scores du superviseur (ADJUST.DAT)
           *> s'appliquent comme dans tpmaster : score annule ignore,
           *> essais corriges.
           *> Scores, tournois, classement et referentiel sont tries
           *> par badge dans des fichiers de travail puis rapproches
           *> au fil de l'eau comme dans tpdept : l'effectif n'est
           *> pas borne par une table.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PARAM-FILE ASSIGN TO "RELVPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PARAM.
               SELECT SCORE-FILE ASSIGN TO "SCORE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SCORE.
               SELECT ADJUST-FILE ASSIGN TO "ADJUST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ADJUST.
               SELECT BADGE-MASTER-FILE ASSIGN TO "BADGEMST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-BADGE.
               SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PLAYMST.
               SELECT TOURN-FILE ASSIGN TO "TOURN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-TOURN.
               SELECT RELEVE-FILE ASSIGN TO "RELEVE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELEVE.
               SELECT SCORE-WORK-FILE ASSIGN TO "RELVSCO.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SCO-WORK.
               SELECT TOURN-WORK-FILE ASSIGN TO "RELVTRN.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-TRN-WORK.
               SELECT RANG-WORK-FILE ASSIGN TO "RELVRNG.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RNG-WORK.
               SELECT RANGB-WORK-FILE ASSIGN TO "RELVRNB.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RNB-WORK.
               SELECT REF-WORK-FILE ASSIGN TO "RELVREF.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REF-WORK.
               SELECT SORT-SCORE-FILE ASSIGN TO "RELVSRT1".
               SELECT SORT-TOURN-FILE ASSIGN TO "RELVSRT2".
               SELECT SORT-RANG-FILE ASSIGN TO "RELVSRT3".
               SELECT SORT-RANGB-FILE ASSIGN TO "RELVSRT4".
               SELECT SORT-REF-FILE ASSIGN TO "RELVSRT5".
            DATA DIVISION.
               FILE SECTION.
               FD PARAM-FILE.
               01 PARAM-RECORD.
                   05 RLP-MOIS PIC 9(6).

               FD SCORE-FILE.
               COPY "score-rec.cpy".

               FD ADJUST-FILE.
               COPY "adjust-rec.cpy".

               FD BADGE-MASTER-FILE.
               COPY "badge-rec.cpy".

               FD PLAYER-MASTER-FILE.
               COPY "playmst-rec.cpy".

               FD TOURN-FILE.
               COPY "tourn-rec.cpy".

               FD RELEVE-FILE.
               COPY "releve-rec.cpy".

              *> Scores du mois et du mois precedent, ajustements
              *> appliques. Periode : C = mois du releve, P = mois
              *> precedent. Issue : G = gagnee, A = abandonnee.
               FD SCORE-WORK-FILE.
               01 SCO-WORK-RECORD.
                   05 WSC-BADGE PIC X(8).
                   05 WSC-SEQ PIC 9(9).
                   05 WSC-PERIODE PIC X.
                   05 WSC-ISSUE PIC X.
                   05 WSC-ESSAIS PIC 9(4).
                   05 WSC-PERF PIC 9(6).

               FD TOURN-WORK-FILE.
               01 TRN-WORK-RECORD.
                   05 WTN-BADGE PIC X(8).
                   05 WTN-FIN-TS PIC 9(14).
                   05 WTN-MANCHES PIC 9(2).
                   05 WTN-TOTAL PIC 9(6).
                   05 WTN-MEILLEURE PIC 9(4).

               FD RANG-WORK-FILE.
               01 RNG-WORK-RECORD.
                   05 WRG-BADGE PIC X(8).
                   05 WRG-RANG PIC 9(6).
                   05 WRG-PERF PIC 9(6).

               FD RANGB-WORK-FILE.
               01 RNB-WORK-RECORD.
                   05 WRB-BADGE PIC X(8).
                   05 WRB-RANG PIC 9(6).
                   05 WRB-PERF PIC 9(6).

               FD REF-WORK-FILE.
               01 REF-WORK-RECORD.
                   05 WRF-BADGE PIC X(8).
                   05 WRF-NOM PIC X(30).
                   05 WRF-DEPT PIC X(10).
                   05 WRF-ACTIF PIC X.

               SD SORT-SCORE-FILE.
               01 TRI-SCORE-RECORD.
                   05 TS1-BADGE PIC X(8).
                   05 TS1-SEQ PIC 9(9).
                   05 TS1-PERIODE PIC X.
                   05 TS1-ISSUE PIC X.
                   05 TS1-ESSAIS PIC 9(4).
                   05 TS1-PERF PIC 9(6).

               SD SORT-TOURN-FILE.
               01 TRI-TOURN-RECORD.
                   05 TS2-BADGE PIC X(8).
                   05 TS2-FIN-TS PIC 9(14).
                   05 TS2-MANCHES PIC 9(2).
                   05 TS2-TOTAL PIC 9(6).
                   05 TS2-MEILLEURE PIC 9(4).

              *> Meme cle de classement que tprank.
               SD SORT-RANG-FILE.
               01 TRI-RANG-RECORD.
                   05 TS3-AVG-PAR PIC 9(4)V99.
                   05 TS3-BEST PIC 9(4).
                   05 TS3-GAMES-INV PIC 9(6).
                   05 TS3-SEQ PIC 9(9).
                   05 TS3-BADGE PIC X(8).
                   05 TS3-PERF PIC 9(6).

               SD SORT-RANGB-FILE.
               01 TRI-RANGB-RECORD.
                   05 TS4-BADGE PIC X(8).
                   05 TS4-RANG PIC 9(6).
                   05 TS4-PERF PIC 9(6).

               SD SORT-REF-FILE.
               01 TRI-REF-RECORD.
                   05 TS5-BADGE PIC X(8).
                   05 TS5-NOM PIC X(30).
                   05 TS5-DEPT PIC X(10).
                   05 TS5-ACTIF PIC X.

               WORKING-STORAGE SECTION.
               01 WS-FS-PARAM PIC XX.
               01 WS-FS-SCORE PIC XX.
               01 WS-FS-ADJUST PIC XX.
               01 WS-FS-BADGE PIC XX.
               01 WS-FS-PLAYMST PIC XX.
               01 WS-FS-TOURN PIC XX.
               01 WS-FS-RELEVE PIC XX.
               01 WS-FS-SCO-WORK PIC XX.
               01 WS-FS-TRN-WORK PIC XX.
               01 WS-FS-RNG-WORK PIC XX.
               01 WS-FS-RNB-WORK PIC XX.
               01 WS-FS-REF-WORK PIC XX.
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
               01 WS-EOF-TRI-SW PIC X VALUE 'N'.
               01 WS-MOIS PIC 9(6).
               01 WS-MOIS-PREC PIC 9(6).
               01 WS-ANNEE PIC 9(4).
               01 WS-NO-MOIS PIC 9(2).
               01 WS-DATE-TRAIT PIC 9(8).
               01 WS-TS-TRAVAIL PIC X(14).
               01 WS-TS-DECOUPE REDEFINES WS-TS-TRAVAIL.
                   05 WS-TS-MOIS PIC 9(6).
                   05 FILLER PIC X(8).
               01 WS-SEQ PIC 9(9) VALUE 0.
               01 WS-RANG PIC 9(6) VALUE 0.
               01 WS-NB-CLASSES PIC 9(6) VALUE 0.
               01 WS-MANCHE PIC 9(2).
               01 WS-LOW-N PIC 9(4).
               01 WS-HIGH-N PIC 9(4).
               01 WS-ETENDUE PIC 9(4).
               01 WS-COUVERTURE PIC 9(5).
               01 WS-PAR PIC 9(2).
               01 WS-PERF-CENTS PIC 9(6).
              *> Rapprochement par badge : cle courante de chaque
              *> fichier de travail, HIGH-VALUES en fin de fichier.
               01 WS-CLE-SCO PIC X(8).
               01 WS-CLE-TRN PIC X(8).
               01 WS-CLE-RNB PIC X(8).
               01 WS-BADGE-EN-COURS PIC X(8).
              *> Cumuls du badge en cours, mois du releve (CUR) et
              *> mois precedent (PRE).
               01 WS-CUR-GAGNEES PIC 9(4).
               01 WS-CUR-ABANDONS PIC 9(4).
               01 WS-CUR-MEILLEUR PIC 9(4).
               01 WS-CUR-SUM-ESSAIS PIC 9(9).
               01 WS-CUR-SUM-PERF PIC 9(9).
               01 WS-PRE-GAGNEES PIC 9(4).
               01 WS-PRE-ABANDONS PIC 9(4).
               01 WS-PRE-SUM-ESSAIS PIC 9(9).
               01 WS-PRE-SUM-PERF PIC 9(9).
               01 WS-CUR-MOYENNE PIC 9(6).
               01 WS-CUR-PERF PIC 9(6).
               01 WS-PRE-MOYENNE PIC 9(6).
               01 WS-PRE-PERF PIC 9(6).
               01 WS-BADGE-RANG PIC 9(6).
               01 WS-BADGE-PERF PIC 9(6).
               01 WS-NB-RELEVES PIC 9(6) VALUE 0.
               01 WS-NB-ENREG PIC 9(8) VALUE 0.
               01 WS-NB-TOURNOIS PIC 9(6) VALUE 0.
               01 WS-NB-SANS-ACTIVITE PIC 9(6) VALUE 0.

            PROCEDURE DIVISION.

               PERFORM LIRE-PARAMETRE
               PERFORM CHARGER-AJUSTEMENTS

               SORT SORT-SCORE-FILE
                   ON ASCENDING KEY TS1-BADGE TS1-SEQ
                   INPUT PROCEDURE IS VERSER-LES-SCORES
                   GIVING SCORE-WORK-FILE

               SORT SORT-TOURN-FILE
                   ON ASCENDING KEY TS2-BADGE TS2-FIN-TS
                   INPUT PROCEDURE IS VERSER-LES-TOURNOIS
                   GIVING TOURN-WORK-FILE

               SORT SORT-RANG-FILE
                   ON ASCENDING KEY TS3-AVG-PAR TS3-BEST
                       TS3-GAMES-INV TS3-SEQ
                   INPUT PROCEDURE IS VERSER-LE-MASTER
                   OUTPUT PROCEDURE IS NUMEROTER-LES-RANGS

               SORT SORT-RANGB-FILE
                   ON ASCENDING KEY TS4-BADGE
                   USING RANG-WORK-FILE
                   GIVING RANGB-WORK-FILE

               SORT SORT-REF-FILE
                   ON ASCENDING KEY TS5-BADGE
                   INPUT PROCEDURE IS VERSER-LE-REFERENTIEL
                   GIVING REF-WORK-FILE

               PERFORM EDITER-LES-RELEVES

               DISPLAY "Releves " WS-MOIS " : " WS-NB-RELEVES
                   " releves, " WS-NB-ENREG " enregistrements, "
                   WS-NB-SANS-ACTIVITE " badges actifs sans partie"
               STOP RUN.

               LIRE-PARAMETRE.
                   OPEN INPUT PARAM-FILE
                   IF WS-FS-PARAM NOT = "00"
                       DISPLAY "Fichier parametre RELVPARM absent"
                       STOP RUN RETURNING 8
                   END-IF
                   READ PARAM-FILE
                       AT END
                           DISPLAY "Fichier parametre RELVPARM vide"
                           CLOSE PARAM-FILE
                           STOP RUN RETURNING 8
                   END-READ
                   IF RLP-MOIS NOT NUMERIC
                       DISPLAY "Parametres RELVPARM invalides"
                       CLOSE PARAM-FILE
                       STOP RUN RETURNING 8
                   END-IF
                   COMPUTE WS-ANNEE = RLP-MOIS / 100
                   COMPUTE WS-NO-MOIS = FUNCTION MOD(RLP-MOIS 100)
                   IF WS-NO-MOIS < 1 OR WS-NO-MOIS > 12
                       DISPLAY "Mois RELVPARM invalide"
                       CLOSE PARAM-FILE
                       STOP RUN RETURNING 8
                   END-IF
                   MOVE RLP-MOIS TO WS-MOIS
                   IF WS-NO-MOIS = 1
                       COMPUTE WS-MOIS-PREC = (WS-ANNEE - 1) * 100 + 12
                   ELSE
                       COMPUTE WS-MOIS-PREC = WS-MOIS - 1
                   END-IF
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-TRAIT
                   CLOSE PARAM-FILE.

               VERSER-LES-SCORES.
                   *> Le numero de sequence conserve l'ordre du
                   *> fichier des scores a badge egal.
                   OPEN INPUT SCORE-FILE
                   IF WS-FS-SCORE = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ SCORE-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM VERSER-UN-SCORE
                           END-READ
                       END-PERFORM
                       CLOSE SCORE-FILE
                   END-IF.

               VERSER-UN-SCORE.
                   MOVE SCR-END-TIMESTAMP TO WS-TS-TRAVAIL
                   IF WS-TS-MOIS = WS-MOIS OR WS-TS-MOIS = WS-MOIS-PREC
                       PERFORM AJUSTER-UN-SCORE
                       IF WS-ANNULE-SW NOT = 'Y'
                           ADD 1 TO WS-SEQ
                           MOVE SCR-BADGE TO TS1-BADGE
                           MOVE WS-SEQ TO TS1-SEQ
                           IF WS-TS-MOIS = WS-MOIS
                               MOVE 'C' TO TS1-PERIODE
                           ELSE
                               MOVE 'P' TO TS1-PERIODE
                           END-IF
                           MOVE WS-ESSAIS-RETENUS TO TS1-ESSAIS
                           *> Une partie abandonnee n'a ni essais
                           *> comparables ni perf/par (voir tpmaster).
                           IF SCR-OUTCOME = 'A'
                               MOVE 'A' TO TS1-ISSUE
                               MOVE 0 TO TS1-PERF
                           ELSE
                               MOVE 'G' TO TS1-ISSUE
                               PERFORM CALCULER-PERF-PAR
                               MOVE WS-PERF-CENTS TO TS1-PERF
                           END-IF
                           RELEASE TRI-SCORE-RECORD
                       END-IF
                   END-IF.

               CALCULER-PERF-PAR.
                   *> Performance du score par rapport au par de sa
                   *> plage, en centiemes (100 = au par) - meme
                   *> calcul que tpmaster. Bornes absentes (scores
                   *> anterieurs a la plage configurable) = plage
                   *> historique 1-100, par 7.
                   IF SCR-LOW IS NUMERIC AND SCR-HIGH IS NUMERIC
                       MOVE SCR-LOW TO WS-LOW-N
                       MOVE SCR-HIGH TO WS-HIGH-N
                       IF WS-HIGH-N > 0
                               AND WS-HIGH-N NOT < WS-LOW-N
                           COMPUTE WS-ETENDUE =
                               WS-HIGH-N - WS-LOW-N + 1
                       ELSE
                           MOVE 100 TO WS-ETENDUE
                       END-IF
                   ELSE
                       MOVE 100 TO WS-ETENDUE
                   END-IF
                   MOVE 0 TO WS-PAR
                   MOVE 1 TO WS-COUVERTURE
                   PERFORM DOUBLER-COUVERTURE
                       UNTIL WS-COUVERTURE NOT < WS-ETENDUE
                   IF WS-PAR = 0
                       MOVE 1 TO WS-PAR
                   END-IF
                   COMPUTE WS-PERF-CENTS ROUNDED =
                       WS-ESSAIS-RETENUS * 100 / WS-PAR.

               DOUBLER-COUVERTURE.
                   MULTIPLY 2 BY WS-COUVERTURE
                   ADD 1 TO WS-PAR.

               VERSER-LES-TOURNOIS.
                   *> Sessions tournoi terminees dans le mois.
                   OPEN INPUT TOURN-FILE
                   IF WS-FS-TOURN = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ TOURN-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM VERSER-UN-TOURNOI
                           END-READ
                       END-PERFORM
                       CLOSE TOURN-FILE
                   END-IF.

               VERSER-UN-TOURNOI.
                   MOVE TRN-END-TS TO WS-TS-TRAVAIL
                   IF WS-TS-MOIS = WS-MOIS
                           AND TRN-ROUNDS IS NUMERIC
                           AND TRN-ROUNDS > 0
                           AND TRN-ROUNDS NOT > 10
                           AND TRN-TOTAL-ATTEMPTS IS NUMERIC
                       MOVE TRN-BADGE TO TS2-BADGE
                       MOVE TRN-END-TS TO TS2-FIN-TS
                       MOVE TRN-ROUNDS TO TS2-MANCHES
                       MOVE TRN-TOTAL-ATTEMPTS TO TS2-TOTAL
                       MOVE 9999 TO TS2-MEILLEURE
                       PERFORM VARYING WS-MANCHE FROM 1 BY 1
                               UNTIL WS-MANCHE > TRN-ROUNDS
                           IF TRN-ROUND-ATTEMPTS(WS-MANCHE) IS NUMERIC
                               AND TRN-ROUND-ATTEMPTS(WS-MANCHE)
                                   < TS2-MEILLEURE
                               MOVE TRN-ROUND-ATTEMPTS(WS-MANCHE)
                                   TO TS2-MEILLEURE
                           END-IF
                       END-PERFORM
                       RELEASE TRI-TOURN-RECORD
                   END-IF.

               VERSER-LE-MASTER.
                   *> Memes badges classes et meme cle que tprank :
                   *> un badge sans partie gagnee n'est pas classe,
                   *> un master d'avant le par part en fin de
                   *> classement (cle sentinelle).
                   OPEN INPUT PLAYER-MASTER-FILE
                   IF WS-FS-PLAYMST = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ PLAYER-MASTER-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM VERSER-UN-JOUEUR
                           END-READ
                       END-PERFORM
                       CLOSE PLAYER-MASTER-FILE
                   ELSE
                       DISPLAY "Aucun master joueurs (PLAYMST.DAT) - "
                           "releves sans rang ni perf/par de carriere"
                   END-IF.

               VERSER-UN-JOUEUR.
                   IF PMS-GAMES IS NUMERIC AND PMS-GAMES > 0
                       ADD 1 TO WS-SEQ
                       MOVE WS-SEQ TO TS3-SEQ
                       MOVE PMS-BADGE TO TS3-BADGE
                       MOVE PMS-BEST-ATTEMPTS TO TS3-BEST
                       COMPUTE TS3-GAMES-INV = 999999 - PMS-GAMES
                       IF PMS-TOT-PAR-CENTS IS NUMERIC
                               AND PMS-TOT-PAR-CENTS > 0
                           COMPUTE TS3-AVG-PAR ROUNDED =
                               PMS-TOT-PAR-CENTS / PMS-GAMES / 100
                           COMPUTE TS3-PERF ROUNDED =
                               PMS-TOT-PAR-CENTS / PMS-GAMES
                       ELSE
                           MOVE 9999.99 TO TS3-AVG-PAR
                           MOVE 0 TO TS3-PERF
                       END-IF
                       RELEASE TRI-RANG-RECORD
                   END-IF.

               NUMEROTER-LES-RANGS.
                   OPEN OUTPUT RANG-WORK-FILE
                   MOVE 'N' TO WS-EOF-TRI-SW
                   PERFORM RETOURNER-UN-RANG
                   PERFORM UNTIL WS-EOF-TRI-SW = 'Y'
                       ADD 1 TO WS-RANG
                       MOVE TS3-BADGE TO WRG-BADGE
                       MOVE WS-RANG TO WRG-RANG
                       MOVE TS3-PERF TO WRG-PERF
                       WRITE RNG-WORK-RECORD
                       PERFORM RETOURNER-UN-RANG
                   END-PERFORM
                   MOVE WS-RANG TO WS-NB-CLASSES
                   CLOSE RANG-WORK-FILE.

               RETOURNER-UN-RANG.
                   RETURN SORT-RANG-FILE
                       AT END MOVE 'Y' TO WS-EOF-TRI-SW
                   END-RETURN.

               VERSER-LE-REFERENTIEL.
                   OPEN INPUT BADGE-MASTER-FILE
                   IF WS-FS-BADGE = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ BADGE-MASTER-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   MOVE BDG-BADGE TO TS5-BADGE
                                   MOVE BDG-NAME TO TS5-NOM
                                   MOVE BDG-DEPT TO TS5-DEPT
                                   MOVE BDG-ACTIVE-SW TO TS5-ACTIF
                                   RELEASE TRI-REF-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE BADGE-MASTER-FILE
                   ELSE
                       DISPLAY "Referentiel BADGEMST.DAT absent - "
                           "aucun releve"
                   END-IF.

               EDITER-LES-RELEVES.
                   *> Le referentiel trie mene le rapprochement ; les
                   *> scores, tournois et rangs des badges absents ou
                   *> inactifs sont sautes au passage.
                   OPEN INPUT REF-WORK-FILE
                   OPEN INPUT SCORE-WORK-FILE
                   OPEN INPUT TOURN-WORK-FILE
                   OPEN INPUT RANGB-WORK-FILE
                   OPEN OUTPUT RELEVE-FILE
                   MOVE SPACES TO RELEVE-ENTETE
                   MOVE "H" TO RLV-TYPE
                   MOVE WS-MOIS TO RLV-H-MOIS
                   MOVE WS-DATE-TRAIT TO RLV-H-DATE-TRAIT
                   WRITE RELEVE-ENTETE
                   ADD 1 TO WS-NB-ENREG
                   PERFORM LIRE-SCORE-TRAVAIL
                   PERFORM LIRE-TOURNOI-TRAVAIL
                   PERFORM LIRE-RANG-TRAVAIL
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ REF-WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF WRF-ACTIF = 'Y'
                                   PERFORM TRAITER-UN-BADGE
                               END-IF
                       END-READ
                   END-PERFORM
                   ADD 1 TO WS-NB-ENREG
                   MOVE SPACES TO RELEVE-TOTAL
                   MOVE "T" TO RLV-T-TYPE
                   MOVE WS-NB-RELEVES TO RLV-T-NB-RELEVES
                   MOVE WS-NB-ENREG TO RLV-T-NB-ENREG
                   MOVE WS-NB-TOURNOIS TO RLV-T-NB-TOURNOIS
                   WRITE RELEVE-TOTAL
                   CLOSE RELEVE-FILE
                   CLOSE RANGB-WORK-FILE
                   CLOSE TOURN-WORK-FILE
                   CLOSE SCORE-WORK-FILE
                   CLOSE REF-WORK-FILE.

               TRAITER-UN-BADGE.
                   MOVE WRF-BADGE TO WS-BADGE-EN-COURS
                   MOVE 0 TO WS-CUR-GAGNEES
                   MOVE 0 TO WS-CUR-ABANDONS
                   MOVE 9999 TO WS-CUR-MEILLEUR
                   MOVE 0 TO WS-CUR-SUM-ESSAIS
                   MOVE 0 TO WS-CUR-SUM-PERF
                   MOVE 0 TO WS-PRE-GAGNEES
                   MOVE 0 TO WS-PRE-ABANDONS
                   MOVE 0 TO WS-PRE-SUM-ESSAIS
                   MOVE 0 TO WS-PRE-SUM-PERF
                   PERFORM LIRE-SCORE-TRAVAIL
                       UNTIL WS-CLE-SCO NOT < WS-BADGE-EN-COURS
                   PERFORM CUMULER-UN-SCORE
                       UNTIL WS-CLE-SCO NOT = WS-BADGE-EN-COURS
                   PERFORM LIRE-TOURNOI-TRAVAIL
                       UNTIL WS-CLE-TRN NOT < WS-BADGE-EN-COURS
                   PERFORM LIRE-RANG-TRAVAIL
                       UNTIL WS-CLE-RNB NOT < WS-BADGE-EN-COURS
                   IF WS-CLE-RNB = WS-BADGE-EN-COURS
                       MOVE WRB-RANG TO WS-BADGE-RANG
                       MOVE WRB-PERF TO WS-BADGE-PERF
                   ELSE
                       MOVE 0 TO WS-BADGE-RANG
                       MOVE 0 TO WS-BADGE-PERF
                   END-IF
                   IF WS-CUR-GAGNEES + WS-CUR-ABANDONS > 0
                           OR WS-CLE-TRN = WS-BADGE-EN-COURS
                       PERFORM ECRIRE-UN-RELEVE
                   ELSE
                       ADD 1 TO WS-NB-SANS-ACTIVITE
                   END-IF.

               CUMULER-UN-SCORE.
                   IF WSC-PERIODE = 'C'
                       IF WSC-ISSUE = 'A'
                           ADD 1 TO WS-CUR-ABANDONS
                       ELSE
                           ADD 1 TO WS-CUR-GAGNEES
                           ADD WSC-ESSAIS TO WS-CUR-SUM-ESSAIS
                           ADD WSC-PERF TO WS-CUR-SUM-PERF
                           IF WSC-ESSAIS < WS-CUR-MEILLEUR
                               MOVE WSC-ESSAIS TO WS-CUR-MEILLEUR
                           END-IF
                       END-IF
                   ELSE
                       IF WSC-ISSUE = 'A'
                           ADD 1 TO WS-PRE-ABANDONS
                       ELSE
                           ADD 1 TO WS-PRE-GAGNEES
                           ADD WSC-ESSAIS TO WS-PRE-SUM-ESSAIS
                           ADD WSC-PERF TO WS-PRE-SUM-PERF
                       END-IF
                   END-IF
                   PERFORM LIRE-SCORE-TRAVAIL.

               ECRIRE-UN-RELEVE.
                   ADD 1 TO WS-NB-RELEVES
                   MOVE SPACES TO RELEVE-IDENTITE
                   MOVE "R" TO RLV-R-TYPE
                   MOVE WS-BADGE-EN-COURS TO RLV-R-BADGE
                   MOVE WS-MOIS TO RLV-R-MOIS
                   MOVE WRF-NOM TO RLV-R-NOM
                   MOVE WRF-DEPT TO RLV-R-DEPT
                   MOVE WS-BADGE-RANG TO RLV-R-RANG
                   MOVE WS-NB-CLASSES TO RLV-R-NB-CLASSES
                   WRITE RELEVE-IDENTITE
                   ADD 1 TO WS-NB-ENREG
                   PERFORM CALCULER-LES-MOYENNES
                   MOVE SPACES TO RELEVE-CHIFFRES
                   MOVE "S" TO RLV-S-TYPE
                   MOVE WS-BADGE-EN-COURS TO RLV-S-BADGE
                   MOVE WS-CUR-GAGNEES TO RLV-S-GAGNEES
                   MOVE WS-CUR-ABANDONS TO RLV-S-ABANDONS
                   IF WS-CUR-GAGNEES = 0
                       MOVE 0 TO RLV-S-MEILLEUR
                   ELSE
                       MOVE WS-CUR-MEILLEUR TO RLV-S-MEILLEUR
                   END-IF
                   MOVE WS-CUR-MOYENNE TO RLV-S-MOYENNE
                   MOVE WS-CUR-PERF TO RLV-S-PERF-MOIS
                   MOVE WS-BADGE-PERF TO RLV-S-PERF-CARRIERE
                   IF WS-PRE-GAGNEES + WS-PRE-ABANDONS > 0
                       MOVE 'O' TO RLV-S-PREC-ACTIF
                   ELSE
                       MOVE 'N' TO RLV-S-PREC-ACTIF
                   END-IF
                   MOVE WS-PRE-GAGNEES TO RLV-S-PREC-GAGNEES
                   MOVE WS-PRE-ABANDONS TO RLV-S-PREC-ABANDONS
                   MOVE WS-PRE-MOYENNE TO RLV-S-PREC-MOYENNE
                   MOVE WS-PRE-PERF TO RLV-S-PREC-PERF
                   COMPUTE RLV-S-EVOL-GAGNEES =
                       WS-CUR-GAGNEES - WS-PRE-GAGNEES
                   COMPUTE RLV-S-EVOL-ABANDONS =
                       WS-CUR-ABANDONS - WS-PRE-ABANDONS
                   COMPUTE RLV-S-EVOL-MOYENNE =
                       WS-CUR-MOYENNE - WS-PRE-MOYENNE
                   COMPUTE RLV-S-EVOL-PERF =
                       WS-CUR-PERF - WS-PRE-PERF
                   WRITE RELEVE-CHIFFRES
                   ADD 1 TO WS-NB-ENREG
                   PERFORM ECRIRE-UN-TOURNOI
                       UNTIL WS-CLE-TRN NOT = WS-BADGE-EN-COURS.

               CALCULER-LES-MOYENNES.
                   IF WS-CUR-GAGNEES > 0
                       COMPUTE WS-CUR-MOYENNE ROUNDED =
                           WS-CUR-SUM-ESSAIS * 100 / WS-CUR-GAGNEES
                       COMPUTE WS-CUR-PERF ROUNDED =
                           WS-CUR-SUM-PERF / WS-CUR-GAGNEES
                   ELSE
                       MOVE 0 TO WS-CUR-MOYENNE
                       MOVE 0 TO WS-CUR-PERF
                   END-IF
                   IF WS-PRE-GAGNEES > 0
                       COMPUTE WS-PRE-MOYENNE ROUNDED =
                           WS-PRE-SUM-ESSAIS * 100 / WS-PRE-GAGNEES
                       COMPUTE WS-PRE-PERF ROUNDED =
                           WS-PRE-SUM-PERF / WS-PRE-GAGNEES
                   ELSE
                       MOVE 0 TO WS-PRE-MOYENNE
                       MOVE 0 TO WS-PRE-PERF
                   END-IF.

               ECRIRE-UN-TOURNOI.
                   MOVE SPACES TO RELEVE-TOURNOI
                   MOVE "N" TO RLV-N-TYPE
                   MOVE WS-BADGE-EN-COURS TO RLV-N-BADGE
                   MOVE WTN-FIN-TS TO RLV-N-FIN-TS
                   MOVE WTN-MANCHES TO RLV-N-MANCHES
                   MOVE WTN-TOTAL TO RLV-N-TOTAL
                   COMPUTE RLV-N-MOYENNE ROUNDED =
                       WTN-TOTAL * 100 / WTN-MANCHES
                   MOVE WTN-MEILLEURE TO RLV-N-MEILLEURE
                   WRITE RELEVE-TOURNOI
                   ADD 1 TO WS-NB-ENREG
                   ADD 1 TO WS-NB-TOURNOIS
                   PERFORM LIRE-TOURNOI-TRAVAIL.

               LIRE-SCORE-TRAVAIL.
                   IF WS-FS-SCO-WORK NOT = "00"
                       MOVE HIGH-VALUES TO WS-CLE-SCO
                   ELSE
                       READ SCORE-WORK-FILE
                           AT END
                               MOVE HIGH-VALUES TO WS-CLE-SCO
                           NOT AT END
                               MOVE WSC-BADGE TO WS-CLE-SCO
                       END-READ
                   END-IF.

               LIRE-TOURNOI-TRAVAIL.
                   IF WS-FS-TRN-WORK NOT = "00"
                       MOVE HIGH-VALUES TO WS-CLE-TRN
                   ELSE
                       READ TOURN-WORK-FILE
                           AT END
                               MOVE HIGH-VALUES TO WS-CLE-TRN
                           NOT AT END
                               MOVE WTN-BADGE TO WS-CLE-TRN
                       END-READ
                   END-IF.

               LIRE-RANG-TRAVAIL.
                   IF WS-FS-RNB-WORK NOT = "00"
                       MOVE HIGH-VALUES TO WS-CLE-RNB
                   ELSE
                       READ RANGB-WORK-FILE
                           AT END
                               MOVE HIGH-VALUES TO WS-CLE-RNB
                           NOT AT END
                               MOVE WRB-BADGE TO WS-CLE-RNB
                       END-READ
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

            END PROGRAM tpreleve.
