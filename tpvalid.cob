            IDENTIFICATION DIVISION.
            PROGRAM-ID. tpvalid.
           *> Controle d'integrite des fichiers de jeu, premiere etape
           *> de la chaine du matin (tpnight) : SCORE.DAT, TOURN.DAT,
           *> CKPT.DAT, RUNLOG.DAT et PLAYMST.DAT sont relus zone par
           *> zone. Regles appliquees (la premiere violee est retenue) :
           *>   NONNUM   zone numerique non numerique (les zones
           *>            ajoutees apres coup peuvent valoir espaces
           *>            sur les enregistrements anterieurs)
           *>   HORODAT  date ou heure impossible, debut apres la fin,
           *>            horodatage posterieur au passage
           *>   BORNES   borne basse pas sous la borne haute (SCORE,
           *>            CKPT)
           *>   CIBLE    cible hors de sa plage (SCORE, CKPT)
           *>   ESSAIS   partie gagnee sans aucun essai (SCORE)
           *>   ISSUE    issue autre que G, A ou espace (SCORE)
           *>   MANCHES  nombre de manches hors 1-10 (TOURN)
           *>   TOTAL    TRN-TOTAL-ATTEMPTS different de la somme
           *>            des TRN-ROUND-ATTEMPTS (TOURN)
           *>   MODE     mode d'execution autre que I, B ou T (RUNLOG)
           *>   CUMUL    cumuls du master incoherents (PLAYMST)
           *>   BADGE    badge absent de BADGEMST.DAT (sauf le badge
           *>            BATCH des lots GUESSIN ; regle sautee tant que
           *>            le referentiel n'est pas deploye)
           *> Un enregistrement en faute est retire de son fichier,
           *> reecrit par copie de travail, et part dans QUARANT.DAT
           *> avec le code de la regle. Le rapport VALIDRPT liste les
           *> enregistrements ecartes et donne les comptes par fichier
           *> et par regle. Le programme rend 8 des qu'un
           *> enregistrement est mis en quarantaine : la chaine
           *> s'arrete avant tpmaster, et a la relance de tpnight les
           *> fichiers nettoyes passent le controle. Un enregistrement
           *> de PLAYMST ecarte est reconstruit par tpmaster depuis
           *> tout l'historique du badge.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT DONNEES-FILE ASSIGN TO DYNAMIC WS-NOM-FICHIER
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-DONNEES.
               SELECT TRAVAIL-FILE ASSIGN TO "VALID.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-TRAVAIL.
               SELECT BADGE-MASTER-FILE ASSIGN TO "BADGEMST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-BADGE.
               SELECT QUARANT-FILE ASSIGN TO "QUARANT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-QUARANT.
               SELECT VALID-PRINT-FILE ASSIGN TO "VALIDRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRINT.
            DATA DIVISION.
               FILE SECTION.
              *> Un seul fichier a nom dynamique pour les cinq
              *> fichiers controles : chaque dessin d'enregistrement
              *> vient de son copybook, DONNEES-LIGNE sert a la
              *> recopie telle quelle.
               FD DONNEES-FILE.
               01 DONNEES-LIGNE PIC X(256).
               COPY "score-rec.cpy".
               COPY "tourn-rec.cpy".
               COPY "ckpt-rec.cpy".
               COPY "runlog-rec.cpy".
               COPY "playmst-rec.cpy".

               FD TRAVAIL-FILE.
               01 TRAVAIL-LIGNE PIC X(256).

               FD BADGE-MASTER-FILE.
               COPY "badge-rec.cpy".

               FD QUARANT-FILE.
               COPY "quarant-rec.cpy".

               FD VALID-PRINT-FILE.
               01 VALID-PRINT-LINE PIC X(132).

               WORKING-STORAGE SECTION.
               01 WS-FS-DONNEES PIC XX.
               01 WS-FS-TRAVAIL PIC XX.
               01 WS-FS-BADGE PIC XX.
               01 WS-FS-QUARANT PIC XX.
               01 WS-FS-PRINT PIC XX.
               01 WS-NOM-FICHIER PIC X(12).
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-REFERENTIEL-SW PIC X VALUE 'N'.
               01 WS-MAINTENANT PIC 9(14).
               01 WS-DATE-JOUR PIC 9(8).
               *> Horodatage a controler et son decoupage.
               01 WS-TSC PIC X(14).
               01 WS-TSC-DET REDEFINES WS-TSC.
                   05 WS-TSC-DATE PIC 9(8).
                   05 WS-TSC-HH PIC 9(2).
                   05 WS-TSC-MI PIC 9(2).
                   05 WS-TSC-SS PIC 9(2).
               01 WS-TSC-VALIDE-SW PIC X.
               01 WS-BORNE-BASSE PIC 9(4).
               01 WS-BORNE-HAUTE PIC 9(4).
               01 WS-SOMME-MANCHES PIC 9(6).
               01 WS-MANCHE PIC 9(2).
               01 WS-PRODUIT PIC 9(12).
               01 WS-BADGE-CHERCHE PIC X(8).
               01 WS-BADGE-TROUVE-SW PIC X.
               01 WS-NB-BADGES PIC 9(5) VALUE 0.
               01 WS-MAX-BADGES PIC 9(5) VALUE 5000.
               01 WS-BDG-IDX PIC 9(5).
               01 WS-BDG-TAB.
                   05 WS-BDG-BADGE PIC X(8) OCCURS 5000 TIMES.
               *> Fichiers controles : 1 SCORE, 2 TOURN, 3 CKPT,
               *> 4 RUNLOG, 5 PLAYMST.
               01 WS-FIC-IDX PIC 9(2).
               01 WS-FIC-TAB.
                   05 WS-FIC-ENTRY OCCURS 5 TIMES.
                       10 WS-FIC-CODE PIC X(8).
                       10 WS-FIC-NOM PIC X(12).
                       10 WS-FIC-PRESENT-SW PIC X.
                       10 WS-FIC-LUS PIC 9(8).
                       10 WS-FIC-ECARTES PIC 9(8).
               *> Regles, dans l'ordre du rapport ; WS-REGLE-IDX a
               *> zero tant que l'enregistrement est bon.
               01 WS-REGLE-IDX PIC 9(2).
               01 WS-NB-REGLES PIC 9(2) VALUE 11.
               01 WS-REG-TAB.
                   05 WS-REG-ENTRY OCCURS 11 TIMES.
                       10 WS-REG-CODE PIC X(8).
                       10 WS-REG-LIBELLE PIC X(40).
                       10 WS-REG-NB PIC 9(8) OCCURS 5 TIMES.
               01 WS-NB-ECARTES PIC 9(8) VALUE 0.
               01 WS-TOT-LIGNE PIC 9(8).
               01 WS-LIGNE-CNT PIC 9(3) VALUE 99.
               01 WS-PAGE-CNT PIC 9(4) VALUE 0.
               01 WS-LIGNES-PAR-PAGE PIC 9(3) VALUE 60.

               01 WS-ENTETE-1.
                   05 FILLER PIC X(10) VALUE "TPVALID".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(50) VALUE
                       "CONTROLE D'INTEGRITE DES FICHIERS DE JEU".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(5) VALUE "DATE ".
                   05 WS-ENT-DATE PIC 9999/99/99.
                   05 FILLER PIC X(7) VALUE "  PAGE ".
                   05 WS-ENT-PAGE PIC ZZZ9.
                   05 FILLER PIC X(6) VALUE SPACES.
               01 WS-ENTETE-2.
                   05 FILLER PIC X(10) VALUE "FICHIER".
                   05 FILLER PIC X(10) VALUE "REGLE".
                   05 FILLER PIC X(112) VALUE
                       "ENREGISTREMENT MIS EN QUARANTAINE".
               01 WS-LIGNE-DETAIL.
                   05 WS-DET-FICHIER PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-REGLE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-DONNEES PIC X(112).
               01 WS-ENTETE-MATRICE.
                   05 FILLER PIC X(10) VALUE "REGLE".
                   05 FILLER PIC X(40) VALUE "LIBELLE".
                   05 FILLER PIC X(9) VALUE "    SCORE".
                   05 FILLER PIC X(9) VALUE "    TOURN".
                   05 FILLER PIC X(9) VALUE "     CKPT".
                   05 FILLER PIC X(9) VALUE "   RUNLOG".
                   05 FILLER PIC X(9) VALUE "  PLAYMST".
                   05 FILLER PIC X(9) VALUE "    TOTAL".
                   05 FILLER PIC X(28) VALUE SPACES.
               01 WS-LIGNE-MATRICE.
                   05 WS-MAT-CODE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-MAT-LIBELLE PIC X(40).
                   05 WS-MAT-COLONNES.
                       10 WS-MAT-COL OCCURS 6 TIMES.
                           15 FILLER PIC X.
                           15 WS-MAT-NB PIC ZZZZZZZ9.
                   05 FILLER PIC X(28) VALUE SPACES.
               01 WS-LIGNE-VERDICT.
                   05 WS-VER-LIBELLE PIC X(60).
                   05 FILLER PIC X(72) VALUE SPACES.

            PROCEDURE DIVISION.

               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MAINTENANT
               MOVE WS-MAINTENANT(1:8) TO WS-DATE-JOUR
               PERFORM GARNIR-LES-TABLES
               PERFORM CHARGER-REFERENTIEL

               OPEN OUTPUT VALID-PRINT-FILE
               MOVE WS-DATE-JOUR TO WS-ENT-DATE
               PERFORM EDITER-ENTETE

               PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                       UNTIL WS-FIC-IDX > 5
                   PERFORM CONTROLER-UN-FICHIER
               END-PERFORM

               PERFORM EDITER-MATRICE
               CLOSE VALID-PRINT-FILE

               DISPLAY "Controle d'integrite : " WS-NB-ECARTES
                   " enregistrement(s) mis en quarantaine"
               IF WS-NB-ECARTES > 0
                   DISPLAY "Voir VALIDRPT et QUARANT.DAT avant de "
                       "relancer la chaine"
                   STOP RUN RETURNING 8
               END-IF
               STOP RUN.

               GARNIR-LES-TABLES.
                   MOVE "SCORE" TO WS-FIC-CODE(1)
                   MOVE "SCORE.DAT" TO WS-FIC-NOM(1)
                   MOVE "TOURN" TO WS-FIC-CODE(2)
                   MOVE "TOURN.DAT" TO WS-FIC-NOM(2)
                   MOVE "CKPT" TO WS-FIC-CODE(3)
                   MOVE "CKPT.DAT" TO WS-FIC-NOM(3)
                   MOVE "RUNLOG" TO WS-FIC-CODE(4)
                   MOVE "RUNLOG.DAT" TO WS-FIC-NOM(4)
                   MOVE "PLAYMST" TO WS-FIC-CODE(5)
                   MOVE "PLAYMST.DAT" TO WS-FIC-NOM(5)
                   PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                           UNTIL WS-FIC-IDX > 5
                       MOVE 'N' TO WS-FIC-PRESENT-SW(WS-FIC-IDX)
                       MOVE 0 TO WS-FIC-LUS(WS-FIC-IDX)
                       MOVE 0 TO WS-FIC-ECARTES(WS-FIC-IDX)
                   END-PERFORM
                   MOVE "NONNUM" TO WS-REG-CODE(1)
                   MOVE "ZONE NUMERIQUE NON NUMERIQUE"
                       TO WS-REG-LIBELLE(1)
                   MOVE "HORODAT" TO WS-REG-CODE(2)
                   MOVE "HORODATAGE IMPOSSIBLE" TO WS-REG-LIBELLE(2)
                   MOVE "BORNES" TO WS-REG-CODE(3)
                   MOVE "BORNE BASSE PAS SOUS LA BORNE HAUTE"
                       TO WS-REG-LIBELLE(3)
                   MOVE "CIBLE" TO WS-REG-CODE(4)
                   MOVE "CIBLE HORS DE SA PLAGE" TO WS-REG-LIBELLE(4)
                   MOVE "ESSAIS" TO WS-REG-CODE(5)
                   MOVE "PARTIE GAGNEE SANS ESSAI"
                       TO WS-REG-LIBELLE(5)
                   MOVE "ISSUE" TO WS-REG-CODE(6)
                   MOVE "ISSUE DE PARTIE INCONNUE"
                       TO WS-REG-LIBELLE(6)
                   MOVE "MANCHES" TO WS-REG-CODE(7)
                   MOVE "NOMBRE DE MANCHES HORS 1-10"
                       TO WS-REG-LIBELLE(7)
                   MOVE "TOTAL" TO WS-REG-CODE(8)
                   MOVE "TOTAL DIFFERENT DE LA SOMME DES MANCHES"
                       TO WS-REG-LIBELLE(8)
                   MOVE "MODE" TO WS-REG-CODE(9)
                   MOVE "MODE D'EXECUTION INCONNU"
                       TO WS-REG-LIBELLE(9)
                   MOVE "CUMUL" TO WS-REG-CODE(10)
                   MOVE "CUMULS DU MASTER INCOHERENTS"
                       TO WS-REG-LIBELLE(10)
                   MOVE "BADGE" TO WS-REG-CODE(11)
                   MOVE "BADGE ABSENT DU REFERENTIEL"
                       TO WS-REG-LIBELLE(11)
                   PERFORM VARYING WS-REGLE-IDX FROM 1 BY 1
                           UNTIL WS-REGLE-IDX > WS-NB-REGLES
                       PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                               UNTIL WS-FIC-IDX > 5
                           MOVE 0 TO WS-REG-NB(WS-REGLE-IDX WS-FIC-IDX)
                       END-PERFORM
                   END-PERFORM.

               CHARGER-REFERENTIEL.
                   *> Tant que le referentiel n'est pas deploye, tp
                   *> accepte tout badge : la regle BADGE est sautee.
                   OPEN INPUT BADGE-MASTER-FILE
                   IF WS-FS-BADGE = "00"
                       MOVE 'Y' TO WS-REFERENTIEL-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ BADGE-MASTER-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM RETENIR-UN-BADGE
                           END-READ
                       END-PERFORM
                       CLOSE BADGE-MASTER-FILE
                   END-IF.

               RETENIR-UN-BADGE.
                   IF WS-NB-BADGES NOT < WS-MAX-BADGES
                       DISPLAY "Plus de " WS-MAX-BADGES
                           " badges au referentiel - augmenter "
                           "WS-MAX-BADGES"
                       CLOSE BADGE-MASTER-FILE
                       STOP RUN RETURNING 8
                   END-IF
                   ADD 1 TO WS-NB-BADGES
                   MOVE BDG-BADGE TO WS-BDG-BADGE(WS-NB-BADGES).

               CONTROLER-UN-FICHIER.
                   *> Les bons enregistrements vont a la copie de
                   *> travail, les mauvais en quarantaine ; le fichier
                   *> n'est reecrit que s'il a perdu des lignes.
                   MOVE WS-FIC-NOM(WS-FIC-IDX) TO WS-NOM-FICHIER
                   OPEN INPUT DONNEES-FILE
                   IF WS-FS-DONNEES = "00"
                       MOVE 'Y' TO WS-FIC-PRESENT-SW(WS-FIC-IDX)
                       OPEN OUTPUT TRAVAIL-FILE
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ DONNEES-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   ADD 1 TO WS-FIC-LUS(WS-FIC-IDX)
                                   PERFORM CONTROLER-UN-ENREG
                           END-READ
                       END-PERFORM
                       CLOSE DONNEES-FILE
                       CLOSE TRAVAIL-FILE
                       IF WS-FIC-ECARTES(WS-FIC-IDX) > 0
                           PERFORM RECOPIER-TRAVAIL
                       END-IF
                   END-IF.

               CONTROLER-UN-ENREG.
                   MOVE 0 TO WS-REGLE-IDX
                   EVALUATE WS-FIC-IDX
                       WHEN 1
                           PERFORM CONTROLER-UN-SCORE
                       WHEN 2
                           PERFORM CONTROLER-UN-TOURNOI
                       WHEN 3
                           PERFORM CONTROLER-UN-CHECKPOINT
                       WHEN 4
                           PERFORM CONTROLER-UN-RUNLOG
                       WHEN 5
                           PERFORM CONTROLER-UN-MAITRE
                   END-EVALUATE
                   IF WS-REGLE-IDX = 0
                       WRITE TRAVAIL-LIGNE FROM DONNEES-LIGNE
                   ELSE
                       PERFORM METTRE-EN-QUARANTAINE
                   END-IF.

               CONTROLER-UN-SCORE.
                   *> Bornes a espaces = plage historique 1-100,
                   *> issue a espace = gagnee (voir score-rec.cpy).
                   IF SCR-END-TIMESTAMP NOT NUMERIC
                           OR SCR-START-TIMESTAMP NOT NUMERIC
                           OR SCR-TARGET NOT NUMERIC
                           OR SCR-ATTEMPTS NOT NUMERIC
                           OR (SCR-LOW NOT NUMERIC
                               AND SCR-LOW NOT = SPACES)
                           OR (SCR-HIGH NOT NUMERIC
                               AND SCR-HIGH NOT = SPACES)
                       MOVE 1 TO WS-REGLE-IDX
                   END-IF
                   IF WS-REGLE-IDX = 0
                       MOVE SCR-START-TIMESTAMP TO WS-TSC
                       PERFORM CONTROLER-HORODATAGE
                       IF WS-TSC-VALIDE-SW = 'Y'
                           MOVE SCR-END-TIMESTAMP TO WS-TSC
                           PERFORM CONTROLER-HORODATAGE
                       END-IF
                       IF WS-TSC-VALIDE-SW NOT = 'Y'
                               OR SCR-START-TIMESTAMP
                                   > SCR-END-TIMESTAMP
                           MOVE 2 TO WS-REGLE-IDX
                       END-IF
                   END-IF
                   IF WS-REGLE-IDX = 0
                       IF SCR-LOW = SPACES OR SCR-HIGH = SPACES
                           MOVE 1 TO WS-BORNE-BASSE
                           MOVE 100 TO WS-BORNE-HAUTE
                       ELSE
                           MOVE SCR-LOW TO WS-BORNE-BASSE
                           MOVE SCR-HIGH TO WS-BORNE-HAUTE
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-BORNE-BASSE NOT < WS-BORNE-HAUTE
                               MOVE 3 TO WS-REGLE-IDX
                           WHEN SCR-TARGET < WS-BORNE-BASSE
                                   OR SCR-TARGET > WS-BORNE-HAUTE
                               MOVE 4 TO WS-REGLE-IDX
                           WHEN SCR-OUTCOME NOT = 'G'
                                   AND SCR-OUTCOME NOT = 'A'
                                   AND SCR-OUTCOME NOT = SPACE
                               MOVE 6 TO WS-REGLE-IDX
                           WHEN SCR-OUTCOME NOT = 'A'
                                   AND SCR-ATTEMPTS = 0
                               MOVE 5 TO WS-REGLE-IDX
                       END-EVALUATE
                   END-IF
                   IF WS-REGLE-IDX = 0
                       MOVE SCR-BADGE TO WS-BADGE-CHERCHE
                       PERFORM CONTROLER-BADGE
                   END-IF.

               CONTROLER-UN-TOURNOI.
                   IF TRN-END-TS NOT NUMERIC
                           OR TRN-ROUNDS NOT NUMERIC
                           OR TRN-TOTAL-ATTEMPTS NOT NUMERIC
                           OR TRN-DETAIL NOT NUMERIC
                       MOVE 1 TO WS-REGLE-IDX
                   END-IF
                   IF WS-REGLE-IDX = 0
                       MOVE TRN-END-TS TO WS-TSC
                       PERFORM CONTROLER-HORODATAGE
                       IF WS-TSC-VALIDE-SW NOT = 'Y'
                           MOVE 2 TO WS-REGLE-IDX
                       END-IF
                   END-IF
                   IF WS-REGLE-IDX = 0
                       IF TRN-ROUNDS < 1 OR TRN-ROUNDS > 10
                           MOVE 7 TO WS-REGLE-IDX
                       END-IF
                   END-IF
                   IF WS-REGLE-IDX = 0
                       MOVE 0 TO WS-SOMME-MANCHES
                       PERFORM VARYING WS-MANCHE FROM 1 BY 1
                               UNTIL WS-MANCHE > 10
                           ADD TRN-ROUND-ATTEMPTS(WS-MANCHE)
                               TO WS-SOMME-MANCHES
                       END-PERFORM
                       IF WS-SOMME-MANCHES NOT = TRN-TOTAL-ATTEMPTS
                           MOVE 8 TO WS-REGLE-IDX
                       END-IF
                   END-IF
                   IF WS-REGLE-IDX = 0
                       MOVE TRN-BADGE TO WS-BADGE-CHERCHE
                       PERFORM CONTROLER-BADGE
                   END-IF.

               CONTROLER-UN-CHECKPOINT.
                   IF CKPT-TARGET NOT NUMERIC
                           OR CKPT-SEED NOT NUMERIC
                           OR CKPT-ATTEMPTS NOT NUMERIC
                           OR CKPT-START-TS NOT NUMERIC
                           OR (CKPT-LOW NOT NUMERIC
                               AND CKPT-LOW NOT = SPACES)
                           OR (CKPT-HIGH NOT NUMERIC
                               AND CKPT-HIGH NOT = SPACES)
                       MOVE 1 TO WS-REGLE-IDX
                   END-IF
                   IF WS-REGLE-IDX = 0
                       MOVE CKPT-START-TS TO WS-TSC
                       PERFORM CONTROLER-HORODATAGE
                       IF WS-TSC-VALIDE-SW NOT = 'Y'
                           MOVE 2 TO WS-REGLE-IDX
                       END-IF
                   END-IF
                   IF WS-REGLE-IDX = 0
                       IF CKPT-LOW = SPACES OR CKPT-HIGH = SPACES
                           MOVE 1 TO WS-BORNE-BASSE
                           MOVE 100 TO WS-BORNE-HAUTE
                       ELSE
                           MOVE CKPT-LOW TO WS-BORNE-BASSE
                           MOVE CKPT-HIGH TO WS-BORNE-HAUTE
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-BORNE-BASSE NOT < WS-BORNE-HAUTE
                               MOVE 3 TO WS-REGLE-IDX
                           WHEN CKPT-TARGET < WS-BORNE-BASSE
                                   OR CKPT-TARGET > WS-BORNE-HAUTE
                               MOVE 4 TO WS-REGLE-IDX
                       END-EVALUATE
                   END-IF
                   IF WS-REGLE-IDX = 0
                       MOVE CKPT-BADGE TO WS-BADGE-CHERCHE
                       PERFORM CONTROLER-BADGE
                   END-IF.

               CONTROLER-UN-RUNLOG.
                   IF RUN-START-TS NOT NUMERIC
                           OR RUN-END-TS NOT NUMERIC
                           OR RUN-GUESSES NOT NUMERIC
                       MOVE 1 TO WS-REGLE-IDX
                   END-IF
                   IF WS-REGLE-IDX = 0
                       MOVE RUN-START-TS TO WS-TSC
                       PERFORM CONTROLER-HORODATAGE
                       IF WS-TSC-VALIDE-SW = 'Y'
                           MOVE RUN-END-TS TO WS-TSC
                           PERFORM CONTROLER-HORODATAGE
                       END-IF
                       IF WS-TSC-VALIDE-SW NOT = 'Y'
                               OR RUN-START-TS > RUN-END-TS
                           MOVE 2 TO WS-REGLE-IDX
                       END-IF
                   END-IF
                   IF WS-REGLE-IDX = 0
                       IF RUN-MODE NOT = 'I' AND RUN-MODE NOT = 'B'
                               AND RUN-MODE NOT = 'T'
                           MOVE 9 TO WS-REGLE-IDX
                       END-IF
                   END-IF
                   IF WS-REGLE-IDX = 0
                       MOVE RUN-BADGE TO WS-BADGE-CHERCHE
                       PERFORM CONTROLER-BADGE
                   END-IF.

               CONTROLER-UN-MAITRE.
                   *> Zones ajoutees au master apres coup : espaces
                   *> admis (= 0, voir playmst-rec.cpy). Un badge dont
                   *> tous les scores sont annules garde un dernier
                   *> horodatage a zero, et un badge sans partie
                   *> gagnee un meilleur score a 9999.
                   IF PMS-GAMES NOT NUMERIC
                           OR PMS-TOT-ATTEMPTS NOT NUMERIC
                           OR PMS-BEST-ATTEMPTS NOT NUMERIC
                           OR PMS-FIRST-TS NOT NUMERIC
                           OR PMS-LAST-TS NOT NUMERIC
                           OR PMS-TOT-DURATION NOT NUMERIC
                           OR (PMS-TOT-PAR-CENTS NOT NUMERIC
                               AND PMS-TOT-PAR-CENTS NOT = SPACES)
                           OR (PMS-FORFEITS NOT NUMERIC
                               AND PMS-FORFEITS NOT = SPACES)
                           OR (PMS-ADJ-CNT NOT NUMERIC
                               AND PMS-ADJ-CNT NOT = SPACES)
                       MOVE 1 TO WS-REGLE-IDX
                   END-IF
                   IF WS-REGLE-IDX = 0
                       MOVE 'Y' TO WS-TSC-VALIDE-SW
                       IF PMS-FIRST-TS NOT = 0
                           MOVE PMS-FIRST-TS TO WS-TSC
                           PERFORM CONTROLER-HORODATAGE
                       END-IF
                       IF WS-TSC-VALIDE-SW = 'Y'
                               AND PMS-LAST-TS NOT = 0
                           MOVE PMS-LAST-TS TO WS-TSC
                           PERFORM CONTROLER-HORODATAGE
                       END-IF
                       IF WS-TSC-VALIDE-SW NOT = 'Y'
                           MOVE 2 TO WS-REGLE-IDX
                       END-IF
                   END-IF
                   IF WS-REGLE-IDX = 0
                       COMPUTE WS-PRODUIT =
                           PMS-GAMES * PMS-BEST-ATTEMPTS
                       EVALUATE TRUE
                           WHEN PMS-GAMES = 0
                                   AND PMS-TOT-ATTEMPTS NOT = 0
                               MOVE 10 TO WS-REGLE-IDX
                           WHEN PMS-GAMES > 0
                                   AND PMS-BEST-ATTEMPTS = 0
                               MOVE 10 TO WS-REGLE-IDX
                           WHEN WS-PRODUIT > PMS-TOT-ATTEMPTS
                               MOVE 10 TO WS-REGLE-IDX
                       END-EVALUATE
                   END-IF
                   IF WS-REGLE-IDX = 0
                       MOVE PMS-BADGE TO WS-BADGE-CHERCHE
                       PERFORM CONTROLER-BADGE
                   END-IF.

               CONTROLER-HORODATAGE.
                   *> Date du calendrier, heure du jour, et pas
                   *> posterieur au passage du controle.
                   MOVE 'N' TO WS-TSC-VALIDE-SW
                   IF WS-TSC IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-TSC-DATE) = 0
                               AND WS-TSC-HH < 24
                               AND WS-TSC-MI < 60
                               AND WS-TSC-SS < 60
                               AND WS-TSC NOT > WS-MAINTENANT
                           MOVE 'Y' TO WS-TSC-VALIDE-SW
                       END-IF
                   END-IF.

               CONTROLER-BADGE.
                   IF WS-REFERENTIEL-SW = 'Y'
                           AND WS-BADGE-CHERCHE NOT = "BATCH"
                       MOVE 'N' TO WS-BADGE-TROUVE-SW
                       PERFORM VARYING WS-BDG-IDX FROM 1 BY 1
                               UNTIL WS-BDG-IDX > WS-NB-BADGES
                                   OR WS-BADGE-TROUVE-SW = 'Y'
                           IF WS-BDG-BADGE(WS-BDG-IDX)
                                   = WS-BADGE-CHERCHE
                               MOVE 'Y' TO WS-BADGE-TROUVE-SW
                           END-IF
                       END-PERFORM
                       IF WS-BADGE-TROUVE-SW = 'N'
                           MOVE 11 TO WS-REGLE-IDX
                       END-IF
                   END-IF.

               METTRE-EN-QUARANTAINE.
                   ADD 1 TO WS-FIC-ECARTES(WS-FIC-IDX)
                   ADD 1 TO WS-REG-NB(WS-REGLE-IDX WS-FIC-IDX)
                   ADD 1 TO WS-NB-ECARTES
                   OPEN EXTEND QUARANT-FILE
                   IF WS-FS-QUARANT = "35"
                       OPEN OUTPUT QUARANT-FILE
                   END-IF
                   MOVE WS-FIC-CODE(WS-FIC-IDX) TO QUA-FICHIER
                   MOVE WS-REG-CODE(WS-REGLE-IDX) TO QUA-REGLE
                   MOVE WS-MAINTENANT TO QUA-DETECT-TS
                   MOVE DONNEES-LIGNE TO QUA-DONNEES
                   WRITE QUARANT-RECORD
                   CLOSE QUARANT-FILE
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE
                       PERFORM EDITER-ENTETE
                   END-IF
                   MOVE WS-FIC-CODE(WS-FIC-IDX) TO WS-DET-FICHIER
                   MOVE WS-REG-CODE(WS-REGLE-IDX) TO WS-DET-REGLE
                   MOVE DONNEES-LIGNE TO WS-DET-DONNEES
                   WRITE VALID-PRINT-LINE FROM WS-LIGNE-DETAIL
                   ADD 1 TO WS-LIGNE-CNT.

               RECOPIER-TRAVAIL.
                   OPEN INPUT TRAVAIL-FILE
                   OPEN OUTPUT DONNEES-FILE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ TRAVAIL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               WRITE DONNEES-LIGNE FROM TRAVAIL-LIGNE
                       END-READ
                   END-PERFORM
                   CLOSE DONNEES-FILE
                   CLOSE TRAVAIL-FILE.

               EDITER-ENTETE.
                   ADD 1 TO WS-PAGE-CNT
                   MOVE WS-PAGE-CNT TO WS-ENT-PAGE
                   IF WS-PAGE-CNT = 1
                       WRITE VALID-PRINT-LINE FROM WS-ENTETE-1
                   ELSE
                       WRITE VALID-PRINT-LINE FROM WS-ENTETE-1
                           AFTER ADVANCING PAGE
                   END-IF
                   MOVE SPACES TO VALID-PRINT-LINE
                   WRITE VALID-PRINT-LINE
                   WRITE VALID-PRINT-LINE FROM WS-ENTETE-2
                   MOVE SPACES TO VALID-PRINT-LINE
                   WRITE VALID-PRINT-LINE
                   MOVE 4 TO WS-LIGNE-CNT.

               EDITER-MATRICE.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 22
                       PERFORM EDITER-ENTETE
                   END-IF
                   IF WS-NB-ECARTES = 0
                       MOVE "AUCUN ENREGISTREMENT EN FAUTE"
                           TO VALID-PRINT-LINE
                       WRITE VALID-PRINT-LINE
                   END-IF
                   MOVE SPACES TO VALID-PRINT-LINE
                   WRITE VALID-PRINT-LINE
                   WRITE VALID-PRINT-LINE FROM WS-ENTETE-MATRICE
                   MOVE SPACES TO VALID-PRINT-LINE
                   WRITE VALID-PRINT-LINE
                   PERFORM VARYING WS-REGLE-IDX FROM 1 BY 1
                           UNTIL WS-REGLE-IDX > WS-NB-REGLES
                       MOVE WS-REG-CODE(WS-REGLE-IDX) TO WS-MAT-CODE
                       MOVE WS-REG-LIBELLE(WS-REGLE-IDX)
                           TO WS-MAT-LIBELLE
                       MOVE SPACES TO WS-MAT-COLONNES
                       MOVE 0 TO WS-TOT-LIGNE
                       PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                               UNTIL WS-FIC-IDX > 5
                           MOVE WS-REG-NB(WS-REGLE-IDX WS-FIC-IDX)
                               TO WS-MAT-NB(WS-FIC-IDX)
                           ADD WS-REG-NB(WS-REGLE-IDX WS-FIC-IDX)
                               TO WS-TOT-LIGNE
                       END-PERFORM
                       MOVE WS-TOT-LIGNE TO WS-MAT-NB(6)
                       WRITE VALID-PRINT-LINE FROM WS-LIGNE-MATRICE
                   END-PERFORM
                   MOVE SPACES TO VALID-PRINT-LINE
                   WRITE VALID-PRINT-LINE
                   *> Totaux par fichier sous la matrice.
                   MOVE SPACES TO WS-MAT-CODE
                   MOVE "ENREGISTREMENTS LUS" TO WS-MAT-LIBELLE
                   MOVE SPACES TO WS-MAT-COLONNES
                   MOVE 0 TO WS-TOT-LIGNE
                   PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                           UNTIL WS-FIC-IDX > 5
                       MOVE WS-FIC-LUS(WS-FIC-IDX)
                           TO WS-MAT-NB(WS-FIC-IDX)
                       ADD WS-FIC-LUS(WS-FIC-IDX) TO WS-TOT-LIGNE
                   END-PERFORM
                   MOVE WS-TOT-LIGNE TO WS-MAT-NB(6)
                   WRITE VALID-PRINT-LINE FROM WS-LIGNE-MATRICE
                   MOVE "MIS EN QUARANTAINE" TO WS-MAT-LIBELLE
                   MOVE SPACES TO WS-MAT-COLONNES
                   PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                           UNTIL WS-FIC-IDX > 5
                       MOVE WS-FIC-ECARTES(WS-FIC-IDX)
                           TO WS-MAT-NB(WS-FIC-IDX)
                   END-PERFORM
                   MOVE WS-NB-ECARTES TO WS-MAT-NB(6)
                   WRITE VALID-PRINT-LINE FROM WS-LIGNE-MATRICE
                   MOVE SPACES TO VALID-PRINT-LINE
                   WRITE VALID-PRINT-LINE
                   PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                           UNTIL WS-FIC-IDX > 5
                       IF WS-FIC-PRESENT-SW(WS-FIC-IDX) = 'N'
                           MOVE SPACES TO VALID-PRINT-LINE
                           STRING "FICHIER ABSENT - NON CONTROLE : "
                                   DELIMITED BY SIZE
                               WS-FIC-NOM(WS-FIC-IDX)
                                   DELIMITED BY SPACE
                               INTO VALID-PRINT-LINE
                           WRITE VALID-PRINT-LINE
                       END-IF
                   END-PERFORM
                   IF WS-REFERENTIEL-SW = 'N'
                       MOVE "REFERENTIEL DES BADGES NON DEPLOYE - "
                           & "REGLE BADGE NON APPLIQUEE"
                           TO VALID-PRINT-LINE
                       WRITE VALID-PRINT-LINE
                   END-IF
                   IF WS-NB-ECARTES > 0
                       MOVE "QUARANTAINE - CHAINE ARRETEE AVANT "
                           & "TPMASTER (CODE RETOUR 8)"
                           TO WS-VER-LIBELLE
                   ELSE
                       MOVE "FICHIERS INTEGRES - CHAINE AUTORISEE"
                           TO WS-VER-LIBELLE
                   END-IF
                   WRITE VALID-PRINT-LINE FROM WS-LIGNE-VERDICT.

            END PROGRAM tpvalid.
