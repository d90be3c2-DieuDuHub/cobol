            IDENTIFICATION DIVISION.
            PROGRAM-ID. tpadjrpt.
           *> Piste d'audit des ajustements de scores : chaque ligne
           *> de ADJUST.DAT (saisie tpadjust), dans l'ordre de saisie,
           *> avec le superviseur, le motif, le score vise tel
           *> qu'enregistre dans SCORE.DAT et la valeur retenue, en
           *> 132 colonnes avec en-tetes de page comme tprank. L'etat
           *> dit si la ligne est celle qui fait foi pour la cle (EN
           *> VIGUEUR), si une saisie posterieure l'a remplacee
           *> (REMPLACE) ou si le score vise n'existe pas (SANS
           *> SCORE). Un ajustement sans score ou a l'action ou au
           *> motif inconnu est une anomalie : le programme rend
           *> alors un code retour non nul.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT ADJUST-FILE ASSIGN TO "ADJUST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ADJUST.
               SELECT SCORE-FILE ASSIGN TO "SCORE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SCORE.
               SELECT ADJ-PRINT-FILE ASSIGN TO "ADJRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRINT.
            DATA DIVISION.
               FILE SECTION.
               FD ADJUST-FILE.
               COPY "adjust-rec.cpy".

               FD SCORE-FILE.
               COPY "score-rec.cpy".

               FD ADJ-PRINT-FILE.
               01 ADJ-PRINT-LINE PIC X(132).

               WORKING-STORAGE SECTION.
               01 WS-FS-ADJUST PIC XX.
               01 WS-FS-SCORE PIC XX.
               01 WS-FS-PRINT PIC XX.
               01 WS-EOF-SW PIC X VALUE 'N'.
              *> Lignes d'ajustement dans l'ordre du fichier, avec le
              *> score d'origine retrouve dans SCORE.DAT.
               01 WS-ADL-MAX PIC 9(4) VALUE 2000.
               01 WS-ADL-CNT PIC 9(4) VALUE 0.
               01 WS-ADL-TAB.
                   05 WS-ADL-ENTRY OCCURS 2000 TIMES.
                       10 WS-ADL-CLE.
                           15 WS-ADL-FIN-TS PIC 9(14).
                           15 WS-ADL-BADGE PIC X(8).
                       10 WS-ADL-ACTION PIC X.
                       10 WS-ADL-ESSAIS PIC 9(4).
                       10 WS-ADL-MOTIF PIC X(4).
                       10 WS-ADL-SAISIE-TS PIC X(14).
                       10 WS-ADL-OPERATEUR PIC X(8).
                       10 WS-ADL-REMPLACE-SW PIC X.
                       10 WS-ADL-SCORE-SW PIC X.
                       10 WS-ADL-ESSAIS-ORIG PIC 9(4).
                       10 WS-ADL-ISSUE PIC X.
               01 WS-IDX PIC 9(4).
               01 WS-JDX PIC 9(4).
               01 WS-MOTIF-SW PIC X VALUE 'N'.
               01 WS-NB-LUS PIC 9(6) VALUE 0.
               01 WS-NB-ANNULATIONS PIC 9(6) VALUE 0.
               01 WS-NB-CORRECTIONS PIC 9(6) VALUE 0.
               01 WS-NB-RETABLIS PIC 9(6) VALUE 0.
               01 WS-NB-EN-VIGUEUR PIC 9(6) VALUE 0.
               01 WS-NB-REMPLACES PIC 9(6) VALUE 0.
               01 WS-NB-SANS-SCORE PIC 9(6) VALUE 0.
               01 WS-NB-INVALIDES PIC 9(6) VALUE 0.
               01 WS-NB-DEBORDES PIC 9(6) VALUE 0.
               01 WS-NB-MOTIF-TEST PIC 9(6) VALUE 0.
               01 WS-NB-MOTIF-PANN PIC 9(6) VALUE 0.
               01 WS-NB-MOTIF-INTD PIC 9(6) VALUE 0.
               01 WS-NB-MOTIF-ERRS PIC 9(6) VALUE 0.
               01 WS-NB-MOTIF-SUSP PIC 9(6) VALUE 0.
               01 WS-LIGNE-CNT PIC 9(3) VALUE 99.
               01 WS-PAGE-CNT PIC 9(4) VALUE 0.
               01 WS-LIGNES-PAR-PAGE PIC 9(3) VALUE 60.
               01 WS-DATE-EDIT PIC 9(14).

               01 WS-ENTETE-1.
                   05 FILLER PIC X(10) VALUE "TPADJRPT".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(50) VALUE
                       "PISTE D'AUDIT - AJUSTEMENTS DES SCORES".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(5) VALUE "DATE ".
                   05 WS-ENT-DATE PIC 9999/99/99.
                   05 FILLER PIC X(7) VALUE "  PAGE ".
                   05 WS-ENT-PAGE PIC ZZZ9.
                   05 FILLER PIC X(6) VALUE SPACES.
               01 WS-ENTETE-2.
                   05 FILLER PIC X(16) VALUE "SAISI LE".
                   05 FILLER PIC X(10) VALUE "SUPERV.".
                   05 FILLER PIC X(10) VALUE "BADGE".
                   05 FILLER PIC X(16) VALUE "FIN PARTIE".
                   05 FILLER PIC X(9) VALUE "ISSUE".
                   05 FILLER PIC X(16) VALUE "ACTION".
                   05 FILLER PIC X(7) VALUE "MOTIF".
                   05 FILLER PIC X(8) VALUE "ORIGINE".
                   05 FILLER PIC X(8) VALUE "RETENU".
                   05 FILLER PIC X(32) VALUE "ETAT".
               01 WS-LIGNE-DETAIL.
                   05 WS-DET-SAISIE PIC X(14).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-OPERATEUR PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-BADGE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-FIN PIC 9(14).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-ISSUE PIC X(7).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-ACTION PIC X(14).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-MOTIF PIC X(4).
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-DET-ORIGINE PIC ZZZ9.
                   05 WS-DET-ORIGINE-X REDEFINES WS-DET-ORIGINE
                       PIC X(4).
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-DET-RETENU PIC ZZZ9.
                   05 WS-DET-RETENU-X REDEFINES WS-DET-RETENU
                       PIC X(4).
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-DET-ETAT PIC X(16).
                   05 FILLER PIC X(15) VALUE SPACES.
               01 WS-LIGNE-BILAN.
                   05 WS-BIL-LIBELLE PIC X(34).
                   05 WS-BIL-VALEUR PIC ZZZZZZZ9.
                   05 FILLER PIC X(90) VALUE SPACES.

            PROCEDURE DIVISION.

               PERFORM CHARGER-AJUSTEMENTS
               PERFORM RETROUVER-LES-SCORES

               OPEN OUTPUT ADJ-PRINT-FILE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT(1:8) TO WS-ENT-DATE
               PERFORM EDITER-ENTETE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ADL-CNT
                   PERFORM EDITER-UN-AJUSTEMENT
               END-PERFORM
               PERFORM EDITER-BILAN
               CLOSE ADJ-PRINT-FILE

               DISPLAY "Piste d'audit des ajustements : " WS-NB-LUS
                   " lignes, " WS-NB-EN-VIGUEUR " en vigueur"
               IF WS-NB-SANS-SCORE > 0 OR WS-NB-INVALIDES > 0
                       OR WS-NB-DEBORDES > 0
                   DISPLAY "  ANOMALIES : " WS-NB-SANS-SCORE
                       " sans score, " WS-NB-INVALIDES " invalides, "
                       WS-NB-DEBORDES " non editees"
                   STOP RUN RETURNING 8
               END-IF
               STOP RUN.

               CHARGER-AJUSTEMENTS.
                   OPEN INPUT ADJUST-FILE
                   IF WS-FS-ADJUST = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ ADJUST-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   ADD 1 TO WS-NB-LUS
                                   PERFORM RETENIR-UN-AJUSTEMENT
                           END-READ
                       END-PERFORM
                       CLOSE ADJUST-FILE
                   END-IF.

               RETENIR-UN-AJUSTEMENT.
                   *> La nouvelle ligne remplace les saisies
                   *> anterieures de la meme cle : la derniere fait
                   *> foi, comme dans les programmes de cumul.
                   IF WS-ADL-CNT NOT < WS-ADL-MAX
                       ADD 1 TO WS-NB-DEBORDES
                   ELSE
                       PERFORM VARYING WS-JDX FROM 1 BY 1
                               UNTIL WS-JDX > WS-ADL-CNT
                           IF WS-ADL-CLE(WS-JDX) = ADJ-KEY
                               MOVE 'Y' TO WS-ADL-REMPLACE-SW(WS-JDX)
                           END-IF
                       END-PERFORM
                       ADD 1 TO WS-ADL-CNT
                       MOVE ADJ-KEY TO WS-ADL-CLE(WS-ADL-CNT)
                       MOVE ADJ-ACTION TO WS-ADL-ACTION(WS-ADL-CNT)
                       IF ADJ-NEW-ATTEMPTS IS NUMERIC
                           MOVE ADJ-NEW-ATTEMPTS
                               TO WS-ADL-ESSAIS(WS-ADL-CNT)
                       ELSE
                           MOVE 0 TO WS-ADL-ESSAIS(WS-ADL-CNT)
                       END-IF
                       MOVE ADJ-REASON TO WS-ADL-MOTIF(WS-ADL-CNT)
                       MOVE ADJ-ENTRY-TS TO WS-ADL-SAISIE-TS(WS-ADL-CNT)
                       MOVE ADJ-OPERATOR
                           TO WS-ADL-OPERATEUR(WS-ADL-CNT)
                       MOVE 'N' TO WS-ADL-REMPLACE-SW(WS-ADL-CNT)
                       MOVE 'N' TO WS-ADL-SCORE-SW(WS-ADL-CNT)
                       MOVE 0 TO WS-ADL-ESSAIS-ORIG(WS-ADL-CNT)
                       MOVE SPACE TO WS-ADL-ISSUE(WS-ADL-CNT)
                   END-IF.

               RETROUVER-LES-SCORES.
                   *> Un seul passage sur SCORE.DAT : chaque score
                   *> renseigne les lignes d'ajustement de sa cle.
                   IF WS-ADL-CNT > 0
                       OPEN INPUT SCORE-FILE
                       IF WS-FS-SCORE = "00"
                           MOVE 'N' TO WS-EOF-SW
                           PERFORM UNTIL WS-EOF-SW = 'Y'
                               READ SCORE-FILE
                                   AT END
                                       MOVE 'Y' TO WS-EOF-SW
                                   NOT AT END
                                       PERFORM RAPPROCHER-UN-SCORE
                               END-READ
                           END-PERFORM
                           CLOSE SCORE-FILE
                       END-IF
                   END-IF.

               RAPPROCHER-UN-SCORE.
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > WS-ADL-CNT
                       IF WS-ADL-CLE(WS-JDX) = SCR-KEY
                           MOVE 'Y' TO WS-ADL-SCORE-SW(WS-JDX)
                           MOVE SCR-ATTEMPTS
                               TO WS-ADL-ESSAIS-ORIG(WS-JDX)
                           MOVE SCR-OUTCOME TO WS-ADL-ISSUE(WS-JDX)
                       END-IF
                   END-PERFORM.

               EDITER-UN-AJUSTEMENT.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 3
                       PERFORM EDITER-ENTETE
                   END-IF
                   MOVE WS-ADL-SAISIE-TS(WS-IDX) TO WS-DET-SAISIE
                   MOVE WS-ADL-OPERATEUR(WS-IDX) TO WS-DET-OPERATEUR
                   MOVE WS-ADL-BADGE(WS-IDX) TO WS-DET-BADGE
                   MOVE WS-ADL-FIN-TS(WS-IDX) TO WS-DET-FIN
                   MOVE WS-ADL-MOTIF(WS-IDX) TO WS-DET-MOTIF
                   PERFORM CONTROLER-LE-MOTIF
                   IF WS-ADL-SCORE-SW(WS-IDX) = 'Y'
                       MOVE WS-ADL-ESSAIS-ORIG(WS-IDX)
                           TO WS-DET-ORIGINE
                       IF WS-ADL-ISSUE(WS-IDX) = 'A'
                           MOVE "ABANDON" TO WS-DET-ISSUE
                       ELSE
                           MOVE "GAGNEE" TO WS-DET-ISSUE
                       END-IF
                   ELSE
                       MOVE SPACES TO WS-DET-ORIGINE-X
                       MOVE SPACES TO WS-DET-ISSUE
                   END-IF
                   EVALUATE WS-ADL-ACTION(WS-IDX)
                       WHEN 'V'
                           MOVE "ANNULATION" TO WS-DET-ACTION
                           MOVE "   -" TO WS-DET-RETENU-X
                           ADD 1 TO WS-NB-ANNULATIONS
                       WHEN 'C'
                           MOVE "CORRECTION" TO WS-DET-ACTION
                           MOVE WS-ADL-ESSAIS(WS-IDX) TO WS-DET-RETENU
                           ADD 1 TO WS-NB-CORRECTIONS
                       WHEN 'R'
                           MOVE "RETABLISSEMENT" TO WS-DET-ACTION
                           MOVE WS-DET-ORIGINE-X TO WS-DET-RETENU-X
                           ADD 1 TO WS-NB-RETABLIS
                       WHEN OTHER
                           MOVE "ACTION ?" TO WS-DET-ACTION
                           MOVE SPACES TO WS-DET-RETENU-X
                           MOVE 'N' TO WS-MOTIF-SW
                   END-EVALUATE
                   *> Etat : l'anomalie prime sur le remplacement.
                   IF WS-MOTIF-SW NOT = 'Y'
                       MOVE "INVALIDE" TO WS-DET-ETAT
                       ADD 1 TO WS-NB-INVALIDES
                   ELSE
                       IF WS-ADL-SCORE-SW(WS-IDX) NOT = 'Y'
                           MOVE "SANS SCORE" TO WS-DET-ETAT
                           ADD 1 TO WS-NB-SANS-SCORE
                       ELSE
                           IF WS-ADL-REMPLACE-SW(WS-IDX) = 'Y'
                               MOVE "REMPLACE" TO WS-DET-ETAT
                               ADD 1 TO WS-NB-REMPLACES
                           ELSE
                               MOVE "EN VIGUEUR" TO WS-DET-ETAT
                               ADD 1 TO WS-NB-EN-VIGUEUR
                           END-IF
                       END-IF
                   END-IF
                   WRITE ADJ-PRINT-LINE FROM WS-LIGNE-DETAIL
                   ADD 1 TO WS-LIGNE-CNT.

               CONTROLER-LE-MOTIF.
                   MOVE 'Y' TO WS-MOTIF-SW
                   EVALUATE WS-ADL-MOTIF(WS-IDX)
                       WHEN 'TEST'
                           ADD 1 TO WS-NB-MOTIF-TEST
                       WHEN 'PANN'
                           ADD 1 TO WS-NB-MOTIF-PANN
                       WHEN 'INTD'
                           ADD 1 TO WS-NB-MOTIF-INTD
                       WHEN 'ERRS'
                           ADD 1 TO WS-NB-MOTIF-ERRS
                       WHEN 'SUSP'
                           ADD 1 TO WS-NB-MOTIF-SUSP
                       WHEN OTHER
                           MOVE 'N' TO WS-MOTIF-SW
                   END-EVALUATE.

               EDITER-ENTETE.
                   ADD 1 TO WS-PAGE-CNT
                   MOVE WS-PAGE-CNT TO WS-ENT-PAGE
                   IF WS-PAGE-CNT = 1
                       WRITE ADJ-PRINT-LINE FROM WS-ENTETE-1
                   ELSE
                       WRITE ADJ-PRINT-LINE FROM WS-ENTETE-1
                           AFTER ADVANCING PAGE
                   END-IF
                   MOVE SPACES TO ADJ-PRINT-LINE
                   WRITE ADJ-PRINT-LINE
                   WRITE ADJ-PRINT-LINE FROM WS-ENTETE-2
                   MOVE SPACES TO ADJ-PRINT-LINE
                   WRITE ADJ-PRINT-LINE
                   MOVE 4 TO WS-LIGNE-CNT.

               EDITER-BILAN.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 18
                       PERFORM EDITER-ENTETE
                   END-IF
                   MOVE SPACES TO ADJ-PRINT-LINE
                   WRITE ADJ-PRINT-LINE
                   MOVE "LIGNES D'AJUSTEMENT LUES" TO WS-BIL-LIBELLE
                   MOVE WS-NB-LUS TO WS-BIL-VALEUR
                   WRITE ADJ-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "ANNULATIONS" TO WS-BIL-LIBELLE
                   MOVE WS-NB-ANNULATIONS TO WS-BIL-VALEUR
                   WRITE ADJ-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "CORRECTIONS" TO WS-BIL-LIBELLE
                   MOVE WS-NB-CORRECTIONS TO WS-BIL-VALEUR
                   WRITE ADJ-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "RETABLISSEMENTS" TO WS-BIL-LIBELLE
                   MOVE WS-NB-RETABLIS TO WS-BIL-VALEUR
                   WRITE ADJ-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "MOTIF TEST" TO WS-BIL-LIBELLE
                   MOVE WS-NB-MOTIF-TEST TO WS-BIL-VALEUR
                   WRITE ADJ-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "MOTIF PANN" TO WS-BIL-LIBELLE
                   MOVE WS-NB-MOTIF-PANN TO WS-BIL-VALEUR
                   WRITE ADJ-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "MOTIF INTD" TO WS-BIL-LIBELLE
                   MOVE WS-NB-MOTIF-INTD TO WS-BIL-VALEUR
                   WRITE ADJ-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "MOTIF ERRS" TO WS-BIL-LIBELLE
                   MOVE WS-NB-MOTIF-ERRS TO WS-BIL-VALEUR
                   WRITE ADJ-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "MOTIF SUSP" TO WS-BIL-LIBELLE
                   MOVE WS-NB-MOTIF-SUSP TO WS-BIL-VALEUR
                   WRITE ADJ-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "EN VIGUEUR" TO WS-BIL-LIBELLE
                   MOVE WS-NB-EN-VIGUEUR TO WS-BIL-VALEUR
                   WRITE ADJ-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "REMPLACES (SAISIE ULTERIEURE)"
                       TO WS-BIL-LIBELLE
                   MOVE WS-NB-REMPLACES TO WS-BIL-VALEUR
                   WRITE ADJ-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "SANS SCORE DANS SCORE.DAT" TO WS-BIL-LIBELLE
                   MOVE WS-NB-SANS-SCORE TO WS-BIL-VALEUR
                   WRITE ADJ-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "ACTION OU MOTIF INVALIDE" TO WS-BIL-LIBELLE
                   MOVE WS-NB-INVALIDES TO WS-BIL-VALEUR
                   WRITE ADJ-PRINT-LINE FROM WS-LIGNE-BILAN
                   IF WS-NB-DEBORDES > 0
                       MOVE "LIGNES NON EDITEES (TABLE PLEINE)"
                           TO WS-BIL-LIBELLE
                       MOVE WS-NB-DEBORDES TO WS-BIL-VALEUR
                       WRITE ADJ-PRINT-LINE FROM WS-LIGNE-BILAN
                   END-IF.

            END PROGRAM tpadjrpt.
