            IDENTIFICATION DIVISION.
            PROGRAM-ID. tphisto.
           *> Historique des parties d'un badge sur une journee, pour
           *> regler les contestations au guichet : arguments badge
           *> et date AAAAMMJJ (date du jour si absente). Le journal
           *> des saisies est cherche la ou la chaine l'a range :
           *> GUESSLOG.DAT pour la journee en cours, sinon l'archive
           *> journaliere GLOG.AAAAMMJJ.DAT de tproll, sinon l'archive
           *> mensuelle GLOGM.AAAAMM.DAT de tpglogm, et en dernier
           *> recours GUESSLOG.DAT (tproll pas encore passe). Chaque
           *> partie est reconstituee saisie par saisie (proposition,
           *> verdict, heure, ecart en secondes avec la saisie
           *> precedente) jusqu'au verdict final TROUVE ou QUITTE,
           *> et mise en regard du score de SCORE.DAT qui l'a close,
           *> avec l'ajustement en vigueur (ADJUST.DAT) s'il y en a
           *> un. Le resultat s'affiche a l'ecran comme tpops et
           *> s'imprime dans HISTRPT pour le dossier.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT GUESS-LOG-FILE ASSIGN TO DYNAMIC WS-NOM-JOURNAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-GLOG.
               SELECT SCORE-FILE ASSIGN TO "SCORE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SCORE.
               SELECT ADJUST-FILE ASSIGN TO "ADJUST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ADJUST.
               SELECT HISTO-PRINT-FILE ASSIGN TO "HISTRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRINT.
            DATA DIVISION.
               FILE SECTION.
               FD GUESS-LOG-FILE.
               COPY "glog-rec.cpy".

               FD SCORE-FILE.
               COPY "score-rec.cpy".

               FD ADJUST-FILE.
               COPY "adjust-rec.cpy".

               FD HISTO-PRINT-FILE.
               01 HISTO-PRINT-LINE PIC X(132).

               WORKING-STORAGE SECTION.
               01 WS-FS-GLOG PIC XX.
               01 WS-FS-SCORE PIC XX.
               01 WS-FS-ADJUST PIC XX.
               01 WS-FS-PRINT PIC XX.
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-ARGUMENTS PIC X(40) VALUE SPACES.
               01 WS-BADGE-DEMANDE PIC X(8) VALUE SPACES.
               01 WS-DATE-ARG PIC X(8) VALUE SPACES.
               01 WS-DATE-DEMANDEE PIC 9(8).
               01 WS-DATE-JOUR PIC 9(8).
               01 WS-NOM-JOURNAL PIC X(17).
               01 WS-NOM-JOURNALIER.
                   05 FILLER PIC X(5) VALUE "GLOG.".
                   05 WS-NJO-DATE PIC 9(8).
                   05 FILLER PIC X(4) VALUE ".DAT".
               01 WS-NOM-MENSUEL.
                   05 FILLER PIC X(6) VALUE "GLOGM.".
                   05 WS-NME-MOIS PIC 9(6).
                   05 FILLER PIC X(4) VALUE ".DAT".
                   05 FILLER PIC X VALUE SPACE.
               01 WS-JOURNAL-OUVERT-SW PIC X VALUE 'N'.
               01 WS-TS-TRAVAIL PIC X(14).
               01 WS-TS-DECOUPE REDEFINES WS-TS-TRAVAIL.
                   05 WS-TS-DATE PIC 9(8).
                   05 WS-TS-HH PIC 9(2).
                   05 WS-TS-MI PIC 9(2).
                   05 WS-TS-SS PIC 9(2).
               01 WS-HEURE-EDIT.
                   05 WS-HED-HH PIC 9(2).
                   05 FILLER PIC X VALUE ":".
                   05 WS-HED-MI PIC 9(2).
                   05 FILLER PIC X VALUE ":".
                   05 WS-HED-SS PIC 9(2).
               01 WS-SECONDES PIC 9(11).
               01 WS-SECONDES-PREC PIC 9(11).
               01 WS-ECART PIC 9(11).
               *> Partie en cours de reconstitution.
               01 WS-PARTIE-SW PIC X VALUE 'N'.
               01 WS-NO-PARTIE PIC 9(3) VALUE 0.
               01 WS-PAR-CIBLE PIC 9(4).
               01 WS-PAR-ESSAIS PIC 9(4).
               01 WS-PAR-RANG PIC 9(4).
               01 WS-PAR-DERNIER-TS PIC 9(14).
               01 WS-PAR-VERDICT PIC X(6).
               01 WS-NB-SAISIES PIC 9(6) VALUE 0.
               01 WS-NB-CONCORDANTES PIC 9(3) VALUE 0.
               01 WS-NB-ECARTS PIC 9(3) VALUE 0.
               *> Scores du badge pour la journee, avec l'ajustement
               *> en vigueur sur leur cle (derniere ligne de
               *> ADJUST.DAT).
               01 WS-SCO-MAX PIC 9(4) VALUE 200.
               01 WS-SCO-CNT PIC 9(4) VALUE 0.
               01 WS-SCO-IDX PIC 9(4).
               01 WS-SCO-TROUVE PIC 9(4).
               01 WS-SCO-TAB.
                   05 WS-SCO-ENTRY OCCURS 200 TIMES.
                       10 WS-SCO-CLE.
                           15 WS-SCO-FIN-TS PIC 9(14).
                           15 WS-SCO-BADGE PIC X(8).
                       10 WS-SCO-CIBLE PIC 9(4).
                       10 WS-SCO-ESSAIS PIC 9(4).
                       10 WS-SCO-LOW PIC X(4).
                       10 WS-SCO-HIGH PIC X(4).
                       10 WS-SCO-ISSUE PIC X.
                       10 WS-SCO-UTILISE-SW PIC X.
                       10 WS-SCO-AJU-ACTION PIC X.
                       10 WS-SCO-AJU-ESSAIS PIC 9(4).
               01 WS-LIGNE-CNT PIC 9(3) VALUE 99.
               01 WS-PAGE-CNT PIC 9(4) VALUE 0.
               01 WS-LIGNES-PAR-PAGE PIC 9(3) VALUE 60.
               01 WS-LIGNE-SORTIE PIC X(80).
               01 WS-EDIT-NB PIC ZZZ9.
               01 WS-EDIT-NB2 PIC ZZZ9.
               01 WS-DATE-EDIT PIC 9999/99/99.

               01 WS-ENTETE-1.
                   05 FILLER PIC X(10) VALUE "TPHISTO".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(50) VALUE
                       "HISTORIQUE DES PARTIES D'UN BADGE".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(5) VALUE "DATE ".
                   05 WS-ENT-DATE PIC 9999/99/99.
                   05 FILLER PIC X(7) VALUE "  PAGE ".
                   05 WS-ENT-PAGE PIC ZZZ9.
                   05 FILLER PIC X(6) VALUE SPACES.
               01 WS-ENTETE-2.
                   05 FILLER PIC X(7) VALUE "BADGE ".
                   05 WS-ENT-BADGE PIC X(8).
                   05 FILLER PIC X(12) VALUE "  JOURNEE ".
                   05 WS-ENT-JOURNEE PIC 9999/99/99.
                   05 FILLER PIC X(12) VALUE "  JOURNAL ".
                   05 WS-ENT-JOURNAL PIC X(17).
                   05 FILLER PIC X(66) VALUE SPACES.
               01 WS-LIGNE-PARTIE.
                   05 FILLER PIC X(7) VALUE "PARTIE ".
                   05 WS-LPA-NO PIC ZZ9.
                   05 FILLER PIC X(8) VALUE "  CIBLE ".
                   05 WS-LPA-CIBLE PIC ZZZ9.
                   05 FILLER PIC X(58) VALUE SPACES.
               01 WS-ENTETE-SAISIES.
                   05 FILLER PIC X(40) VALUE
                       "   ESSAI  PROPOSITION  VERDICT   HEURE  ".
                   05 FILLER PIC X(40) VALUE
                       "   ECART(S)".
               01 WS-LIGNE-SAISIE.
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-SAI-RANG PIC ZZZ9.
                   05 FILLER PIC X(8) VALUE SPACES.
                   05 WS-SAI-PROPOSITION PIC ZZZ9.
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 WS-SAI-VERDICT PIC X(6).
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 WS-SAI-HEURE PIC X(8).
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-SAI-ECART PIC ZZZZZ9.
                   05 WS-SAI-ECART-X REDEFINES WS-SAI-ECART
                       PIC X(6).
                   05 FILLER PIC X(30) VALUE SPACES.
               01 WS-LIGNE-SCORE.
                   05 FILLER PIC X(12) VALUE "  SCORE.DAT ".
                   05 WS-LSC-DATE PIC 9999/99/99.
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-LSC-HEURE PIC X(8).
                   05 FILLER PIC X(9) VALUE "  ESSAIS ".
                   05 WS-LSC-ESSAIS PIC ZZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LSC-ISSUE PIC X(7).
                   05 FILLER PIC X(8) VALUE "  PLAGE ".
                   05 WS-LSC-LOW PIC ZZZ9.
                   05 FILLER PIC X VALUE "-".
                   05 WS-LSC-HIGH PIC ZZZ9.
                   05 FILLER PIC X(10) VALUE SPACES.

            PROCEDURE DIVISION.

               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
               ACCEPT WS-ARGUMENTS FROM COMMAND-LINE
               UNSTRING WS-ARGUMENTS DELIMITED BY ALL SPACE
                   INTO WS-BADGE-DEMANDE WS-DATE-ARG
               END-UNSTRING
               IF WS-BADGE-DEMANDE = SPACES
                   DISPLAY "Usage : tphisto BADGE [AAAAMMJJ]"
                   STOP RUN RETURNING 8
               END-IF
               IF WS-DATE-ARG = SPACES
                   MOVE WS-DATE-JOUR TO WS-DATE-DEMANDEE
               ELSE
                   IF WS-DATE-ARG IS NOT NUMERIC
                       DISPLAY "Date invalide : " WS-DATE-ARG
                       STOP RUN RETURNING 8
                   END-IF
                   MOVE WS-DATE-ARG TO WS-DATE-DEMANDEE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-DEMANDEE) NOT = 0
                       OR WS-DATE-DEMANDEE > WS-DATE-JOUR
                   DISPLAY "Date invalide : " WS-DATE-DEMANDEE
                   STOP RUN RETURNING 8
               END-IF

               PERFORM CHARGER-LES-SCORES
               PERFORM CHARGER-AJUSTEMENTS
               PERFORM CHOISIR-LE-JOURNAL

               OPEN OUTPUT HISTO-PRINT-FILE
               MOVE WS-DATE-JOUR TO WS-ENT-DATE
               MOVE WS-BADGE-DEMANDE TO WS-ENT-BADGE
               MOVE WS-DATE-DEMANDEE TO WS-ENT-JOURNEE
               MOVE WS-DATE-DEMANDEE TO WS-DATE-EDIT
               DISPLAY "=== Historique des parties - plus et moins ==="
               DISPLAY "Badge " WS-BADGE-DEMANDE
                   "  journee du " WS-DATE-EDIT
               IF WS-JOURNAL-OUVERT-SW = 'Y'
                   MOVE WS-NOM-JOURNAL TO WS-ENT-JOURNAL
                   DISPLAY "Journal lu : " WS-NOM-JOURNAL
               ELSE
                   MOVE "(AUCUN)" TO WS-ENT-JOURNAL
                   DISPLAY "Aucun journal pour cette journee"
               END-IF
               PERFORM EDITER-ENTETE

               IF WS-JOURNAL-OUVERT-SW = 'Y'
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ GUESS-LOG-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               MOVE GLOG-TIMESTAMP TO WS-TS-TRAVAIL
                               IF GLOG-BADGE = WS-BADGE-DEMANDE
                                       AND WS-TS-DATE
                                           = WS-DATE-DEMANDEE
                                   PERFORM TRAITER-UNE-SAISIE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GUESS-LOG-FILE
                   *> Partie sans verdict final : mise en pause
                   *> (CKPT.DAT) ou interrompue.
                   IF WS-PARTIE-SW = 'Y'
                       MOVE SPACES TO WS-PAR-VERDICT
                       PERFORM CLORE-LA-PARTIE
                   END-IF
               END-IF

               PERFORM LISTER-SCORES-ORPHELINS
               PERFORM EDITER-TOTAUX
               CLOSE HISTO-PRINT-FILE
               STOP RUN.

               CHARGER-LES-SCORES.
                   *> Scores du badge clos dans la journee demandee.
                   OPEN INPUT SCORE-FILE
                   IF WS-FS-SCORE = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ SCORE-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   MOVE SCR-END-TIMESTAMP
                                       TO WS-TS-TRAVAIL
                                   IF SCR-BADGE = WS-BADGE-DEMANDE
                                           AND WS-TS-DATE
                                               = WS-DATE-DEMANDEE
                                       PERFORM RETENIR-UN-SCORE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE SCORE-FILE
                   END-IF
                   MOVE 'N' TO WS-EOF-SW.

               RETENIR-UN-SCORE.
                   IF WS-SCO-CNT NOT < WS-SCO-MAX
                       DISPLAY "Table des scores pleine ("
                           WS-SCO-MAX " scores)"
                       CLOSE SCORE-FILE
                       STOP RUN RETURNING 8
                   END-IF
                   ADD 1 TO WS-SCO-CNT
                   MOVE SCR-KEY TO WS-SCO-CLE(WS-SCO-CNT)
                   MOVE SCR-TARGET TO WS-SCO-CIBLE(WS-SCO-CNT)
                   MOVE SCR-ATTEMPTS TO WS-SCO-ESSAIS(WS-SCO-CNT)
                   MOVE SCR-LOW TO WS-SCO-LOW(WS-SCO-CNT)
                   MOVE SCR-HIGH TO WS-SCO-HIGH(WS-SCO-CNT)
                   MOVE SCR-OUTCOME TO WS-SCO-ISSUE(WS-SCO-CNT)
                   MOVE 'N' TO WS-SCO-UTILISE-SW(WS-SCO-CNT)
                   MOVE SPACE TO WS-SCO-AJU-ACTION(WS-SCO-CNT)
                   MOVE 0 TO WS-SCO-AJU-ESSAIS(WS-SCO-CNT).

               CHARGER-AJUSTEMENTS.
                   *> Meme regle que tpmaster : pour une cle, la
                   *> derniere ligne du fichier fait foi.
                   IF WS-SCO-CNT > 0
                       OPEN INPUT ADJUST-FILE
                       IF WS-FS-ADJUST = "00"
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
                   END-IF
                   MOVE 'N' TO WS-EOF-SW.

               RETENIR-UN-AJUSTEMENT.
                   PERFORM VARYING WS-SCO-IDX FROM 1 BY 1
                           UNTIL WS-SCO-IDX > WS-SCO-CNT
                       IF WS-SCO-CLE(WS-SCO-IDX) = ADJ-KEY
                           MOVE ADJ-ACTION
                               TO WS-SCO-AJU-ACTION(WS-SCO-IDX)
                           IF ADJ-NEW-ATTEMPTS IS NUMERIC
                               MOVE ADJ-NEW-ATTEMPTS
                                   TO WS-SCO-AJU-ESSAIS(WS-SCO-IDX)
                           ELSE
                               MOVE 0
                                   TO WS-SCO-AJU-ESSAIS(WS-SCO-IDX)
                           END-IF
                       END-IF
                   END-PERFORM.

               CHOISIR-LE-JOURNAL.
                   *> La journee en cours est dans le journal vif ;
                   *> une journee passee a ete roulee par tproll,
                   *> puis consolidee dans le mensuel par tpglogm.
                   IF WS-DATE-DEMANDEE NOT = WS-DATE-JOUR
                       MOVE WS-DATE-DEMANDEE TO WS-NJO-DATE
                       MOVE WS-NOM-JOURNALIER TO WS-NOM-JOURNAL
                       PERFORM OUVRIR-UN-JOURNAL
                       IF WS-JOURNAL-OUVERT-SW = 'N'
                           MOVE WS-DATE-DEMANDEE(1:6) TO WS-NME-MOIS
                           MOVE WS-NOM-MENSUEL TO WS-NOM-JOURNAL
                           PERFORM OUVRIR-UN-JOURNAL
                       END-IF
                   END-IF
                   IF WS-JOURNAL-OUVERT-SW = 'N'
                       MOVE "GUESSLOG.DAT" TO WS-NOM-JOURNAL
                       PERFORM OUVRIR-UN-JOURNAL
                   END-IF.

               OUVRIR-UN-JOURNAL.
                   OPEN INPUT GUESS-LOG-FILE
                   IF WS-FS-GLOG = "00"
                       MOVE 'Y' TO WS-JOURNAL-OUVERT-SW
                   END-IF.

               TRAITER-UNE-SAISIE.
                   *> Une cible differente sans verdict final : la
                   *> partie precedente a ete interrompue.
                   IF WS-PARTIE-SW = 'Y'
                           AND GLOG-TARGET NOT = WS-PAR-CIBLE
                       MOVE SPACES TO WS-PAR-VERDICT
                       PERFORM CLORE-LA-PARTIE
                   END-IF
                   IF WS-PARTIE-SW = 'N'
                       PERFORM OUVRIR-LA-PARTIE
                   END-IF
                   ADD 1 TO WS-NB-SAISIES
                   ADD 1 TO WS-PAR-RANG
                   IF GLOG-VERDICT NOT = "QUITTE"
                       ADD 1 TO WS-PAR-ESSAIS
                   END-IF
                   MOVE WS-PAR-RANG TO WS-SAI-RANG
                   MOVE GLOG-GUESS TO WS-SAI-PROPOSITION
                   MOVE GLOG-VERDICT TO WS-SAI-VERDICT
                   PERFORM EDITER-HEURE
                   MOVE WS-HEURE-EDIT TO WS-SAI-HEURE
                   COMPUTE WS-SECONDES =
                       FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                       + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
                   IF WS-PAR-RANG = 1
                       MOVE SPACES TO WS-SAI-ECART-X
                   ELSE
                       COMPUTE WS-ECART =
                           WS-SECONDES - WS-SECONDES-PREC
                       MOVE WS-ECART TO WS-SAI-ECART
                   END-IF
                   MOVE WS-SECONDES TO WS-SECONDES-PREC
                   MOVE GLOG-TIMESTAMP TO WS-PAR-DERNIER-TS
                   MOVE WS-LIGNE-SAISIE TO WS-LIGNE-SORTIE
                   PERFORM EMETTRE-LIGNE
                   IF GLOG-VERDICT = "TROUVE" OR GLOG-VERDICT = "QUITTE"
                       MOVE GLOG-VERDICT TO WS-PAR-VERDICT
                       PERFORM CLORE-LA-PARTIE
                   END-IF.

               OUVRIR-LA-PARTIE.
                   MOVE 'Y' TO WS-PARTIE-SW
                   ADD 1 TO WS-NO-PARTIE
                   MOVE GLOG-TARGET TO WS-PAR-CIBLE
                   MOVE 0 TO WS-PAR-ESSAIS
                   MOVE 0 TO WS-PAR-RANG
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 6
                       PERFORM EDITER-ENTETE
                   END-IF
                   MOVE SPACES TO WS-LIGNE-SORTIE
                   PERFORM EMETTRE-LIGNE
                   MOVE WS-NO-PARTIE TO WS-LPA-NO
                   MOVE WS-PAR-CIBLE TO WS-LPA-CIBLE
                   MOVE WS-LIGNE-PARTIE TO WS-LIGNE-SORTIE
                   PERFORM EMETTRE-LIGNE
                   MOVE WS-ENTETE-SAISIES TO WS-LIGNE-SORTIE
                   PERFORM EMETTRE-LIGNE.

               CLORE-LA-PARTIE.
                   MOVE 'N' TO WS-PARTIE-SW
                   MOVE WS-PAR-ESSAIS TO WS-EDIT-NB
                   MOVE SPACES TO WS-LIGNE-SORTIE
                   EVALUATE WS-PAR-VERDICT
                       WHEN "TROUVE"
                           STRING "  ISSUE : TROUVE EN "
                                   DELIMITED BY SIZE
                               WS-EDIT-NB DELIMITED BY SIZE
                               " ESSAI(S)" DELIMITED BY SIZE
                               INTO WS-LIGNE-SORTIE
                       WHEN "QUITTE"
                           STRING "  ISSUE : QUITTE APRES "
                                   DELIMITED BY SIZE
                               WS-EDIT-NB DELIMITED BY SIZE
                               " ESSAI(S)" DELIMITED BY SIZE
                               INTO WS-LIGNE-SORTIE
                       WHEN OTHER
                           MOVE "  ISSUE : SANS VERDICT FINAL DANS LA "
                               & "JOURNEE (PAUSE OU INTERRUPTION)"
                               TO WS-LIGNE-SORTIE
                   END-EVALUATE
                   PERFORM EMETTRE-LIGNE
                   IF WS-PAR-VERDICT NOT = SPACES
                       PERFORM CHERCHER-LE-SCORE
                       IF WS-SCO-TROUVE = 0
                           MOVE "  SCORE.DAT : AUCUN SCORE "
                               & "CORRESPONDANT" TO WS-LIGNE-SORTIE
                           PERFORM EMETTRE-LIGNE
                           ADD 1 TO WS-NB-ECARTS
                       ELSE
                           MOVE WS-SCO-TROUVE TO WS-SCO-IDX
                           PERFORM EDITER-UN-SCORE
                           PERFORM COMPARER-AU-SCORE
                       END-IF
                   END-IF.

               CHERCHER-LE-SCORE.
                   *> Le score est ecrit par tp juste apres le verdict
                   *> final : premier score libre de meme cible clos
                   *> a partir de la derniere saisie.
                   MOVE 0 TO WS-SCO-TROUVE
                   PERFORM VARYING WS-SCO-IDX FROM 1 BY 1
                           UNTIL WS-SCO-IDX > WS-SCO-CNT
                       IF WS-SCO-UTILISE-SW(WS-SCO-IDX) = 'N'
                               AND WS-SCO-CIBLE(WS-SCO-IDX)
                                   = WS-PAR-CIBLE
                               AND WS-SCO-FIN-TS(WS-SCO-IDX)
                                   NOT < WS-PAR-DERNIER-TS
                           IF WS-SCO-TROUVE = 0
                               MOVE WS-SCO-IDX TO WS-SCO-TROUVE
                           ELSE
                               IF WS-SCO-FIN-TS(WS-SCO-IDX) <
                                       WS-SCO-FIN-TS(WS-SCO-TROUVE)
                                   MOVE WS-SCO-IDX TO WS-SCO-TROUVE
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-SCO-TROUVE > 0
                       MOVE 'Y' TO WS-SCO-UTILISE-SW(WS-SCO-TROUVE)
                   END-IF.

               EDITER-UN-SCORE.
                   MOVE WS-SCO-FIN-TS(WS-SCO-IDX) TO WS-TS-TRAVAIL
                   MOVE WS-TS-DATE TO WS-LSC-DATE
                   PERFORM EDITER-HEURE
                   MOVE WS-HEURE-EDIT TO WS-LSC-HEURE
                   MOVE WS-SCO-ESSAIS(WS-SCO-IDX) TO WS-LSC-ESSAIS
                   IF WS-SCO-ISSUE(WS-SCO-IDX) = 'A'
                       MOVE "ABANDON" TO WS-LSC-ISSUE
                   ELSE
                       MOVE "GAGNEE" TO WS-LSC-ISSUE
                   END-IF
                   *> Bornes a espaces = plage historique 1-100.
                   IF WS-SCO-LOW(WS-SCO-IDX) IS NUMERIC
                           AND WS-SCO-HIGH(WS-SCO-IDX) IS NUMERIC
                       MOVE WS-SCO-LOW(WS-SCO-IDX) TO WS-LSC-LOW
                       MOVE WS-SCO-HIGH(WS-SCO-IDX) TO WS-LSC-HIGH
                   ELSE
                       MOVE 1 TO WS-LSC-LOW
                       MOVE 100 TO WS-LSC-HIGH
                   END-IF
                   MOVE WS-LIGNE-SCORE TO WS-LIGNE-SORTIE
                   PERFORM EMETTRE-LIGNE
                   MOVE WS-SCO-AJU-ESSAIS(WS-SCO-IDX) TO WS-EDIT-NB2
                   MOVE SPACES TO WS-LIGNE-SORTIE
                   EVALUATE WS-SCO-AJU-ACTION(WS-SCO-IDX)
                       WHEN 'V'
                           MOVE "  AJUSTEMENT EN VIGUEUR : "
                               & "SCORE ANNULE" TO WS-LIGNE-SORTIE
                       WHEN 'C'
                           STRING "  AJUSTEMENT EN VIGUEUR : ESSAIS "
                                   DELIMITED BY SIZE
                               "CORRIGES A " DELIMITED BY SIZE
                               WS-EDIT-NB2 DELIMITED BY SIZE
                               INTO WS-LIGNE-SORTIE
                       WHEN 'R'
                           MOVE "  AJUSTEMENT EN VIGUEUR : "
                               & "SCORE RETABLI" TO WS-LIGNE-SORTIE
                   END-EVALUATE
                   IF WS-LIGNE-SORTIE NOT = SPACES
                       PERFORM EMETTRE-LIGNE
                   END-IF.

               COMPARER-AU-SCORE.
                   *> Le journal et le score doivent dire la meme
                   *> chose : meme nombre d'essais, meme issue.
                   MOVE WS-SCO-ESSAIS(WS-SCO-IDX) TO WS-EDIT-NB2
                   IF WS-SCO-ESSAIS(WS-SCO-IDX) = WS-PAR-ESSAIS
                           AND ((WS-PAR-VERDICT = "QUITTE"
                                   AND WS-SCO-ISSUE(WS-SCO-IDX) = 'A')
                               OR (WS-PAR-VERDICT = "TROUVE"
                                   AND WS-SCO-ISSUE(WS-SCO-IDX)
                                       NOT = 'A'))
                       MOVE "  CONCORDANCE JOURNAL / SCORE : OK"
                           TO WS-LIGNE-SORTIE
                       ADD 1 TO WS-NB-CONCORDANTES
                   ELSE
                       MOVE SPACES TO WS-LIGNE-SORTIE
                       STRING "  CONCORDANCE JOURNAL / SCORE : ECART"
                               DELIMITED BY SIZE
                           " (JOURNAL " DELIMITED BY SIZE
                           WS-EDIT-NB DELIMITED BY SIZE
                           " ESSAI(S), SCORE " DELIMITED BY SIZE
                           WS-EDIT-NB2 DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-LIGNE-SORTIE
                       ADD 1 TO WS-NB-ECARTS
                   END-IF
                   PERFORM EMETTRE-LIGNE.

               LISTER-SCORES-ORPHELINS.
                   *> Scores de la journee sans partie au journal :
                   *> partie commencee la veille et reprise, ou
                   *> journal incomplet.
                   PERFORM VARYING WS-SCO-IDX FROM 1 BY 1
                           UNTIL WS-SCO-IDX > WS-SCO-CNT
                       IF WS-SCO-UTILISE-SW(WS-SCO-IDX) = 'N'
                           IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 4
                               PERFORM EDITER-ENTETE
                           END-IF
                           MOVE SPACES TO WS-LIGNE-SORTIE
                           PERFORM EMETTRE-LIGNE
                           MOVE "SCORE SANS PARTIE AU JOURNAL"
                               TO WS-LIGNE-SORTIE
                           PERFORM EMETTRE-LIGNE
                           PERFORM EDITER-UN-SCORE
                       END-IF
                   END-PERFORM.

               EDITER-TOTAUX.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 6
                       PERFORM EDITER-ENTETE
                   END-IF
                   MOVE SPACES TO WS-LIGNE-SORTIE
                   PERFORM EMETTRE-LIGNE
                   MOVE SPACES TO WS-LIGNE-SORTIE
                   STRING "Parties reconstituees : " DELIMITED BY SIZE
                       WS-NO-PARTIE DELIMITED BY SIZE
                       INTO WS-LIGNE-SORTIE
                   PERFORM EMETTRE-LIGNE
                   MOVE SPACES TO WS-LIGNE-SORTIE
                   STRING "Saisies du badge      : " DELIMITED BY SIZE
                       WS-NB-SAISIES DELIMITED BY SIZE
                       INTO WS-LIGNE-SORTIE
                   PERFORM EMETTRE-LIGNE
                   MOVE SPACES TO WS-LIGNE-SORTIE
                   STRING "Scores concordants    : " DELIMITED BY SIZE
                       WS-NB-CONCORDANTES DELIMITED BY SIZE
                       INTO WS-LIGNE-SORTIE
                   PERFORM EMETTRE-LIGNE
                   MOVE SPACES TO WS-LIGNE-SORTIE
                   STRING "Ecarts a examiner     : " DELIMITED BY SIZE
                       WS-NB-ECARTS DELIMITED BY SIZE
                       INTO WS-LIGNE-SORTIE
                   PERFORM EMETTRE-LIGNE.

               EDITER-HEURE.
                   MOVE WS-TS-HH TO WS-HED-HH
                   MOVE WS-TS-MI TO WS-HED-MI
                   MOVE WS-TS-SS TO WS-HED-SS.

               EMETTRE-LIGNE.
                   *> Meme ligne a l'ecran et sur l'etat imprime.
                   DISPLAY FUNCTION TRIM(WS-LIGNE-SORTIE TRAILING)
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE
                       PERFORM EDITER-ENTETE
                   END-IF
                   WRITE HISTO-PRINT-LINE FROM WS-LIGNE-SORTIE
                   ADD 1 TO WS-LIGNE-CNT.

               EDITER-ENTETE.
                   ADD 1 TO WS-PAGE-CNT
                   MOVE WS-PAGE-CNT TO WS-ENT-PAGE
                   IF WS-PAGE-CNT = 1
                       WRITE HISTO-PRINT-LINE FROM WS-ENTETE-1
                   ELSE
                       WRITE HISTO-PRINT-LINE FROM WS-ENTETE-1
                           AFTER ADVANCING PAGE
                   END-IF
                   MOVE SPACES TO HISTO-PRINT-LINE
                   WRITE HISTO-PRINT-LINE
                   WRITE HISTO-PRINT-LINE FROM WS-ENTETE-2
                   MOVE 3 TO WS-LIGNE-CNT.

            END PROGRAM tphisto.
