            IDENTIFICATION DIVISION.
            PROGRAM-ID. tpsuspect.
           *> Detection du jeu suspect, a passer chaque nuit AVANT la
           *> bascule tproll sur le journal vif GUESSLOG.DAT (avec un
           *> nom de fichier en argument, sur une journee archivee
           *> GLOG.AAAAMMJJ.DAT comme tpreport). Les saisies sont
           *> triees par badge dans l'ordre du journal et chaque
           *> partie est reconstituee coup par coup ; trois regles la
           *> signalent :
           *>   INDICE   proposition contraire a l'indice qui vient
           *>            d'etre donne (PLUS puis une proposition qui
           *>            ne monte pas, MOINS puis une proposition qui
           *>            ne descend pas)
           *>   RAPIDE   saisies journalisees moins de n secondes
           *>            apres la precedente de la meme partie
           *>   GAINVITE victoires repetees du meme badge en tres peu
           *>            d'essais (premier ou deuxieme coup)
           *> Les seuils viennent de SUSPPARM :
           *>   colonnes 1-2   delai minimal entre deux saisies, en
           *>                  secondes
           *>   colonnes 3-4   saisies trop rapides pour signaler
           *>                  une partie
           *>   colonnes 5-6   saisies contraires a l'indice pour
           *>                  signaler une partie
           *>   colonnes 7-8   essais au plus d'une victoire rapide
           *>   colonnes 9-10  victoires rapides du badge dans le
           *>                  journal pour les signaler toutes
           *> Chaque partie signalee part dans SUSPECT.DAT (statut
           *> ouvert) et au rapport d'exceptions SUSPRPT du
           *> superviseur. Un signalement deja connu n'est pas repete :
           *> une relance sur le meme journal ne change rien.
           *> Le superviseur leve un signalement par le fichier SUSPLEV
           *> lu en debut de passage :
           *>   colonnes 1-8   badge
           *>   colonnes 9-22  fin de partie (AAAAMMJJHHMMSS)
           *>   colonnes 23-30 regle, espaces pour toutes les regles
           *>                  de la partie
           *>   colonnes 31-38 identifiant du superviseur
           *> tpweekly ecarte des gagnants tout badge qui garde un
           *> signalement ouvert. Les executions batch (badge BATCH,
           *> lot GUESSIN) ne sont pas analysees.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PARAM-FILE ASSIGN TO "SUSPPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PARAM.
               SELECT GUESS-LOG-FILE ASSIGN TO DYNAMIC WS-GLOG-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-GLOG.
               SELECT SUSPECT-FILE ASSIGN TO "SUSPECT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SUSPECT.
               SELECT SUSPECT-TMP-FILE ASSIGN TO "SUSPECT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SUSPECT-TMP.
               SELECT SUSPECT-NEW-FILE ASSIGN TO "SUSPNEW.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SUSPECT-NEW.
               SELECT LEVEE-FILE ASSIGN TO "SUSPLEV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-LEVEE.
               SELECT SUSP-PRINT-FILE ASSIGN TO "SUSPRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRINT.
               SELECT SORT-GLOG-FILE ASSIGN TO "SUSPSRT".
            DATA DIVISION.
               FILE SECTION.
               FD PARAM-FILE.
               01 PARAM-RECORD.
                   05 SPP-DELAI-MIN PIC 9(2).
                   05 SPP-NB-RAPIDES PIC 9(2).
                   05 SPP-NB-CONTRAIRES PIC 9(2).
                   05 SPP-ESSAIS-VICTOIRE PIC 9(2).
                   05 SPP-NB-VICTOIRES PIC 9(2).

               FD GUESS-LOG-FILE.
               COPY "glog-rec.cpy".

               FD SUSPECT-FILE.
               COPY "suspect-rec.cpy".

               FD SUSPECT-TMP-FILE.
               COPY "suspect-rec.cpy" REPLACING
                   ==SUSPECT-RECORD==    BY ==SUSPECT-TMP-RECORD==
                   ==SUS-KEY==           BY ==SUS-TMP-KEY==
                   ==SUS-BADGE==         BY ==SUS-TMP-BADGE==
                   ==SUS-GAME-END-TS==   BY ==SUS-TMP-GAME-END-TS==
                   ==SUS-RULE==          BY ==SUS-TMP-RULE==
                   ==SUS-GAME-START-TS== BY ==SUS-TMP-GAME-START-TS==
                   ==SUS-TARGET==        BY ==SUS-TMP-TARGET==
                   ==SUS-GUESSES==       BY ==SUS-TMP-GUESSES==
                   ==SUS-COUNT==         BY ==SUS-TMP-COUNT==
                   ==SUS-DETECT-DATE==   BY ==SUS-TMP-DETECT-DATE==
                   ==SUS-STATUS==        BY ==SUS-TMP-STATUS==
                   ==SUS-CLEAR-DATE==    BY ==SUS-TMP-CLEAR-DATE==
                   ==SUS-CLEAR-BY==      BY ==SUS-TMP-CLEAR-BY==.

               FD SUSPECT-NEW-FILE.
               COPY "suspect-rec.cpy" REPLACING
                   ==SUSPECT-RECORD==    BY ==SUSPECT-NEW-RECORD==
                   ==SUS-KEY==           BY ==SUS-NEW-KEY==
                   ==SUS-BADGE==         BY ==SUS-NEW-BADGE==
                   ==SUS-GAME-END-TS==   BY ==SUS-NEW-GAME-END-TS==
                   ==SUS-RULE==          BY ==SUS-NEW-RULE==
                   ==SUS-GAME-START-TS== BY ==SUS-NEW-GAME-START-TS==
                   ==SUS-TARGET==        BY ==SUS-NEW-TARGET==
                   ==SUS-GUESSES==       BY ==SUS-NEW-GUESSES==
                   ==SUS-COUNT==         BY ==SUS-NEW-COUNT==
                   ==SUS-DETECT-DATE==   BY ==SUS-NEW-DETECT-DATE==
                   ==SUS-STATUS==        BY ==SUS-NEW-STATUS==
                   ==SUS-CLEAR-DATE==    BY ==SUS-NEW-CLEAR-DATE==
                   ==SUS-CLEAR-BY==      BY ==SUS-NEW-CLEAR-BY==.

               FD LEVEE-FILE.
               01 LEVEE-RECORD.
                   05 LEV-BADGE PIC X(8).
                   05 LEV-GAME-END-TS PIC 9(14).
                   05 LEV-RULE PIC X(8).
                   05 LEV-OPERATEUR PIC X(8).

               FD SUSP-PRINT-FILE.
               01 SUSP-PRINT-LINE PIC X(132).

               SD SORT-GLOG-FILE.
               01 TRI-GLOG-RECORD.
                   05 TRI-BADGE PIC X(8).
                   05 TRI-SEQ PIC 9(9).
                   05 TRI-GUESS PIC 9(4).
                   05 TRI-TARGET PIC 9(4).
                   05 TRI-VERDICT PIC X(6).
                   05 TRI-TIMESTAMP PIC 9(14).

               WORKING-STORAGE SECTION.
               01 WS-GLOG-NAME PIC X(64).
               01 WS-FS-PARAM PIC XX.
               01 WS-FS-GLOG PIC XX.
               01 WS-FS-SUSPECT PIC XX.
               01 WS-FS-SUSPECT-TMP PIC XX.
               01 WS-FS-SUSPECT-NEW PIC XX.
               01 WS-FS-LEVEE PIC XX.
               01 WS-FS-PRINT PIC XX.
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-EOF-TRI-SW PIC X VALUE 'N'.
               01 WS-EOF-SUS-SW PIC X VALUE 'N'.
               01 WS-DATE-JOUR PIC 9(8).
               01 WS-SEQ PIC 9(9) VALUE 0.
               01 WS-DELAI-MIN PIC 9(2).
               01 WS-SEUIL-RAPIDES PIC 9(2).
               01 WS-SEUIL-CONTRAIRES PIC 9(2).
               01 WS-ESSAIS-VICTOIRE PIC 9(2).
               01 WS-SEUIL-VICTOIRES PIC 9(2).
               01 WS-IDX PIC 9(4).
              *> Levees du superviseur, gardees en table pour
              *> signaler au rapport celles qui ne trouvent aucun
              *> signalement.
               01 WS-LEV-MAX PIC 9(4) VALUE 200.
               01 WS-LEV-CNT PIC 9(4) VALUE 0.
               01 WS-LEV-TAB.
                   05 WS-LEV-ENTRY OCCURS 200 TIMES.
                       10 WS-LEV-BADGE PIC X(8).
                       10 WS-LEV-FIN-TS PIC 9(14).
                       10 WS-LEV-REGLE PIC X(8).
                       10 WS-LEV-OPERATEUR PIC X(8).
                       10 WS-LEV-TROUVEE-SW PIC X.
              *> Partie en cours de reconstitution : un seul badge et
              *> une seule partie en memoire a la fois.
               01 WS-BADGE-EN-COURS PIC X(8) VALUE SPACES.
               01 WS-PARTIE-SW PIC X VALUE 'N'.
               01 WS-PTE-CIBLE PIC 9(4).
               01 WS-PTE-DEBUT-TS PIC 9(14).
               01 WS-PTE-FIN-TS PIC 9(14).
               01 WS-PTE-SAISIES PIC 9(4).
               01 WS-PTE-CONTRAIRES PIC 9(4).
               01 WS-PTE-RAPIDES PIC 9(4).
               01 WS-PTE-ISSUE PIC X.
               01 WS-PREC-COUP PIC 9(4).
               01 WS-PREC-VERDICT PIC X(6).
               01 WS-PREC-SECONDES PIC 9(12).
               01 WS-SECONDES PIC 9(12).
               01 WS-ECART-SECONDES PIC 9(12).
               01 WS-TS-TRAVAIL PIC X(14).
               01 WS-TS-DECOUPE REDEFINES WS-TS-TRAVAIL.
                   05 WS-TS-DATE PIC 9(8).
                   05 WS-TS-HEURE PIC 9(2).
                   05 WS-TS-MINUTE PIC 9(2).
                   05 WS-TS-SECONDE PIC 9(2).
              *> Victoires rapides du badge en cours, signalees
              *> ensemble a la rupture de badge si elles atteignent
              *> le seuil.
               01 WS-VIC-MAX PIC 9(4) VALUE 50.
               01 WS-VIC-CNT PIC 9(4) VALUE 0.
               01 WS-NB-VICTOIRES-RAPIDES PIC 9(4) VALUE 0.
               01 WS-VIC-TAB.
                   05 WS-VIC-ENTRY OCCURS 50 TIMES.
                       10 WS-VIC-DEBUT-TS PIC 9(14).
                       10 WS-VIC-FIN-TS PIC 9(14).
                       10 WS-VIC-CIBLE PIC 9(4).
                       10 WS-VIC-SAISIES PIC 9(4).
              *> Signalement en preparation.
               01 WS-SIG-FIN-TS PIC 9(14).
               01 WS-SIG-REGLE PIC X(8).
               01 WS-SIG-DEBUT-TS PIC 9(14).
               01 WS-SIG-CIBLE PIC 9(4).
               01 WS-SIG-SAISIES PIC 9(4).
               01 WS-SIG-OCCURRENCES PIC 9(4).
               01 WS-SIG-CONNU-SW PIC X.
               01 WS-NB-LUS PIC 9(8) VALUE 0.
               01 WS-NB-BATCH PIC 9(8) VALUE 0.
               01 WS-NB-PARTIES PIC 9(6) VALUE 0.
               01 WS-NB-SIG-INDICE PIC 9(6) VALUE 0.
               01 WS-NB-SIG-RAPIDE PIC 9(6) VALUE 0.
               01 WS-NB-SIG-GAINVITE PIC 9(6) VALUE 0.
               01 WS-NB-DEJA-CONNUS PIC 9(6) VALUE 0.
               01 WS-NB-LEVEES-LUES PIC 9(6) VALUE 0.
               01 WS-NB-LEVEES PIC 9(6) VALUE 0.
               01 WS-NB-LEVEES-ORPHELINES PIC 9(6) VALUE 0.
               01 WS-NB-LEV-DEBORDES PIC 9(6) VALUE 0.
               01 WS-NB-VIC-DEBORDES PIC 9(6) VALUE 0.
               01 WS-NB-OUVERTS PIC 9(6) VALUE 0.
               01 WS-LIGNE-CNT PIC 9(3) VALUE 99.
               01 WS-PAGE-CNT PIC 9(4) VALUE 0.
               01 WS-LIGNES-PAR-PAGE PIC 9(3) VALUE 60.

               01 WS-ENTETE-1.
                   05 FILLER PIC X(10) VALUE "TPSUSPECT".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(50) VALUE
                       "EXCEPTIONS - PARTIES SUSPECTES AU JOURNAL".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(5) VALUE "DATE ".
                   05 WS-ENT-DATE PIC 9999/99/99.
                   05 FILLER PIC X(7) VALUE "  PAGE ".
                   05 WS-ENT-PAGE PIC ZZZ9.
                   05 FILLER PIC X(6) VALUE SPACES.
               01 WS-ENTETE-2.
                   05 FILLER PIC X(10) VALUE "BADGE".
                   05 FILLER PIC X(10) VALUE "REGLE".
                   05 FILLER PIC X(16) VALUE "DEBUT PARTIE".
                   05 FILLER PIC X(16) VALUE "FIN PARTIE".
                   05 FILLER PIC X(7) VALUE "CIBLE".
                   05 FILLER PIC X(9) VALUE "SAISIES".
                   05 FILLER PIC X(8) VALUE "OCCUR.".
                   05 FILLER PIC X(56) VALUE "MOTIF".
               01 WS-LIGNE-SIGNAL.
                   05 WS-SGL-BADGE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-SGL-REGLE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-SGL-DEBUT PIC 9(14).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-SGL-FIN PIC 9(14).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-SGL-CIBLE PIC ZZZ9.
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 WS-SGL-SAISIES PIC ZZZ9.
                   05 FILLER PIC X(5) VALUE SPACES.
                   05 WS-SGL-OCCURRENCES PIC ZZZ9.
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-SGL-MOTIF PIC X(56).
               01 WS-LIGNE-BILAN.
                   05 WS-BIL-LIBELLE PIC X(34).
                   05 WS-BIL-VALEUR PIC ZZZZZZZ9.
                   05 FILLER PIC X(90) VALUE SPACES.

            PROCEDURE DIVISION.

               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
               PERFORM LIRE-PARAMETRE
               ACCEPT WS-GLOG-NAME FROM COMMAND-LINE
               IF WS-GLOG-NAME = SPACES
                   MOVE "GUESSLOG.DAT" TO WS-GLOG-NAME
               END-IF

               OPEN OUTPUT SUSP-PRINT-FILE
               PERFORM APPLIQUER-LES-LEVEES
               OPEN OUTPUT SUSPECT-NEW-FILE

               SORT SORT-GLOG-FILE
                   ON ASCENDING KEY TRI-BADGE TRI-SEQ
                   INPUT PROCEDURE IS VERSER-LE-JOURNAL
                   OUTPUT PROCEDURE IS ANALYSER-LES-PARTIES

               CLOSE SUSPECT-NEW-FILE
               PERFORM AJOUTER-LES-SIGNALEMENTS
               PERFORM COMPTER-LES-OUVERTS
               PERFORM EDITER-LEVEES-ORPHELINES
               PERFORM EDITER-BILAN
               CLOSE SUSP-PRINT-FILE

               DISPLAY "Parties signalees : "
                   WS-NB-SIG-INDICE " INDICE, "
                   WS-NB-SIG-RAPIDE " RAPIDE, "
                   WS-NB-SIG-GAINVITE " GAINVITE"
               STOP RUN.

               LIRE-PARAMETRE.
                   OPEN INPUT PARAM-FILE
                   IF WS-FS-PARAM NOT = "00"
                       DISPLAY "Fichier parametre SUSPPARM absent"
                       STOP RUN RETURNING 8
                   END-IF
                   READ PARAM-FILE
                       AT END
                           DISPLAY "Fichier parametre SUSPPARM vide"
                           CLOSE PARAM-FILE
                           STOP RUN RETURNING 8
                   END-READ
                   IF SPP-DELAI-MIN NOT NUMERIC
                           OR SPP-NB-RAPIDES NOT NUMERIC
                           OR SPP-NB-CONTRAIRES NOT NUMERIC
                           OR SPP-ESSAIS-VICTOIRE NOT NUMERIC
                           OR SPP-NB-VICTOIRES NOT NUMERIC
                       DISPLAY "Seuils SUSPPARM invalides"
                       CLOSE PARAM-FILE
                       STOP RUN RETURNING 8
                   END-IF
                   MOVE SPP-DELAI-MIN TO WS-DELAI-MIN
                   MOVE SPP-NB-RAPIDES TO WS-SEUIL-RAPIDES
                   MOVE SPP-NB-CONTRAIRES TO WS-SEUIL-CONTRAIRES
                   MOVE SPP-ESSAIS-VICTOIRE TO WS-ESSAIS-VICTOIRE
                   MOVE SPP-NB-VICTOIRES TO WS-SEUIL-VICTOIRES
                   *> Un seuil a zero signalerait toutes les parties :
                   *> il vaut 1 (une seule occurrence suffit).
                   IF WS-SEUIL-RAPIDES = 0
                       MOVE 1 TO WS-SEUIL-RAPIDES
                   END-IF
                   IF WS-SEUIL-CONTRAIRES = 0
                       MOVE 1 TO WS-SEUIL-CONTRAIRES
                   END-IF
                   IF WS-SEUIL-VICTOIRES = 0
                       MOVE 1 TO WS-SEUIL-VICTOIRES
                   END-IF
                   CLOSE PARAM-FILE.

               APPLIQUER-LES-LEVEES.
                   *> Les levees passent avant la detection, par la
                   *> meme bascule de fichier de travail que les
                   *> autres fichiers maitres. Une levee reappliquee
                   *> a un signalement deja leve ne change rien.
                   OPEN INPUT LEVEE-FILE
                   IF WS-FS-LEVEE = "00"
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ LEVEE-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM RETENIR-UNE-LEVEE
                           END-READ
                       END-PERFORM
                       CLOSE LEVEE-FILE
                   END-IF
                   IF WS-LEV-CNT > 0
                       OPEN INPUT SUSPECT-FILE
                       IF WS-FS-SUSPECT = "00"
                           OPEN OUTPUT SUSPECT-TMP-FILE
                           MOVE 'N' TO WS-EOF-SW
                           PERFORM UNTIL WS-EOF-SW = 'Y'
                               READ SUSPECT-FILE
                                   AT END
                                       MOVE 'Y' TO WS-EOF-SW
                                   NOT AT END
                                       PERFORM LEVER-UN-SIGNALEMENT
                                       PERFORM ECRIRE-SUSPECT-TMP
                               END-READ
                           END-PERFORM
                           CLOSE SUSPECT-FILE
                           CLOSE SUSPECT-TMP-FILE
                           PERFORM RECOPIER-TMP-VERS-SUSPECT
                       END-IF
                   END-IF.

               RETENIR-UNE-LEVEE.
                   ADD 1 TO WS-NB-LEVEES-LUES
                   IF WS-LEV-CNT < WS-LEV-MAX
                       ADD 1 TO WS-LEV-CNT
                       MOVE LEV-BADGE TO WS-LEV-BADGE(WS-LEV-CNT)
                       MOVE LEV-GAME-END-TS
                           TO WS-LEV-FIN-TS(WS-LEV-CNT)
                       MOVE LEV-RULE TO WS-LEV-REGLE(WS-LEV-CNT)
                       MOVE LEV-OPERATEUR
                           TO WS-LEV-OPERATEUR(WS-LEV-CNT)
                       MOVE 'N' TO WS-LEV-TROUVEE-SW(WS-LEV-CNT)
                   ELSE
                       ADD 1 TO WS-NB-LEV-DEBORDES
                   END-IF.

               LEVER-UN-SIGNALEMENT.
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-LEV-CNT
                       IF SUS-BADGE = WS-LEV-BADGE(WS-IDX)
                               AND SUS-GAME-END-TS
                                   = WS-LEV-FIN-TS(WS-IDX)
                               AND (WS-LEV-REGLE(WS-IDX) = SPACES
                                   OR SUS-RULE
                                       = WS-LEV-REGLE(WS-IDX))
                           MOVE 'Y' TO WS-LEV-TROUVEE-SW(WS-IDX)
                           IF SUS-STATUS = 'O'
                               MOVE 'L' TO SUS-STATUS
                               MOVE WS-DATE-JOUR TO SUS-CLEAR-DATE
                               MOVE WS-LEV-OPERATEUR(WS-IDX)
                                   TO SUS-CLEAR-BY
                               ADD 1 TO WS-NB-LEVEES
                           END-IF
                       END-IF
                   END-PERFORM.

               ECRIRE-SUSPECT-TMP.
                   MOVE SUS-BADGE TO SUS-TMP-BADGE
                   MOVE SUS-GAME-END-TS TO SUS-TMP-GAME-END-TS
                   MOVE SUS-RULE TO SUS-TMP-RULE
                   MOVE SUS-GAME-START-TS TO SUS-TMP-GAME-START-TS
                   MOVE SUS-TARGET TO SUS-TMP-TARGET
                   MOVE SUS-GUESSES TO SUS-TMP-GUESSES
                   MOVE SUS-COUNT TO SUS-TMP-COUNT
                   MOVE SUS-DETECT-DATE TO SUS-TMP-DETECT-DATE
                   MOVE SUS-STATUS TO SUS-TMP-STATUS
                   MOVE SUS-CLEAR-DATE TO SUS-TMP-CLEAR-DATE
                   MOVE SUS-CLEAR-BY TO SUS-TMP-CLEAR-BY
                   WRITE SUSPECT-TMP-RECORD.

               RECOPIER-TMP-VERS-SUSPECT.
                   OPEN OUTPUT SUSPECT-FILE
                   OPEN INPUT SUSPECT-TMP-FILE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ SUSPECT-TMP-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               MOVE SUS-TMP-BADGE TO SUS-BADGE
                               MOVE SUS-TMP-GAME-END-TS
                                   TO SUS-GAME-END-TS
                               MOVE SUS-TMP-RULE TO SUS-RULE
                               MOVE SUS-TMP-GAME-START-TS
                                   TO SUS-GAME-START-TS
                               MOVE SUS-TMP-TARGET TO SUS-TARGET
                               MOVE SUS-TMP-GUESSES TO SUS-GUESSES
                               MOVE SUS-TMP-COUNT TO SUS-COUNT
                               MOVE SUS-TMP-DETECT-DATE
                                   TO SUS-DETECT-DATE
                               MOVE SUS-TMP-STATUS TO SUS-STATUS
                               MOVE SUS-TMP-CLEAR-DATE
                                   TO SUS-CLEAR-DATE
                               MOVE SUS-TMP-CLEAR-BY TO SUS-CLEAR-BY
                               WRITE SUSPECT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SUSPECT-FILE
                   CLOSE SUSPECT-TMP-FILE.

               VERSER-LE-JOURNAL.
                   *> Le numero de sequence garde l'ordre du journal
                   *> a badge egal : les parties de plusieurs joueurs
                   *> entrelacees au journal sont separees par le tri.
                   OPEN INPUT GUESS-LOG-FILE
                   IF WS-FS-GLOG NOT = "00"
                       DISPLAY "Journal introuvable : " WS-GLOG-NAME
                   ELSE
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ GUESS-LOG-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM VERSER-UNE-SAISIE
                           END-READ
                       END-PERFORM
                       CLOSE GUESS-LOG-FILE
                   END-IF.

               VERSER-UNE-SAISIE.
                   ADD 1 TO WS-NB-LUS
                   IF GLOG-BADGE = "BATCH"
                       ADD 1 TO WS-NB-BATCH
                   ELSE
                       ADD 1 TO WS-SEQ
                       MOVE GLOG-BADGE TO TRI-BADGE
                       MOVE WS-SEQ TO TRI-SEQ
                       MOVE GLOG-GUESS TO TRI-GUESS
                       MOVE GLOG-TARGET TO TRI-TARGET
                       MOVE GLOG-VERDICT TO TRI-VERDICT
                       MOVE GLOG-TIMESTAMP TO TRI-TIMESTAMP
                       RELEASE TRI-GLOG-RECORD
                   END-IF.

               ANALYSER-LES-PARTIES.
                   PERFORM RETOURNER-UNE-SAISIE
                   PERFORM UNTIL WS-EOF-TRI-SW = 'Y'
                       PERFORM ANALYSER-UNE-SAISIE
                       PERFORM RETOURNER-UNE-SAISIE
                   END-PERFORM
                   IF WS-BADGE-EN-COURS NOT = SPACES
                       PERFORM CLORE-LE-BADGE
                   END-IF.

               RETOURNER-UNE-SAISIE.
                   RETURN SORT-GLOG-FILE
                       AT END MOVE 'Y' TO WS-EOF-TRI-SW
                   END-RETURN.

               ANALYSER-UNE-SAISIE.
                   *> Une partie se termine sur TROUVE ou QUITTE. Une
                   *> cible qui change sans verdict final (execution
                   *> interrompue sans reprise) clot la partie
                   *> precedente comme interrompue.
                   IF TRI-BADGE NOT = WS-BADGE-EN-COURS
                       IF WS-BADGE-EN-COURS NOT = SPACES
                           PERFORM CLORE-LE-BADGE
                       END-IF
                       MOVE TRI-BADGE TO WS-BADGE-EN-COURS
                       MOVE 0 TO WS-VIC-CNT
                       MOVE 0 TO WS-NB-VICTOIRES-RAPIDES
                   END-IF
                   IF WS-PARTIE-SW = 'Y'
                           AND TRI-TARGET NOT = WS-PTE-CIBLE
                       MOVE 'I' TO WS-PTE-ISSUE
                       PERFORM CLORE-LA-PARTIE
                   END-IF
                   IF WS-PARTIE-SW NOT = 'Y'
                       PERFORM OUVRIR-LA-PARTIE
                   END-IF
                   MOVE TRI-TIMESTAMP TO WS-PTE-FIN-TS
                   IF TRI-VERDICT = "QUITTE"
                       MOVE 'A' TO WS-PTE-ISSUE
                       PERFORM CLORE-LA-PARTIE
                   ELSE
                       PERFORM CONTROLER-UN-COUP
                       IF TRI-VERDICT = "TROUVE"
                           MOVE 'G' TO WS-PTE-ISSUE
                           PERFORM CLORE-LA-PARTIE
                       END-IF
                   END-IF.

               OUVRIR-LA-PARTIE.
                   MOVE 'Y' TO WS-PARTIE-SW
                   MOVE TRI-TARGET TO WS-PTE-CIBLE
                   MOVE TRI-TIMESTAMP TO WS-PTE-DEBUT-TS
                   MOVE 0 TO WS-PTE-SAISIES
                   MOVE 0 TO WS-PTE-CONTRAIRES
                   MOVE 0 TO WS-PTE-RAPIDES
                   MOVE SPACES TO WS-PREC-VERDICT.

               CONTROLER-UN-COUP.
                   *> PLUS annonce une cible au-dessus du coup joue,
                   *> MOINS une cible au-dessous (voir tp,
                   *> JOURNALISER-SAISIE).
                   ADD 1 TO WS-PTE-SAISIES
                   MOVE TRI-TIMESTAMP TO WS-TS-TRAVAIL
                   PERFORM CALCULER-SECONDES
                   IF WS-PREC-VERDICT NOT = SPACES
                       IF WS-PREC-VERDICT = "PLUS"
                               AND TRI-GUESS NOT > WS-PREC-COUP
                           ADD 1 TO WS-PTE-CONTRAIRES
                       END-IF
                       IF WS-PREC-VERDICT = "MOINS"
                               AND TRI-GUESS NOT < WS-PREC-COUP
                           ADD 1 TO WS-PTE-CONTRAIRES
                       END-IF
                       IF WS-SECONDES NOT < WS-PREC-SECONDES
                           COMPUTE WS-ECART-SECONDES =
                               WS-SECONDES - WS-PREC-SECONDES
                           IF WS-ECART-SECONDES < WS-DELAI-MIN
                               ADD 1 TO WS-PTE-RAPIDES
                           END-IF
                       END-IF
                   END-IF
                   MOVE TRI-GUESS TO WS-PREC-COUP
                   MOVE TRI-VERDICT TO WS-PREC-VERDICT
                   MOVE WS-SECONDES TO WS-PREC-SECONDES.

               CALCULER-SECONDES.
                   IF WS-TS-DATE > 16010101
                       COMPUTE WS-SECONDES =
                           FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                           + WS-TS-HEURE * 3600 + WS-TS-MINUTE * 60
                           + WS-TS-SECONDE
                   ELSE
                       MOVE 0 TO WS-SECONDES
                   END-IF.

               CLORE-LA-PARTIE.
                   ADD 1 TO WS-NB-PARTIES
                   MOVE 'N' TO WS-PARTIE-SW
                   MOVE WS-PTE-FIN-TS TO WS-SIG-FIN-TS
                   MOVE WS-PTE-DEBUT-TS TO WS-SIG-DEBUT-TS
                   MOVE WS-PTE-CIBLE TO WS-SIG-CIBLE
                   MOVE WS-PTE-SAISIES TO WS-SIG-SAISIES
                   IF WS-PTE-CONTRAIRES NOT < WS-SEUIL-CONTRAIRES
                       MOVE "INDICE" TO WS-SIG-REGLE
                       MOVE WS-PTE-CONTRAIRES TO WS-SIG-OCCURRENCES
                       PERFORM SIGNALER-UNE-PARTIE
                   END-IF
                   IF WS-PTE-RAPIDES NOT < WS-SEUIL-RAPIDES
                       MOVE "RAPIDE" TO WS-SIG-REGLE
                       MOVE WS-PTE-RAPIDES TO WS-SIG-OCCURRENCES
                       PERFORM SIGNALER-UNE-PARTIE
                   END-IF
                   IF WS-PTE-ISSUE = 'G'
                           AND WS-PTE-SAISIES NOT > WS-ESSAIS-VICTOIRE
                       PERFORM RETENIR-VICTOIRE-RAPIDE
                   END-IF.

               RETENIR-VICTOIRE-RAPIDE.
                   ADD 1 TO WS-NB-VICTOIRES-RAPIDES
                   IF WS-VIC-CNT < WS-VIC-MAX
                       ADD 1 TO WS-VIC-CNT
                       MOVE WS-PTE-DEBUT-TS
                           TO WS-VIC-DEBUT-TS(WS-VIC-CNT)
                       MOVE WS-PTE-FIN-TS TO WS-VIC-FIN-TS(WS-VIC-CNT)
                       MOVE WS-PTE-CIBLE TO WS-VIC-CIBLE(WS-VIC-CNT)
                       MOVE WS-PTE-SAISIES
                           TO WS-VIC-SAISIES(WS-VIC-CNT)
                   ELSE
                       ADD 1 TO WS-NB-VIC-DEBORDES
                   END-IF.

               CLORE-LE-BADGE.
                   *> Rupture de badge : la partie laissee ouverte est
                   *> close comme interrompue, puis les victoires
                   *> rapides du badge sont signalees ensemble si
                   *> elles atteignent le seuil.
                   IF WS-PARTIE-SW = 'Y'
                       MOVE 'I' TO WS-PTE-ISSUE
                       PERFORM CLORE-LA-PARTIE
                   END-IF
                   IF WS-NB-VICTOIRES-RAPIDES NOT < WS-SEUIL-VICTOIRES
                       MOVE "GAINVITE" TO WS-SIG-REGLE
                       MOVE WS-NB-VICTOIRES-RAPIDES
                           TO WS-SIG-OCCURRENCES
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-VIC-CNT
                           MOVE WS-VIC-FIN-TS(WS-IDX) TO WS-SIG-FIN-TS
                           MOVE WS-VIC-DEBUT-TS(WS-IDX)
                               TO WS-SIG-DEBUT-TS
                           MOVE WS-VIC-CIBLE(WS-IDX) TO WS-SIG-CIBLE
                           MOVE WS-VIC-SAISIES(WS-IDX)
                               TO WS-SIG-SAISIES
                           PERFORM SIGNALER-UNE-PARTIE
                       END-PERFORM
                   END-IF.

               SIGNALER-UNE-PARTIE.
                   PERFORM CHERCHER-SIGNALEMENT
                   IF WS-SIG-CONNU-SW = 'Y'
                       ADD 1 TO WS-NB-DEJA-CONNUS
                   ELSE
                       MOVE WS-BADGE-EN-COURS TO SUS-NEW-BADGE
                       MOVE WS-SIG-FIN-TS TO SUS-NEW-GAME-END-TS
                       MOVE WS-SIG-REGLE TO SUS-NEW-RULE
                       MOVE WS-SIG-DEBUT-TS TO SUS-NEW-GAME-START-TS
                       MOVE WS-SIG-CIBLE TO SUS-NEW-TARGET
                       MOVE WS-SIG-SAISIES TO SUS-NEW-GUESSES
                       MOVE WS-SIG-OCCURRENCES TO SUS-NEW-COUNT
                       MOVE WS-DATE-JOUR TO SUS-NEW-DETECT-DATE
                       MOVE 'O' TO SUS-NEW-STATUS
                       MOVE 0 TO SUS-NEW-CLEAR-DATE
                       MOVE SPACES TO SUS-NEW-CLEAR-BY
                       WRITE SUSPECT-NEW-RECORD
                       EVALUATE WS-SIG-REGLE
                           WHEN "INDICE"
                               ADD 1 TO WS-NB-SIG-INDICE
                           WHEN "RAPIDE"
                               ADD 1 TO WS-NB-SIG-RAPIDE
                           WHEN OTHER
                               ADD 1 TO WS-NB-SIG-GAINVITE
                       END-EVALUATE
                       PERFORM EDITER-UN-SIGNALEMENT
                   END-IF.

               CHERCHER-SIGNALEMENT.
                   MOVE 'N' TO WS-SIG-CONNU-SW
                   OPEN INPUT SUSPECT-FILE
                   IF WS-FS-SUSPECT = "00"
                       MOVE 'N' TO WS-EOF-SUS-SW
                       PERFORM UNTIL WS-EOF-SUS-SW = 'Y'
                           READ SUSPECT-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SUS-SW
                               NOT AT END
                                   IF SUS-BADGE = WS-BADGE-EN-COURS
                                           AND SUS-GAME-END-TS
                                               = WS-SIG-FIN-TS
                                           AND SUS-RULE
                                               = WS-SIG-REGLE
                                       MOVE 'Y' TO WS-SIG-CONNU-SW
                                       MOVE 'Y' TO WS-EOF-SUS-SW
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE SUSPECT-FILE
                   END-IF.

               AJOUTER-LES-SIGNALEMENTS.
                   OPEN INPUT SUSPECT-NEW-FILE
                   OPEN EXTEND SUSPECT-FILE
                   IF WS-FS-SUSPECT = "35"
                       OPEN OUTPUT SUSPECT-FILE
                   END-IF
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ SUSPECT-NEW-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               MOVE SUS-NEW-BADGE TO SUS-BADGE
                               MOVE SUS-NEW-GAME-END-TS
                                   TO SUS-GAME-END-TS
                               MOVE SUS-NEW-RULE TO SUS-RULE
                               MOVE SUS-NEW-GAME-START-TS
                                   TO SUS-GAME-START-TS
                               MOVE SUS-NEW-TARGET TO SUS-TARGET
                               MOVE SUS-NEW-GUESSES TO SUS-GUESSES
                               MOVE SUS-NEW-COUNT TO SUS-COUNT
                               MOVE SUS-NEW-DETECT-DATE
                                   TO SUS-DETECT-DATE
                               MOVE SUS-NEW-STATUS TO SUS-STATUS
                               MOVE SUS-NEW-CLEAR-DATE
                                   TO SUS-CLEAR-DATE
                               MOVE SUS-NEW-CLEAR-BY TO SUS-CLEAR-BY
                               WRITE SUSPECT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SUSPECT-FILE
                   CLOSE SUSPECT-NEW-FILE.

               COMPTER-LES-OUVERTS.
                   OPEN INPUT SUSPECT-FILE
                   IF WS-FS-SUSPECT = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ SUSPECT-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   IF SUS-STATUS = 'O'
                                       ADD 1 TO WS-NB-OUVERTS
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE SUSPECT-FILE
                   END-IF.

               EDITER-UN-SIGNALEMENT.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 3
                       PERFORM EDITER-ENTETE
                   END-IF
                   MOVE WS-BADGE-EN-COURS TO WS-SGL-BADGE
                   MOVE WS-SIG-REGLE TO WS-SGL-REGLE
                   MOVE WS-SIG-DEBUT-TS TO WS-SGL-DEBUT
                   MOVE WS-SIG-FIN-TS TO WS-SGL-FIN
                   MOVE WS-SIG-CIBLE TO WS-SGL-CIBLE
                   MOVE WS-SIG-SAISIES TO WS-SGL-SAISIES
                   MOVE WS-SIG-OCCURRENCES TO WS-SGL-OCCURRENCES
                   EVALUATE WS-SIG-REGLE
                       WHEN "INDICE"
                           MOVE "SAISIES CONTRAIRES A L'INDICE DONNE"
                               TO WS-SGL-MOTIF
                       WHEN "RAPIDE"
                           MOVE "SAISIES PLUS RAPIDES QUE LA FRAPPE"
                               TO WS-SGL-MOTIF
                       WHEN OTHER
                           MOVE "VICTOIRES REPETEES EN PEU D'ESSAIS"
                               TO WS-SGL-MOTIF
                   END-EVALUATE
                   WRITE SUSP-PRINT-LINE FROM WS-LIGNE-SIGNAL
                   ADD 1 TO WS-LIGNE-CNT.

               EDITER-LEVEES-ORPHELINES.
                   *> Une levee qui ne trouve aucun signalement est
                   *> sans doute mal saisie : elle est rendue au
                   *> superviseur sur le rapport.
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-LEV-CNT
                       IF WS-LEV-TROUVEE-SW(WS-IDX) NOT = 'Y'
                           ADD 1 TO WS-NB-LEVEES-ORPHELINES
                           IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 3
                               PERFORM EDITER-ENTETE
                           END-IF
                           MOVE WS-LEV-BADGE(WS-IDX) TO WS-SGL-BADGE
                           MOVE WS-LEV-REGLE(WS-IDX) TO WS-SGL-REGLE
                           MOVE 0 TO WS-SGL-DEBUT
                           MOVE WS-LEV-FIN-TS(WS-IDX) TO WS-SGL-FIN
                           MOVE 0 TO WS-SGL-CIBLE
                           MOVE 0 TO WS-SGL-SAISIES
                           MOVE 0 TO WS-SGL-OCCURRENCES
                           MOVE "LEVEE SANS SIGNALEMENT CORRESPONDANT"
                               TO WS-SGL-MOTIF
                           WRITE SUSP-PRINT-LINE FROM WS-LIGNE-SIGNAL
                           ADD 1 TO WS-LIGNE-CNT
                       END-IF
                   END-PERFORM.

               EDITER-ENTETE.
                   ADD 1 TO WS-PAGE-CNT
                   MOVE WS-PAGE-CNT TO WS-ENT-PAGE
                   MOVE WS-DATE-JOUR TO WS-ENT-DATE
                   IF WS-PAGE-CNT = 1
                       WRITE SUSP-PRINT-LINE FROM WS-ENTETE-1
                   ELSE
                       WRITE SUSP-PRINT-LINE FROM WS-ENTETE-1
                           AFTER ADVANCING PAGE
                   END-IF
                   MOVE SPACES TO SUSP-PRINT-LINE
                   WRITE SUSP-PRINT-LINE
                   WRITE SUSP-PRINT-LINE FROM WS-ENTETE-2
                   MOVE SPACES TO SUSP-PRINT-LINE
                   WRITE SUSP-PRINT-LINE
                   MOVE 4 TO WS-LIGNE-CNT.

               EDITER-BILAN.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 16
                       PERFORM EDITER-ENTETE
                   END-IF
                   MOVE SPACES TO SUSP-PRINT-LINE
                   WRITE SUSP-PRINT-LINE
                   MOVE "SAISIES LUES" TO WS-BIL-LIBELLE
                   MOVE WS-NB-LUS TO WS-BIL-VALEUR
                   WRITE SUSP-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "SAISIES BATCH NON ANALYSEES" TO WS-BIL-LIBELLE
                   MOVE WS-NB-BATCH TO WS-BIL-VALEUR
                   WRITE SUSP-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "PARTIES RECONSTITUEES" TO WS-BIL-LIBELLE
                   MOVE WS-NB-PARTIES TO WS-BIL-VALEUR
                   WRITE SUSP-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "SIGNALEMENTS INDICE" TO WS-BIL-LIBELLE
                   MOVE WS-NB-SIG-INDICE TO WS-BIL-VALEUR
                   WRITE SUSP-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "SIGNALEMENTS RAPIDE" TO WS-BIL-LIBELLE
                   MOVE WS-NB-SIG-RAPIDE TO WS-BIL-VALEUR
                   WRITE SUSP-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "SIGNALEMENTS GAINVITE" TO WS-BIL-LIBELLE
                   MOVE WS-NB-SIG-GAINVITE TO WS-BIL-VALEUR
                   WRITE SUSP-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "SIGNALEMENTS DEJA CONNUS" TO WS-BIL-LIBELLE
                   MOVE WS-NB-DEJA-CONNUS TO WS-BIL-VALEUR
                   WRITE SUSP-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "LEVEES LUES" TO WS-BIL-LIBELLE
                   MOVE WS-NB-LEVEES-LUES TO WS-BIL-VALEUR
                   WRITE SUSP-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "SIGNALEMENTS LEVES" TO WS-BIL-LIBELLE
                   MOVE WS-NB-LEVEES TO WS-BIL-VALEUR
                   WRITE SUSP-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "LEVEES SANS SIGNALEMENT" TO WS-BIL-LIBELLE
                   MOVE WS-NB-LEVEES-ORPHELINES TO WS-BIL-VALEUR
                   WRITE SUSP-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "SIGNALEMENTS OUVERTS AU TOTAL"
                       TO WS-BIL-LIBELLE
                   MOVE WS-NB-OUVERTS TO WS-BIL-VALEUR
                   WRITE SUSP-PRINT-LINE FROM WS-LIGNE-BILAN
                   IF WS-NB-LEV-DEBORDES > 0
                       MOVE "LEVEES NON APPLIQUEES (TABLE)"
                           TO WS-BIL-LIBELLE
                       MOVE WS-NB-LEV-DEBORDES TO WS-BIL-VALEUR
                       WRITE SUSP-PRINT-LINE FROM WS-LIGNE-BILAN
                   END-IF
                   IF WS-NB-VIC-DEBORDES > 0
                       MOVE "VICTOIRES RAPIDES NON LISTEES"
                           TO WS-BIL-LIBELLE
                       MOVE WS-NB-VIC-DEBORDES TO WS-BIL-VALEUR
                       WRITE SUSP-PRINT-LINE FROM WS-LIGNE-BILAN
                   END-IF.

            END PROGRAM tpsuspect.
