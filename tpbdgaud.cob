            IDENTIFICATION DIVISION.
            PROGRAM-ID. tpbdgaud.
           *> Interrogation de la piste d'audit des badges
           *> (BADGAUD.DAT, ecrite par tpbadge, tphrfeed et tppseudo) :
           *> chaque changement retenu sort sur deux lignes, image
           *> avant puis image apres, les zones modifiees reperees
           *> par une etoile, en 132 colonnes avec en-tetes de page
           *> comme tprank. La selection vient du fichier parametre
           *> BAUDPARM, au format de EXTPARM :
           *>   colonnes 1-8   date de debut AAAAMMJJ
           *>   colonnes 9-16  date de fin   AAAAMMJJ
           *>   colonnes 17-24 badge (espaces = tous les badges)
           *> Des dates a espaces ne bornent pas la periode : un
           *> badge seul donne tout son historique.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PARAM-FILE ASSIGN TO "BAUDPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PARAM.
               SELECT BADGE-AUDIT-FILE ASSIGN TO "BADGAUD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-AUDIT.
               SELECT AUDIT-PRINT-FILE ASSIGN TO "BADGAUDR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRINT.
            DATA DIVISION.
               FILE SECTION.
               FD PARAM-FILE.
               01 PARAM-RECORD.
                   05 BAP-FROM-DATE PIC X(8).
                   05 BAP-TO-DATE PIC X(8).
                   05 BAP-BADGE PIC X(8).

               FD BADGE-AUDIT-FILE.
               COPY "badgaud-rec.cpy".

               FD AUDIT-PRINT-FILE.
               01 AUDIT-PRINT-LINE PIC X(132).

               WORKING-STORAGE SECTION.
               01 WS-FS-PARAM PIC XX.
               01 WS-FS-AUDIT PIC XX.
               01 WS-FS-PRINT PIC XX.
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-DATE-DEBUT PIC 9(8) VALUE 0.
               01 WS-DATE-FIN PIC 9(8) VALUE 99999999.
               01 WS-BADGE-CHOISI PIC X(8).
               01 WS-JOURS-CTL PIC 9(8).
               01 WS-TS-TRAVAIL PIC X(14).
               01 WS-TS-DECOUPE REDEFINES WS-TS-TRAVAIL.
                   05 WS-TS-DATE PIC 9(8).
                   05 FILLER PIC X(6).
               01 WS-NB-LUS PIC 9(6) VALUE 0.
               01 WS-NB-RETENUS PIC 9(6) VALUE 0.
               01 WS-NB-AJOUTS PIC 9(6) VALUE 0.
               01 WS-NB-MODIFS PIC 9(6) VALUE 0.
               01 WS-NB-DESACTS PIC 9(6) VALUE 0.
               01 WS-NB-ECRAN PIC 9(6) VALUE 0.
               01 WS-NB-FLUX PIC 9(6) VALUE 0.
               01 WS-NB-PSEUDOS PIC 9(6) VALUE 0.
               01 WS-LIGNE-CNT PIC 9(3) VALUE 99.
               01 WS-PAGE-CNT PIC 9(4) VALUE 0.
               01 WS-LIGNES-PAR-PAGE PIC 9(3) VALUE 60.
               01 WS-DATE-EDIT PIC 9(14).

               01 WS-ENTETE-1.
                   05 FILLER PIC X(10) VALUE "TPBDGAUD".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(50) VALUE
                       "PISTE D'AUDIT DU REFERENTIEL DES BADGES".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(5) VALUE "DATE ".
                   05 WS-ENT-DATE PIC 9999/99/99.
                   05 FILLER PIC X(7) VALUE "  PAGE ".
                   05 WS-ENT-PAGE PIC ZZZ9.
                   05 FILLER PIC X(6) VALUE SPACES.
               01 WS-ENTETE-SELECTION.
                   05 FILLER PIC X(12) VALUE "SELECTION : ".
                   05 FILLER PIC X(4) VALUE "DU ".
                   05 WS-SEL-DEBUT PIC 9999/99/99.
                   05 FILLER PIC X(5) VALUE " AU ".
                   05 WS-SEL-FIN PIC 9999/99/99.
                   05 FILLER PIC X(9) VALUE "  BADGE ".
                   05 WS-SEL-BADGE PIC X(8).
                   05 FILLER PIC X(74) VALUE SPACES.
               01 WS-ENTETE-2.
                   05 FILLER PIC X(16) VALUE "HORODATAGE".
                   05 FILLER PIC X(8) VALUE "ORIGINE".
                   05 FILLER PIC X(10) VALUE "OPERATEUR".
                   05 FILLER PIC X(16) VALUE "ACTION".
                   05 FILLER PIC X(10) VALUE "BADGE".
                   05 FILLER PIC X(7) VALUE "IMAGE".
                   05 FILLER PIC X(33) VALUE "NOM".
                   05 FILLER PIC X(13) VALUE "DEPARTEMENT".
                   05 FILLER PIC X(19) VALUE "ACTIF".
               01 WS-LIGNE-DETAIL.
                   05 WS-DET-TS PIC X(14).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-ORIGINE PIC X(6).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-OPERATEUR PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-ACTION PIC X(14).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-BADGE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-IMAGE PIC X(5).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-NOM PIC X(30).
                   05 WS-DET-NOM-MARQUE PIC X.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-DEPT PIC X(10).
                   05 WS-DET-DEPT-MARQUE PIC X.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-ACTIF PIC X.
                   05 WS-DET-ACTIF-MARQUE PIC X.
                   05 FILLER PIC X(17) VALUE SPACES.
               01 WS-LIGNE-BILAN.
                   05 WS-BIL-LIBELLE PIC X(34).
                   05 WS-BIL-VALEUR PIC ZZZZZZZ9.
                   05 FILLER PIC X(90) VALUE SPACES.

            PROCEDURE DIVISION.

               PERFORM LIRE-PARAMETRES

               OPEN OUTPUT AUDIT-PRINT-FILE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT(1:8) TO WS-ENT-DATE
               PERFORM EDITER-ENTETE
               OPEN INPUT BADGE-AUDIT-FILE
               IF WS-FS-AUDIT = "00"
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ BADGE-AUDIT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-NB-LUS
                               PERFORM SELECTIONNER-UN-CHANGEMENT
                       END-READ
                   END-PERFORM
                   CLOSE BADGE-AUDIT-FILE
               END-IF
               PERFORM EDITER-BILAN
               CLOSE AUDIT-PRINT-FILE

               DISPLAY "Piste d'audit des badges : " WS-NB-RETENUS
                   " changements sur " WS-NB-LUS
               STOP RUN.

               LIRE-PARAMETRES.
                   OPEN INPUT PARAM-FILE
                   IF WS-FS-PARAM NOT = "00"
                       DISPLAY "Fichier parametre BAUDPARM absent"
                       STOP RUN RETURNING 8
                   END-IF
                   READ PARAM-FILE
                       AT END
                           DISPLAY "Fichier parametre BAUDPARM vide"
                           CLOSE PARAM-FILE
                           STOP RUN RETURNING 8
                   END-READ
                   IF BAP-FROM-DATE NOT = SPACES
                       IF BAP-FROM-DATE NOT NUMERIC
                           DISPLAY "Dates BAUDPARM invalides"
                           CLOSE PARAM-FILE
                           STOP RUN RETURNING 8
                       END-IF
                       MOVE BAP-FROM-DATE TO WS-DATE-DEBUT
                       COMPUTE WS-JOURS-CTL = FUNCTION INTEGER-OF-DATE
                           (WS-DATE-DEBUT)
                       IF WS-JOURS-CTL = 0
                           DISPLAY "Dates BAUDPARM invalides"
                           CLOSE PARAM-FILE
                           STOP RUN RETURNING 8
                       END-IF
                   END-IF
                   IF BAP-TO-DATE NOT = SPACES
                       IF BAP-TO-DATE NOT NUMERIC
                           DISPLAY "Dates BAUDPARM invalides"
                           CLOSE PARAM-FILE
                           STOP RUN RETURNING 8
                       END-IF
                       MOVE BAP-TO-DATE TO WS-DATE-FIN
                       COMPUTE WS-JOURS-CTL = FUNCTION INTEGER-OF-DATE
                           (WS-DATE-FIN)
                       IF WS-JOURS-CTL = 0
                           DISPLAY "Dates BAUDPARM invalides"
                           CLOSE PARAM-FILE
                           STOP RUN RETURNING 8
                       END-IF
                   END-IF
                   MOVE BAP-BADGE TO WS-BADGE-CHOISI
                   CLOSE PARAM-FILE.

               SELECTIONNER-UN-CHANGEMENT.
                   MOVE BAU-TIMESTAMP TO WS-TS-TRAVAIL
                   IF WS-TS-DATE NOT < WS-DATE-DEBUT
                           AND WS-TS-DATE NOT > WS-DATE-FIN
                           AND (WS-BADGE-CHOISI = SPACES
                               OR BAU-BADGE = WS-BADGE-CHOISI)
                       PERFORM EDITER-UN-CHANGEMENT
                   END-IF.

               EDITER-UN-CHANGEMENT.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 4
                       PERFORM EDITER-ENTETE
                   END-IF
                   ADD 1 TO WS-NB-RETENUS
                   MOVE BAU-TIMESTAMP TO WS-DET-TS
                   EVALUATE BAU-SOURCE
                       WHEN 'E'
                           MOVE "ECRAN" TO WS-DET-ORIGINE
                           ADD 1 TO WS-NB-ECRAN
                       WHEN 'F'
                           MOVE "FLUX" TO WS-DET-ORIGINE
                           ADD 1 TO WS-NB-FLUX
                       WHEN 'P'
                           MOVE "PSEUDO" TO WS-DET-ORIGINE
                       WHEN OTHER
                           MOVE BAU-SOURCE TO WS-DET-ORIGINE
                   END-EVALUATE
                   MOVE BAU-OPERATOR TO WS-DET-OPERATEUR
                   EVALUATE BAU-ACTION
                       WHEN 'A'
                           MOVE "AJOUT" TO WS-DET-ACTION
                           ADD 1 TO WS-NB-AJOUTS
                       WHEN 'M'
                           MOVE "MODIFICATION" TO WS-DET-ACTION
                           ADD 1 TO WS-NB-MODIFS
                       WHEN 'D'
                           MOVE "DESACTIVATION" TO WS-DET-ACTION
                           ADD 1 TO WS-NB-DESACTS
                       WHEN 'P'
                           MOVE "PSEUDONYMISE" TO WS-DET-ACTION
                           ADD 1 TO WS-NB-PSEUDOS
                       WHEN OTHER
                           MOVE BAU-ACTION TO WS-DET-ACTION
                   END-EVALUATE
                   MOVE BAU-BADGE TO WS-DET-BADGE
                   MOVE "AVANT" TO WS-DET-IMAGE
                   MOVE BAU-BEFORE-NAME TO WS-DET-NOM
                   MOVE BAU-BEFORE-DEPT TO WS-DET-DEPT
                   MOVE BAU-BEFORE-ACTIVE-SW TO WS-DET-ACTIF
                   MOVE SPACE TO WS-DET-NOM-MARQUE
                   MOVE SPACE TO WS-DET-DEPT-MARQUE
                   MOVE SPACE TO WS-DET-ACTIF-MARQUE
                   WRITE AUDIT-PRINT-LINE FROM WS-LIGNE-DETAIL
                   *> Ligne apres : seules les images, les zones qui
                   *> ont change portent une etoile.
                   MOVE SPACES TO WS-DET-TS
                   MOVE SPACES TO WS-DET-ORIGINE
                   MOVE SPACES TO WS-DET-OPERATEUR
                   MOVE SPACES TO WS-DET-ACTION
                   MOVE SPACES TO WS-DET-BADGE
                   MOVE "APRES" TO WS-DET-IMAGE
                   MOVE BAU-AFTER-NAME TO WS-DET-NOM
                   MOVE BAU-AFTER-DEPT TO WS-DET-DEPT
                   MOVE BAU-AFTER-ACTIVE-SW TO WS-DET-ACTIF
                   IF BAU-AFTER-NAME NOT = BAU-BEFORE-NAME
                       MOVE "*" TO WS-DET-NOM-MARQUE
                   END-IF
                   IF BAU-AFTER-DEPT NOT = BAU-BEFORE-DEPT
                       MOVE "*" TO WS-DET-DEPT-MARQUE
                   END-IF
                   IF BAU-AFTER-ACTIVE-SW NOT = BAU-BEFORE-ACTIVE-SW
                       MOVE "*" TO WS-DET-ACTIF-MARQUE
                   END-IF
                   WRITE AUDIT-PRINT-LINE FROM WS-LIGNE-DETAIL
                   MOVE SPACES TO AUDIT-PRINT-LINE
                   WRITE AUDIT-PRINT-LINE
                   ADD 3 TO WS-LIGNE-CNT.

               EDITER-ENTETE.
                   ADD 1 TO WS-PAGE-CNT
                   MOVE WS-PAGE-CNT TO WS-ENT-PAGE
                   IF WS-PAGE-CNT = 1
                       WRITE AUDIT-PRINT-LINE FROM WS-ENTETE-1
                   ELSE
                       WRITE AUDIT-PRINT-LINE FROM WS-ENTETE-1
                           AFTER ADVANCING PAGE
                   END-IF
                   MOVE WS-DATE-DEBUT TO WS-SEL-DEBUT
                   MOVE WS-DATE-FIN TO WS-SEL-FIN
                   IF WS-BADGE-CHOISI = SPACES
                       MOVE "(TOUS)" TO WS-SEL-BADGE
                   ELSE
                       MOVE WS-BADGE-CHOISI TO WS-SEL-BADGE
                   END-IF
                   WRITE AUDIT-PRINT-LINE FROM WS-ENTETE-SELECTION
                   MOVE SPACES TO AUDIT-PRINT-LINE
                   WRITE AUDIT-PRINT-LINE
                   WRITE AUDIT-PRINT-LINE FROM WS-ENTETE-2
                   MOVE SPACES TO AUDIT-PRINT-LINE
                   WRITE AUDIT-PRINT-LINE
                   MOVE 5 TO WS-LIGNE-CNT.

               EDITER-BILAN.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 10
                       PERFORM EDITER-ENTETE
                   END-IF
                   MOVE SPACES TO AUDIT-PRINT-LINE
                   WRITE AUDIT-PRINT-LINE
                   MOVE "CHANGEMENTS A LA PISTE" TO WS-BIL-LIBELLE
                   MOVE WS-NB-LUS TO WS-BIL-VALEUR
                   WRITE AUDIT-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "CHANGEMENTS RETENUS" TO WS-BIL-LIBELLE
                   MOVE WS-NB-RETENUS TO WS-BIL-VALEUR
                   WRITE AUDIT-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "  DONT AJOUTS" TO WS-BIL-LIBELLE
                   MOVE WS-NB-AJOUTS TO WS-BIL-VALEUR
                   WRITE AUDIT-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "  DONT MODIFICATIONS" TO WS-BIL-LIBELLE
                   MOVE WS-NB-MODIFS TO WS-BIL-VALEUR
                   WRITE AUDIT-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "  DONT DESACTIVATIONS" TO WS-BIL-LIBELLE
                   MOVE WS-NB-DESACTS TO WS-BIL-VALEUR
                   WRITE AUDIT-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "  DONT PSEUDONYMISATIONS" TO WS-BIL-LIBELLE
                   MOVE WS-NB-PSEUDOS TO WS-BIL-VALEUR
                   WRITE AUDIT-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "  DONT SAISIES ECRAN" TO WS-BIL-LIBELLE
                   MOVE WS-NB-ECRAN TO WS-BIL-VALEUR
                   WRITE AUDIT-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "  DONT FLUX RH" TO WS-BIL-LIBELLE
                   MOVE WS-NB-FLUX TO WS-BIL-VALEUR
                   WRITE AUDIT-PRINT-LINE FROM WS-LIGNE-BILAN.

            END PROGRAM tpbdgaud.
