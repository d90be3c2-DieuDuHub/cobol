            IDENTIFICATION DIVISION.
            PROGRAM-ID. tppolrpt.
           *> Rapport hebdomadaire des manquements a la politique
           *> d'usage RH pour la RH : les refus de connexion notes par
           *> tp dans POLREFUS.DAT pendant la semaine (lundi a
           *> dimanche) contenant la date de traitement lue dans
           *> WEEKPARM (colonnes 1-8, AAAAMMJJ, meme parametre que
           *> tpweekly), par departement puis par badge :
           *>   QUOTA  connexion refusee, parties du jour deja au
           *>          maximum
           *>   PLAGE  connexion refusee pendant les heures de bureau
           *>          hors session tournoi
           *> Une ligne par badge (nom, refus par motif, premier et
           *> dernier refus de la semaine), un sous-total par
           *> departement et un total societe, en 132 colonnes avec
           *> en-tetes de page comme tpdept. Les refus sans
           *> departement (referentiel non deploye sur le poste)
           *> partent sous SANS DEPT. Tout vient du parametre et du
           *> journal des refus : une relance reproduit le rapport a
           *> l'identique.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PARAM-FILE ASSIGN TO "WEEKPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PARAM.
               SELECT POLREFUS-FILE ASSIGN TO "POLREFUS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REFUS.
               SELECT POL-PRINT-FILE ASSIGN TO "POLRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRINT.
               SELECT SORT-REFUS-FILE ASSIGN TO "POLSRT".
            DATA DIVISION.
               FILE SECTION.
               FD PARAM-FILE.
               01 PARAM-RECORD.
                   05 WKP-RUN-DATE PIC 9(8).

               FD POLREFUS-FILE.
               COPY "polrefus-rec.cpy".

               FD POL-PRINT-FILE.
               01 POL-PRINT-LINE PIC X(132).

               SD SORT-REFUS-FILE.
               01 TRI-REFUS-RECORD.
                   05 TRF-DEPT PIC X(10).
                   05 TRF-BADGE PIC X(8).
                   05 TRF-TIMESTAMP PIC 9(14).
                   05 TRF-NOM PIC X(30).
                   05 TRF-MOTIF PIC X(5).

               WORKING-STORAGE SECTION.
               01 WS-FS-PARAM PIC XX.
               01 WS-FS-REFUS PIC XX.
               01 WS-FS-PRINT PIC XX.
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-EOF-TRI-SW PIC X VALUE 'N'.
               01 WS-DATE-TRAIT PIC 9(8).
               01 WS-JOURS-TRAIT PIC 9(8).
               01 WS-JOUR-SEMAINE PIC 9(1).
               01 WS-JOURS-LUNDI PIC 9(8).
               01 WS-JOURS-JAN1 PIC 9(8).
               01 WS-JOURS-LUNDI-JAN1 PIC 9(8).
               01 WS-DATE-LUNDI PIC 9(8).
               01 WS-DATE-DIMANCHE PIC 9(8).
               01 WS-ANNEE PIC 9(4).
               01 WS-NO-SEMAINE PIC 9(2).
               01 WS-TS-TRAVAIL PIC X(14).
               01 WS-TS-DECOUPE REDEFINES WS-TS-TRAVAIL.
                   05 WS-TS-DATE PIC 9(8).
                   05 WS-TS-HH PIC 9(2).
                   05 WS-TS-MI PIC 9(2).
                   05 FILLER PIC X(2).
               01 WS-NB-LUS PIC 9(8) VALUE 0.
               01 WS-NB-SEMAINE PIC 9(8) VALUE 0.
               01 WS-NB-MOTIF-INCONNU PIC 9(6) VALUE 0.
              *> Ruptures : departement puis badge.
               01 WS-DEPT-EN-COURS PIC X(10) VALUE SPACES.
               01 WS-BADGE-EN-COURS PIC X(8) VALUE SPACES.
               01 WS-PREMIER-SW PIC X VALUE 'Y'.
               01 WS-CUR-NOM PIC X(30).
               01 WS-CUR-QUOTA PIC 9(6).
               01 WS-CUR-PLAGE PIC 9(6).
               01 WS-CUR-PREMIER-TS PIC 9(14).
               01 WS-CUR-DERNIER-TS PIC 9(14).
               01 WS-DEP-BADGES PIC 9(6).
               01 WS-DEP-QUOTA PIC 9(6).
               01 WS-DEP-PLAGE PIC 9(6).
               01 WS-TOT-DEPTS PIC 9(6) VALUE 0.
               01 WS-TOT-BADGES PIC 9(6) VALUE 0.
               01 WS-TOT-QUOTA PIC 9(6) VALUE 0.
               01 WS-TOT-PLAGE PIC 9(6) VALUE 0.
               01 WS-LIGNE-CNT PIC 9(3) VALUE 99.
               01 WS-PAGE-CNT PIC 9(4) VALUE 0.
               01 WS-LIGNES-PAR-PAGE PIC 9(3) VALUE 60.
               01 WS-DATE-EDIT PIC 9(14).

               01 WS-ENTETE-1.
                   05 FILLER PIC X(10) VALUE "TPPOLRPT".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(50) VALUE
                       "MANQUEMENTS A LA POLITIQUE D'USAGE - SEMAINE".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(5) VALUE "DATE ".
                   05 WS-ENT-DATE PIC 9999/99/99.
                   05 FILLER PIC X(7) VALUE "  PAGE ".
                   05 WS-ENT-PAGE PIC ZZZ9.
                   05 FILLER PIC X(6) VALUE SPACES.
               01 WS-ENTETE-SEMAINE.
                   05 FILLER PIC X(10) VALUE "SEMAINE ".
                   05 WS-SEM-NO PIC Z9.
                   05 FILLER PIC X(6) VALUE "  DU ".
                   05 WS-SEM-LUNDI PIC 9999/99/99.
                   05 FILLER PIC X(4) VALUE " AU ".
                   05 WS-SEM-DIMANCHE PIC 9999/99/99.
                   05 FILLER PIC X(90) VALUE SPACES.
               01 WS-ENTETE-2.
                   05 FILLER PIC X(12) VALUE "DEPARTEMENT".
                   05 FILLER PIC X(10) VALUE "BADGE".
                   05 FILLER PIC X(32) VALUE "NOM".
                   05 FILLER PIC X(8) VALUE "   QUOTA".
                   05 FILLER PIC X(8) VALUE "   PLAGE".
                   05 FILLER PIC X(8) VALUE "   TOTAL".
                   05 FILLER PIC X(21) VALUE "   PREMIER REFUS".
                   05 FILLER PIC X(21) VALUE "   DERNIER REFUS".
                   05 FILLER PIC X(12) VALUE SPACES.
               01 WS-LIGNE-DETAIL.
                   05 WS-DET-DEPT PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-BADGE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-NOM PIC X(30).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-DET-QUOTA PIC ZZZZZZZ9.
                   05 WS-DET-PLAGE PIC ZZZZZZZ9.
                   05 WS-DET-TOTAL PIC ZZZZZZZ9.
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 WS-DET-PREMIER.
                       10 WS-DET-PRE-DATE PIC 9999/99/99.
                       10 FILLER PIC X VALUE SPACE.
                       10 WS-DET-PRE-HH PIC 99.
                       10 FILLER PIC X VALUE ":".
                       10 WS-DET-PRE-MI PIC 99.
                   05 FILLER PIC X(5) VALUE SPACES.
                   05 WS-DET-DERNIER.
                       10 WS-DET-DER-DATE PIC 9999/99/99.
                       10 FILLER PIC X VALUE SPACE.
                       10 WS-DET-DER-HH PIC 99.
                       10 FILLER PIC X VALUE ":".
                       10 WS-DET-DER-MI PIC 99.
                   05 FILLER PIC X(14) VALUE SPACES.
               01 WS-LIGNE-SOUS-TOTAL.
                   05 FILLER PIC X(12) VALUE SPACES.
                   05 WS-STO-LIBELLE PIC X(22).
                   05 WS-STO-BADGES PIC ZZZZZ9.
                   05 FILLER PIC X(14) VALUE " BADGE(S)".
                   05 WS-STO-QUOTA PIC ZZZZZZZ9.
                   05 WS-STO-PLAGE PIC ZZZZZZZ9.
                   05 WS-STO-TOTAL PIC ZZZZZZZ9.
                   05 FILLER PIC X(54) VALUE SPACES.
               01 WS-LIGNE-BILAN.
                   05 WS-BIL-LIBELLE PIC X(34).
                   05 WS-BIL-VALEUR PIC ZZZZZZZ9.
                   05 FILLER PIC X(90) VALUE SPACES.

            PROCEDURE DIVISION.

               PERFORM LIRE-PARAMETRE
               PERFORM CALCULER-SEMAINE

               SORT SORT-REFUS-FILE
                   ON ASCENDING KEY TRF-DEPT TRF-BADGE TRF-TIMESTAMP
                   INPUT PROCEDURE IS RETENIR-LA-SEMAINE
                   OUTPUT PROCEDURE IS EDITER-RAPPORT

               DISPLAY "Manquements semaine " WS-NO-SEMAINE
                   " (" WS-DATE-LUNDI " - " WS-DATE-DIMANCHE ") : "
                   WS-NB-SEMAINE " refus, " WS-TOT-BADGES " badges"
               STOP RUN.

               LIRE-PARAMETRE.
                   OPEN INPUT PARAM-FILE
                   IF WS-FS-PARAM NOT = "00"
                       DISPLAY "Fichier parametre WEEKPARM absent"
                       STOP RUN RETURNING 8
                   END-IF
                   READ PARAM-FILE
                       AT END
                           DISPLAY "Fichier parametre WEEKPARM vide"
                           CLOSE PARAM-FILE
                           STOP RUN RETURNING 8
                   END-READ
                   IF WKP-RUN-DATE NOT NUMERIC
                       DISPLAY "Date WEEKPARM invalide"
                       CLOSE PARAM-FILE
                       STOP RUN RETURNING 8
                   END-IF
                   MOVE WKP-RUN-DATE TO WS-DATE-TRAIT
                   CLOSE PARAM-FILE.

               CALCULER-SEMAINE.
                   *> Meme semaine et meme numero que tpweekly : le
                   *> 1er janvier 1601 (jour 1 du calendrier des
                   *> fonctions integrales) etait un lundi.
                   COMPUTE WS-JOURS-TRAIT = FUNCTION INTEGER-OF-DATE
                       (WS-DATE-TRAIT)
                   COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD
                       (WS-JOURS-TRAIT - 1 7)
                   COMPUTE WS-JOURS-LUNDI =
                       WS-JOURS-TRAIT - WS-JOUR-SEMAINE
                   COMPUTE WS-DATE-LUNDI = FUNCTION DATE-OF-INTEGER
                       (WS-JOURS-LUNDI)
                   COMPUTE WS-DATE-DIMANCHE = FUNCTION DATE-OF-INTEGER
                       (WS-JOURS-LUNDI + 6)
                   COMPUTE WS-ANNEE = WS-DATE-LUNDI / 10000
                   COMPUTE WS-JOURS-JAN1 = FUNCTION INTEGER-OF-DATE
                       (WS-ANNEE * 10000 + 101)
                   COMPUTE WS-JOURS-LUNDI-JAN1 = WS-JOURS-JAN1
                       - FUNCTION MOD(WS-JOURS-JAN1 - 1 7)
                   COMPUTE WS-NO-SEMAINE =
                       (WS-JOURS-LUNDI - WS-JOURS-LUNDI-JAN1) / 7 + 1.

               RETENIR-LA-SEMAINE.
                   OPEN INPUT POLREFUS-FILE
                   IF WS-FS-REFUS = "00"
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ POLREFUS-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   ADD 1 TO WS-NB-LUS
                                   PERFORM RETENIR-UN-REFUS
                           END-READ
                       END-PERFORM
                       CLOSE POLREFUS-FILE
                   END-IF.

               RETENIR-UN-REFUS.
                   MOVE REF-TIMESTAMP TO WS-TS-TRAVAIL
                   IF WS-TS-DATE NOT < WS-DATE-LUNDI
                           AND WS-TS-DATE NOT > WS-DATE-DIMANCHE
                       ADD 1 TO WS-NB-SEMAINE
                       MOVE REF-DEPT TO TRF-DEPT
                       MOVE REF-BADGE TO TRF-BADGE
                       MOVE REF-TIMESTAMP TO TRF-TIMESTAMP
                       MOVE REF-NOM TO TRF-NOM
                       MOVE REF-MOTIF TO TRF-MOTIF
                       RELEASE TRI-REFUS-RECORD
                   END-IF.

               EDITER-RAPPORT.
                   OPEN OUTPUT POL-PRINT-FILE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATE-EDIT
                   MOVE WS-DATE-EDIT(1:8) TO WS-ENT-DATE
                   PERFORM EDITER-ENTETE
                   PERFORM RETOURNER-UN-REFUS
                   PERFORM UNTIL WS-EOF-TRI-SW = 'Y'
                       PERFORM CUMULER-UN-REFUS
                       PERFORM RETOURNER-UN-REFUS
                   END-PERFORM
                   IF WS-PREMIER-SW = 'N'
                       PERFORM EDITER-LE-BADGE
                       PERFORM EDITER-LE-DEPARTEMENT
                   ELSE
                       MOVE "AUCUN REFUS DANS LA SEMAINE"
                           TO POL-PRINT-LINE
                       WRITE POL-PRINT-LINE
                       ADD 1 TO WS-LIGNE-CNT
                   END-IF
                   PERFORM EDITER-TOTAL-SOCIETE
                   PERFORM EDITER-BILAN
                   CLOSE POL-PRINT-FILE.

               RETOURNER-UN-REFUS.
                   RETURN SORT-REFUS-FILE
                       AT END MOVE 'Y' TO WS-EOF-TRI-SW
                   END-RETURN.

               CUMULER-UN-REFUS.
                   *> Rupture de departement, puis de badge : le
                   *> badge precedent est edite avant le sous-total de
                   *> son departement.
                   IF WS-PREMIER-SW = 'Y'
                       MOVE 'N' TO WS-PREMIER-SW
                       PERFORM OUVRIR-LE-DEPARTEMENT
                       PERFORM OUVRIR-LE-BADGE
                   ELSE
                       IF TRF-DEPT NOT = WS-DEPT-EN-COURS
                           PERFORM EDITER-LE-BADGE
                           PERFORM EDITER-LE-DEPARTEMENT
                           PERFORM OUVRIR-LE-DEPARTEMENT
                           PERFORM OUVRIR-LE-BADGE
                       ELSE
                           IF TRF-BADGE NOT = WS-BADGE-EN-COURS
                               PERFORM EDITER-LE-BADGE
                               PERFORM OUVRIR-LE-BADGE
                           END-IF
                       END-IF
                   END-IF
                   EVALUATE TRF-MOTIF
                       WHEN "QUOTA"
                           ADD 1 TO WS-CUR-QUOTA
                       WHEN "PLAGE"
                           ADD 1 TO WS-CUR-PLAGE
                       WHEN OTHER
                           ADD 1 TO WS-NB-MOTIF-INCONNU
                   END-EVALUATE
                   IF TRF-NOM NOT = SPACES
                       MOVE TRF-NOM TO WS-CUR-NOM
                   END-IF
                   MOVE TRF-TIMESTAMP TO WS-CUR-DERNIER-TS.

               OUVRIR-LE-DEPARTEMENT.
                   MOVE TRF-DEPT TO WS-DEPT-EN-COURS
                   MOVE 0 TO WS-DEP-BADGES
                   MOVE 0 TO WS-DEP-QUOTA
                   MOVE 0 TO WS-DEP-PLAGE
                   ADD 1 TO WS-TOT-DEPTS.

               OUVRIR-LE-BADGE.
                   MOVE TRF-BADGE TO WS-BADGE-EN-COURS
                   MOVE SPACES TO WS-CUR-NOM
                   MOVE 0 TO WS-CUR-QUOTA
                   MOVE 0 TO WS-CUR-PLAGE
                   MOVE TRF-TIMESTAMP TO WS-CUR-PREMIER-TS
                   MOVE TRF-TIMESTAMP TO WS-CUR-DERNIER-TS.

               EDITER-LE-BADGE.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 3
                       PERFORM EDITER-ENTETE
                   END-IF
                   IF WS-DEPT-EN-COURS = SPACES
                       MOVE "SANS DEPT" TO WS-DET-DEPT
                   ELSE
                       MOVE WS-DEPT-EN-COURS TO WS-DET-DEPT
                   END-IF
                   MOVE WS-BADGE-EN-COURS TO WS-DET-BADGE
                   MOVE WS-CUR-NOM TO WS-DET-NOM
                   MOVE WS-CUR-QUOTA TO WS-DET-QUOTA
                   MOVE WS-CUR-PLAGE TO WS-DET-PLAGE
                   COMPUTE WS-DET-TOTAL = WS-CUR-QUOTA + WS-CUR-PLAGE
                   MOVE WS-CUR-PREMIER-TS TO WS-TS-TRAVAIL
                   MOVE WS-TS-DATE TO WS-DET-PRE-DATE
                   MOVE WS-TS-HH TO WS-DET-PRE-HH
                   MOVE WS-TS-MI TO WS-DET-PRE-MI
                   MOVE WS-CUR-DERNIER-TS TO WS-TS-TRAVAIL
                   MOVE WS-TS-DATE TO WS-DET-DER-DATE
                   MOVE WS-TS-HH TO WS-DET-DER-HH
                   MOVE WS-TS-MI TO WS-DET-DER-MI
                   WRITE POL-PRINT-LINE FROM WS-LIGNE-DETAIL
                   ADD 1 TO WS-LIGNE-CNT
                   ADD 1 TO WS-DEP-BADGES
                   ADD WS-CUR-QUOTA TO WS-DEP-QUOTA
                   ADD WS-CUR-PLAGE TO WS-DEP-PLAGE.

               EDITER-LE-DEPARTEMENT.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 3
                       PERFORM EDITER-ENTETE
                   END-IF
                   MOVE "TOTAL DEPARTEMENT" TO WS-STO-LIBELLE
                   MOVE WS-DEP-BADGES TO WS-STO-BADGES
                   MOVE WS-DEP-QUOTA TO WS-STO-QUOTA
                   MOVE WS-DEP-PLAGE TO WS-STO-PLAGE
                   COMPUTE WS-STO-TOTAL = WS-DEP-QUOTA + WS-DEP-PLAGE
                   WRITE POL-PRINT-LINE FROM WS-LIGNE-SOUS-TOTAL
                   MOVE SPACES TO POL-PRINT-LINE
                   WRITE POL-PRINT-LINE
                   ADD 2 TO WS-LIGNE-CNT
                   ADD WS-DEP-BADGES TO WS-TOT-BADGES
                   ADD WS-DEP-QUOTA TO WS-TOT-QUOTA
                   ADD WS-DEP-PLAGE TO WS-TOT-PLAGE.

               EDITER-ENTETE.
                   ADD 1 TO WS-PAGE-CNT
                   MOVE WS-PAGE-CNT TO WS-ENT-PAGE
                   IF WS-PAGE-CNT = 1
                       WRITE POL-PRINT-LINE FROM WS-ENTETE-1
                   ELSE
                       WRITE POL-PRINT-LINE FROM WS-ENTETE-1
                           AFTER ADVANCING PAGE
                   END-IF
                   MOVE WS-NO-SEMAINE TO WS-SEM-NO
                   MOVE WS-DATE-LUNDI TO WS-SEM-LUNDI
                   MOVE WS-DATE-DIMANCHE TO WS-SEM-DIMANCHE
                   WRITE POL-PRINT-LINE FROM WS-ENTETE-SEMAINE
                   MOVE SPACES TO POL-PRINT-LINE
                   WRITE POL-PRINT-LINE
                   WRITE POL-PRINT-LINE FROM WS-ENTETE-2
                   MOVE SPACES TO POL-PRINT-LINE
                   WRITE POL-PRINT-LINE
                   MOVE 5 TO WS-LIGNE-CNT.

               EDITER-TOTAL-SOCIETE.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 4
                       PERFORM EDITER-ENTETE
                   END-IF
                   MOVE SPACES TO POL-PRINT-LINE
                   WRITE POL-PRINT-LINE
                   MOVE "TOTAL SOCIETE" TO WS-STO-LIBELLE
                   MOVE WS-TOT-BADGES TO WS-STO-BADGES
                   MOVE WS-TOT-QUOTA TO WS-STO-QUOTA
                   MOVE WS-TOT-PLAGE TO WS-STO-PLAGE
                   COMPUTE WS-STO-TOTAL = WS-TOT-QUOTA + WS-TOT-PLAGE
                   WRITE POL-PRINT-LINE FROM WS-LIGNE-SOUS-TOTAL
                   ADD 2 TO WS-LIGNE-CNT.

               EDITER-BILAN.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 7
                       PERFORM EDITER-ENTETE
                   END-IF
                   MOVE SPACES TO POL-PRINT-LINE
                   WRITE POL-PRINT-LINE
                   MOVE "REFUS LUS DANS POLREFUS.DAT" TO WS-BIL-LIBELLE
                   MOVE WS-NB-LUS TO WS-BIL-VALEUR
                   WRITE POL-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "REFUS DE LA SEMAINE" TO WS-BIL-LIBELLE
                   MOVE WS-NB-SEMAINE TO WS-BIL-VALEUR
                   WRITE POL-PRINT-LINE FROM WS-LIGNE-BILAN
                   IF WS-NB-MOTIF-INCONNU > 0
                       MOVE "  DONT MOTIF INCONNU" TO WS-BIL-LIBELLE
                       MOVE WS-NB-MOTIF-INCONNU TO WS-BIL-VALEUR
                       WRITE POL-PRINT-LINE FROM WS-LIGNE-BILAN
                   END-IF
                   MOVE "BADGES EN MANQUEMENT" TO WS-BIL-LIBELLE
                   MOVE WS-TOT-BADGES TO WS-BIL-VALEUR
                   WRITE POL-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "DEPARTEMENTS CONCERNES" TO WS-BIL-LIBELLE
                   MOVE WS-TOT-DEPTS TO WS-BIL-VALEUR
                   WRITE POL-PRINT-LINE FROM WS-LIGNE-BILAN.

            END PROGRAM tppolrpt.
