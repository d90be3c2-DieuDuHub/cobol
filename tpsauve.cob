            IDENTIFICATION DIVISION.
            PROGRAM-ID. tpsauve.
           *> Sauvegarde a un instant donne de l'ensemble des fichiers
           *> de donnees du jeu : SCORE, GUESSLOG, CKPT, BADGEMST,
           *> TOURN, RUNLOG, PLAYMST, SEASMST, TRANSCTL, NIGHTCTL, le
           *> master des divisions DIVMST, les signalements SUSPECT (et
           *> leurs levees, reecrits par tpsuspect dans la nuit), les
           *> ajustements ADJUST, la piste d'audit des badges BADGAUD et
           *> le journal des refus POLREFUS sont recopies dans une
           *> generation datee SAUV.<gen>.<fichier>, <gen> etant
           *> l'horodatage AAAAMMJJHHMMSS du passage. Le manifeste
           *> SAUVM.<gen>.DAT donne pour chaque fichier sa presence, son
           *> nombre d'enregistrements et son total de controle (voir
           *> sauvman-rec.cpy). Chaque copie est relue et rapprochee de
           *> l'original avant que la generation soit inscrite COMPLETE
           *> au catalogue SAUVCAT.DAT ; en cas d'ecart la generation
           *> est inscrite ECART, le vieillissement n'est pas fait et le
           *> programme rend 8. Le vieillissement ne garde que les
           *> dernieres generations COMPLETE (nombre lu dans SAUVPARM,
           *> colonnes 1-3) et supprime les fichiers des generations
           *> plus anciennes. Premiere etape de la chaine du matin
           *> (tpnight) : l'etat d'avant la nuit est toujours disponible
           *> pour tprestor. Le rapport SAUVRPT reprend le manifeste et
           *> les generations supprimees.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PARAM-FILE ASSIGN TO "SAUVPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PARAM.
               SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-NOM-SOURCE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SOURCE.
               SELECT COPIE-FILE ASSIGN TO DYNAMIC WS-NOM-COPIE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-COPIE.
               SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-NOM-MANIFESTE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-MANIFEST.
               SELECT CATALOG-FILE ASSIGN TO "SAUVCAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CATALOG.
               SELECT SAUVE-PRINT-FILE ASSIGN TO "SAUVRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRINT.
            DATA DIVISION.
               FILE SECTION.
               FD PARAM-FILE.
               01 PARAM-RECORD.
                   05 SVP-RETENTION PIC 9(3).

              *> Fichiers de donnees et copies lus et ecrits tels
              *> quels, quel que soit leur dessin.
               FD SOURCE-FILE.
               01 SOURCE-LIGNE PIC X(256).

               FD COPIE-FILE.
               01 COPIE-LIGNE PIC X(256).

               FD MANIFEST-FILE.
               COPY "sauvman-rec.cpy".

               FD CATALOG-FILE.
               COPY "sauvcat-rec.cpy".

               FD SAUVE-PRINT-FILE.
               01 SAUVE-PRINT-LINE PIC X(132).

               WORKING-STORAGE SECTION.
               01 WS-FS-PARAM PIC XX.
               01 WS-FS-SOURCE PIC XX.
               01 WS-FS-COPIE PIC XX.
               01 WS-FS-MANIFEST PIC XX.
               01 WS-FS-CATALOG PIC XX.
               01 WS-FS-PRINT PIC XX.
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-DATE-JOUR PIC 9(8).
               01 WS-GENERATION PIC 9(14).
               01 WS-RETENTION PIC 9(3).
               01 WS-NOM-SOURCE PIC X(12).
               01 WS-NOM-COPIE PIC X(32).
               01 WS-NOM-MANIFESTE PIC X(24).
               01 WS-GEN-NOM PIC 9(14).
               01 WS-RETOUR-SUPPR PIC S9(9) BINARY VALUE 0.
               01 WS-POS PIC 9(3).
               01 WS-LIGNE-LUE PIC X(256).
               01 WS-NB-COURANT PIC 9(9).
               01 WS-CTL-COURANT PIC 9(18).
               01 WS-NB-ECARTS PIC 9(2) VALUE 0.
               01 WS-NB-PRESENTS PIC 9(2) VALUE 0.
               01 WS-NB-ENREG-GEN PIC 9(11) VALUE 0.
               01 WS-NB-GEN-SUPPR PIC 9(4) VALUE 0.
               *> Fichiers de la generation, dans l'ordre du
               *> manifeste.
               01 WS-NB-FICHIERS PIC 9(2) VALUE 0.
               01 WS-FIC-IDX PIC 9(2).
               COPY "sauvfic-tab.cpy".
               *> Catalogue relu pour le vieillissement.
               01 WS-CAT-MAX PIC 9(4) VALUE 999.
               01 WS-CAT-CNT PIC 9(4) VALUE 0.
               01 WS-CAT-IDX PIC 9(4).
               01 WS-CAT-COUPURE PIC 9(4).
               01 WS-CAT-COMPLETES PIC 9(4).
               01 WS-CAT-TAB.
                   05 WS-CAT-ENTRY OCCURS 999 TIMES.
                       10 WS-CAT-GENERATION PIC 9(14).
                       10 WS-CAT-NB-FICHIERS PIC 9(2).
                       10 WS-CAT-NB-ENREG PIC 9(11).
                       10 WS-CAT-STATUT PIC X(8).

               01 WS-ENTETE-1.
                   05 FILLER PIC X(10) VALUE "TPSAUVE".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(50) VALUE
                       "SAUVEGARDE DES FICHIERS DE JEU".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(5) VALUE "DATE ".
                   05 WS-ENT-DATE PIC 9999/99/99.
                   05 FILLER PIC X(17) VALUE SPACES.
               01 WS-ENTETE-GEN.
                   05 FILLER PIC X(22) VALUE "GENERATION          : ".
                   05 WS-ENT-GENERATION PIC 9(14).
                   05 FILLER PIC X(26) VALUE
                       "   GENERATIONS GARDEES  : ".
                   05 WS-ENT-RETENTION PIC ZZ9.
                   05 FILLER PIC X(67) VALUE SPACES.
               01 WS-ENTETE-FICHIERS.
                   05 FILLER PIC X(15) VALUE "FICHIER".
                   05 FILLER PIC X(11) VALUE "ETAT".
                   05 FILLER PIC X(12) VALUE "   ENREG.".
                   05 FILLER PIC X(94) VALUE
                       "        TOTAL DE CONTROLE".
               01 WS-LIGNE-FICHIER.
                   05 WS-LFI-NOM PIC X(12).
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 WS-LFI-ETAT PIC X(8).
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 WS-LFI-NB PIC ZZZZZZZZ9.
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 WS-LFI-CTL PIC Z(17)9.
                   05 FILLER PIC X(76) VALUE SPACES.
               01 WS-LIGNE-BILAN.
                   05 WS-BIL-LIBELLE PIC X(34).
                   05 WS-BIL-VALEUR PIC ZZZZZZZ9.
                   05 FILLER PIC X(90) VALUE SPACES.

            PROCEDURE DIVISION.

               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-GENERATION
               PERFORM LIRE-PARAMETRE
               PERFORM GARNIR-LES-FICHIERS
               PERFORM OUVRIR-RAPPORT

               PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                       UNTIL WS-FIC-IDX > WS-NB-FICHIERS
                   PERFORM SAUVER-UN-FICHIER
               END-PERFORM
               PERFORM ECRIRE-LE-MANIFESTE
               PERFORM INSCRIRE-AU-CATALOGUE
               PERFORM EDITER-MANIFESTE

               IF WS-NB-ECARTS > 0
                   MOVE "COPIE NON CONFORME - PAS DE PURGE"
                       TO WS-BIL-LIBELLE
                   MOVE WS-NB-ECARTS TO WS-BIL-VALEUR
                   WRITE SAUVE-PRINT-LINE FROM WS-LIGNE-BILAN
                   CLOSE SAUVE-PRINT-FILE
                   DISPLAY "Sauvegarde " WS-GENERATION " : "
                       WS-NB-ECARTS " copie(s) non conforme(s)"
                   STOP RUN RETURNING 8
               END-IF

               PERFORM VIEILLIR-LES-GENERATIONS
               MOVE "GENERATIONS SUPPRIMEES" TO WS-BIL-LIBELLE
               MOVE WS-NB-GEN-SUPPR TO WS-BIL-VALEUR
               WRITE SAUVE-PRINT-LINE FROM WS-LIGNE-BILAN
               CLOSE SAUVE-PRINT-FILE

               DISPLAY "Sauvegarde " WS-GENERATION " : "
                   WS-NB-PRESENTS " fichiers, "
                   WS-NB-ENREG-GEN " enregistrements"
               STOP RUN.

               LIRE-PARAMETRE.
                   OPEN INPUT PARAM-FILE
                   IF WS-FS-PARAM NOT = "00"
                       DISPLAY "Fichier parametre SAUVPARM absent"
                       STOP RUN RETURNING 8
                   END-IF
                   READ PARAM-FILE
                       AT END
                           DISPLAY "Fichier parametre SAUVPARM vide"
                           CLOSE PARAM-FILE
                           STOP RUN RETURNING 8
                   END-READ
                   IF SVP-RETENTION NOT NUMERIC
                           OR SVP-RETENTION = 0
                       DISPLAY "Parametres SAUVPARM invalides"
                       CLOSE PARAM-FILE
                       STOP RUN RETURNING 8
                   END-IF
                   MOVE SVP-RETENTION TO WS-RETENTION
                   CLOSE PARAM-FILE.

               GARNIR-LES-FICHIERS.
                   MOVE "SCORE.DAT" TO WS-FIC-NOM(1)
                   MOVE "GUESSLOG.DAT" TO WS-FIC-NOM(2)
                   MOVE "CKPT.DAT" TO WS-FIC-NOM(3)
                   MOVE "BADGEMST.DAT" TO WS-FIC-NOM(4)
                   MOVE "TOURN.DAT" TO WS-FIC-NOM(5)
                   MOVE "RUNLOG.DAT" TO WS-FIC-NOM(6)
                   MOVE "PLAYMST.DAT" TO WS-FIC-NOM(7)
                   MOVE "SEASMST.DAT" TO WS-FIC-NOM(8)
                   MOVE "TRANSCTL.DAT" TO WS-FIC-NOM(9)
                   MOVE "NIGHTCTL.DAT" TO WS-FIC-NOM(10)
                   MOVE "DIVMST.DAT" TO WS-FIC-NOM(11)
                   MOVE "SUSPECT.DAT" TO WS-FIC-NOM(12)
                   MOVE "ADJUST.DAT" TO WS-FIC-NOM(13)
                   MOVE "BADGAUD.DAT" TO WS-FIC-NOM(14)
                   MOVE "POLREFUS.DAT" TO WS-FIC-NOM(15)
                   MOVE WS-MAX-FICHIERS TO WS-NB-FICHIERS
                   PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                           UNTIL WS-FIC-IDX > WS-NB-FICHIERS
                       MOVE 'N' TO WS-FIC-PRESENT(WS-FIC-IDX)
                       MOVE 0 TO WS-FIC-NB(WS-FIC-IDX)
                       MOVE 0 TO WS-FIC-CTL(WS-FIC-IDX)
                       MOVE "ABSENT" TO WS-FIC-ETAT(WS-FIC-IDX)
                   END-PERFORM.

               SAUVER-UN-FICHIER.
                   MOVE WS-FIC-NOM(WS-FIC-IDX) TO WS-NOM-SOURCE
                   MOVE WS-GENERATION TO WS-GEN-NOM
                   PERFORM NOMMER-LA-COPIE
                   OPEN INPUT SOURCE-FILE
                   IF WS-FS-SOURCE = "00"
                       MOVE 'O' TO WS-FIC-PRESENT(WS-FIC-IDX)
                       ADD 1 TO WS-NB-PRESENTS
                       OPEN OUTPUT COPIE-FILE
                       MOVE 0 TO WS-NB-COURANT
                       MOVE 0 TO WS-CTL-COURANT
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ SOURCE-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   ADD 1 TO WS-NB-COURANT
                                   MOVE SOURCE-LIGNE TO WS-LIGNE-LUE
                                   PERFORM CUMULER-CONTROLE
                                   WRITE COPIE-LIGNE FROM SOURCE-LIGNE
                           END-READ
                       END-PERFORM
                       CLOSE SOURCE-FILE
                       CLOSE COPIE-FILE
                       MOVE WS-NB-COURANT TO WS-FIC-NB(WS-FIC-IDX)
                       MOVE WS-CTL-COURANT TO WS-FIC-CTL(WS-FIC-IDX)
                       ADD WS-NB-COURANT TO WS-NB-ENREG-GEN
                       PERFORM RELIRE-LA-COPIE
                   END-IF.

               RELIRE-LA-COPIE.
                   *> La copie ecrite sur disque doit redonner le
                   *> compte et le total de l'original.
                   MOVE 0 TO WS-NB-COURANT
                   MOVE 0 TO WS-CTL-COURANT
                   OPEN INPUT COPIE-FILE
                   IF WS-FS-COPIE = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ COPIE-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   ADD 1 TO WS-NB-COURANT
                                   MOVE COPIE-LIGNE TO WS-LIGNE-LUE
                                   PERFORM CUMULER-CONTROLE
                           END-READ
                       END-PERFORM
                       CLOSE COPIE-FILE
                   END-IF
                   IF WS-FS-COPIE = "00"
                           AND WS-NB-COURANT = WS-FIC-NB(WS-FIC-IDX)
                           AND WS-CTL-COURANT = WS-FIC-CTL(WS-FIC-IDX)
                       MOVE "COPIE OK" TO WS-FIC-ETAT(WS-FIC-IDX)
                   ELSE
                       MOVE "ECART" TO WS-FIC-ETAT(WS-FIC-IDX)
                       ADD 1 TO WS-NB-ECARTS
                   END-IF.

               CUMULER-CONTROLE.
                   *> Voir sauvman-rec.cpy.
                   PERFORM VARYING WS-POS FROM 1 BY 1
                           UNTIL WS-POS > 256
                       COMPUTE WS-CTL-COURANT = WS-CTL-COURANT
                           + FUNCTION ORD(WS-LIGNE-LUE(WS-POS:1))
                               * WS-POS
                   END-PERFORM.

               NOMMER-LA-COPIE.
                   MOVE SPACES TO WS-NOM-COPIE
                   STRING "SAUV." DELIMITED BY SIZE
                       WS-GEN-NOM DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       WS-NOM-SOURCE DELIMITED BY SPACE
                       INTO WS-NOM-COPIE.

               NOMMER-LE-MANIFESTE.
                   MOVE SPACES TO WS-NOM-MANIFESTE
                   STRING "SAUVM." DELIMITED BY SIZE
                       WS-GEN-NOM DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                       INTO WS-NOM-MANIFESTE.

               ECRIRE-LE-MANIFESTE.
                   MOVE WS-GENERATION TO WS-GEN-NOM
                   PERFORM NOMMER-LE-MANIFESTE
                   OPEN OUTPUT MANIFEST-FILE
                   PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                           UNTIL WS-FIC-IDX > WS-NB-FICHIERS
                       MOVE WS-GENERATION TO MAN-GENERATION
                       MOVE WS-FIC-NOM(WS-FIC-IDX) TO MAN-FICHIER
                       MOVE WS-FIC-PRESENT(WS-FIC-IDX) TO MAN-PRESENT
                       MOVE WS-FIC-NB(WS-FIC-IDX) TO MAN-NB-ENREG
                       MOVE WS-FIC-CTL(WS-FIC-IDX) TO MAN-CONTROLE
                       WRITE SAUVMAN-RECORD
                   END-PERFORM
                   CLOSE MANIFEST-FILE.

               INSCRIRE-AU-CATALOGUE.
                   OPEN EXTEND CATALOG-FILE
                   IF WS-FS-CATALOG = "35"
                       OPEN OUTPUT CATALOG-FILE
                   END-IF
                   MOVE WS-GENERATION TO CAT-GENERATION
                   MOVE WS-NB-PRESENTS TO CAT-NB-FICHIERS
                   MOVE WS-NB-ENREG-GEN TO CAT-NB-ENREG
                   IF WS-NB-ECARTS = 0
                       MOVE "COMPLETE" TO CAT-STATUT
                   ELSE
                       MOVE "ECART" TO CAT-STATUT
                   END-IF
                   WRITE SAUVCAT-RECORD
                   CLOSE CATALOG-FILE.

               VIEILLIR-LES-GENERATIONS.
                   *> Les WS-RETENTION dernieres generations COMPLETE
                   *> sont gardees avec tout ce qui les suit ; tout ce
                   *> qui precede la plus ancienne d'entre elles est
                   *> supprime. Moins de generations COMPLETE que la
                   *> retention : rien n'est supprime.
                   PERFORM CHARGER-LE-CATALOGUE
                   MOVE 0 TO WS-CAT-COUPURE
                   MOVE 0 TO WS-CAT-COMPLETES
                   PERFORM VARYING WS-CAT-IDX FROM WS-CAT-CNT BY -1
                           UNTIL WS-CAT-IDX < 1
                               OR WS-CAT-COUPURE > 0
                       IF WS-CAT-STATUT(WS-CAT-IDX) = "COMPLETE"
                           ADD 1 TO WS-CAT-COMPLETES
                           IF WS-CAT-COMPLETES = WS-RETENTION
                               MOVE WS-CAT-IDX TO WS-CAT-COUPURE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-CAT-COUPURE > 1
                       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                               UNTIL WS-CAT-IDX NOT < WS-CAT-COUPURE
                           PERFORM SUPPRIMER-UNE-GENERATION
                       END-PERFORM
                       OPEN OUTPUT CATALOG-FILE
                       PERFORM VARYING WS-CAT-IDX FROM WS-CAT-COUPURE
                               BY 1 UNTIL WS-CAT-IDX > WS-CAT-CNT
                           MOVE WS-CAT-GENERATION(WS-CAT-IDX)
                               TO CAT-GENERATION
                           MOVE WS-CAT-NB-FICHIERS(WS-CAT-IDX)
                               TO CAT-NB-FICHIERS
                           MOVE WS-CAT-NB-ENREG(WS-CAT-IDX)
                               TO CAT-NB-ENREG
                           MOVE WS-CAT-STATUT(WS-CAT-IDX) TO CAT-STATUT
                           WRITE SAUVCAT-RECORD
                       END-PERFORM
                       CLOSE CATALOG-FILE
                   END-IF.

               CHARGER-LE-CATALOGUE.
                   OPEN INPUT CATALOG-FILE
                   IF WS-FS-CATALOG = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ CATALOG-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM RETENIR-UNE-GENERATION
                           END-READ
                       END-PERFORM
                       CLOSE CATALOG-FILE
                   END-IF.

               RETENIR-UNE-GENERATION.
                   IF WS-CAT-CNT NOT < WS-CAT-MAX
                       DISPLAY "Catalogue SAUVCAT.DAT plein ("
                           WS-CAT-MAX " generations) - purger "
                           "a la main"
                       CLOSE CATALOG-FILE
                       CLOSE SAUVE-PRINT-FILE
                       STOP RUN RETURNING 8
                   END-IF
                   ADD 1 TO WS-CAT-CNT
                   MOVE CAT-GENERATION TO WS-CAT-GENERATION(WS-CAT-CNT)
                   MOVE CAT-NB-FICHIERS
                       TO WS-CAT-NB-FICHIERS(WS-CAT-CNT)
                   MOVE CAT-NB-ENREG TO WS-CAT-NB-ENREG(WS-CAT-CNT)
                   MOVE CAT-STATUT TO WS-CAT-STATUT(WS-CAT-CNT).

               SUPPRIMER-UNE-GENERATION.
                   MOVE WS-CAT-GENERATION(WS-CAT-IDX) TO WS-GEN-NOM
                   PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                           UNTIL WS-FIC-IDX > WS-NB-FICHIERS
                       MOVE WS-FIC-NOM(WS-FIC-IDX) TO WS-NOM-SOURCE
                       PERFORM NOMMER-LA-COPIE
                       CALL "CBL_DELETE_FILE" USING WS-NOM-COPIE
                           RETURNING WS-RETOUR-SUPPR
                       END-CALL
                   END-PERFORM
                   PERFORM NOMMER-LE-MANIFESTE
                   CALL "CBL_DELETE_FILE" USING WS-NOM-MANIFESTE
                       RETURNING WS-RETOUR-SUPPR
                   END-CALL
                   ADD 1 TO WS-NB-GEN-SUPPR
                   MOVE SPACES TO SAUVE-PRINT-LINE
                   STRING "RETENTION - GENERATION SUPPRIMEE "
                           DELIMITED BY SIZE
                       WS-GEN-NOM DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WS-CAT-STATUT(WS-CAT-IDX) DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO SAUVE-PRINT-LINE
                   WRITE SAUVE-PRINT-LINE.

               OUVRIR-RAPPORT.
                   OPEN OUTPUT SAUVE-PRINT-FILE
                   MOVE WS-DATE-JOUR TO WS-ENT-DATE
                   WRITE SAUVE-PRINT-LINE FROM WS-ENTETE-1
                   MOVE WS-GENERATION TO WS-ENT-GENERATION
                   MOVE WS-RETENTION TO WS-ENT-RETENTION
                   WRITE SAUVE-PRINT-LINE FROM WS-ENTETE-GEN
                   MOVE SPACES TO SAUVE-PRINT-LINE
                   WRITE SAUVE-PRINT-LINE
                   WRITE SAUVE-PRINT-LINE FROM WS-ENTETE-FICHIERS
                   MOVE SPACES TO SAUVE-PRINT-LINE
                   WRITE SAUVE-PRINT-LINE.

               EDITER-MANIFESTE.
                   PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                           UNTIL WS-FIC-IDX > WS-NB-FICHIERS
                       MOVE WS-FIC-NOM(WS-FIC-IDX) TO WS-LFI-NOM
                       MOVE WS-FIC-ETAT(WS-FIC-IDX) TO WS-LFI-ETAT
                       MOVE WS-FIC-NB(WS-FIC-IDX) TO WS-LFI-NB
                       MOVE WS-FIC-CTL(WS-FIC-IDX) TO WS-LFI-CTL
                       WRITE SAUVE-PRINT-LINE FROM WS-LIGNE-FICHIER
                   END-PERFORM
                   MOVE SPACES TO SAUVE-PRINT-LINE
                   WRITE SAUVE-PRINT-LINE
                   MOVE "FICHIERS SAUVEGARDES" TO WS-BIL-LIBELLE
                   MOVE WS-NB-PRESENTS TO WS-BIL-VALEUR
                   WRITE SAUVE-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "ENREGISTREMENTS SAUVEGARDES" TO WS-BIL-LIBELLE
                   MOVE WS-NB-ENREG-GEN TO WS-BIL-VALEUR
                   WRITE SAUVE-PRINT-LINE FROM WS-LIGNE-BILAN.

            END PROGRAM tpsauve.
