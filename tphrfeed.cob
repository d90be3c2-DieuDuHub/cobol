           *> partent telles quelles dans HRREJET avec leur motif, et
           *> le rapport BADGAPP donne les comptes appliques/refuses
           *> par action pour le rapprochement avec les totaux RH.
           *> Chaque transaction appliquee laisse dans BADGAUD.DAT
           *> l'image avant et apres du badge (origine F ; pas de
           *> ligne pour une modification qui ne change rien), avec
           *> l'identifiant de l'exploitant passe en ligne de
           *> commande (TPHRFEED a defaut).
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT APPLY-PRINT-FILE ASSIGN TO "BADGAPP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRINT.
               SELECT BADGE-AUDIT-FILE ASSIGN TO "BADGAUD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-AUDIT.
            DATA DIVISION.
               FILE SECTION.
               FD HRFEED-FILE.
               FD APPLY-PRINT-FILE.
               01 APPLY-PRINT-LINE PIC X(132).

               FD BADGE-AUDIT-FILE.
               COPY "badgaud-rec.cpy".

               WORKING-STORAGE SECTION.
               01 WS-FS-FEED PIC XX.
               01 WS-FS-BADGE PIC XX.
               01 WS-FS-BADGE-TMP PIC XX.
               01 WS-FS-REJET PIC XX.
               01 WS-FS-PRINT PIC XX.
               01 WS-FS-AUDIT PIC XX.
               01 WS-OPERATEUR PIC X(8) VALUE SPACES.
               01 WS-NB-TRACES PIC 9(6) VALUE 0.
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-EOF-FEED-SW PIC X VALUE 'N'.
               01 WS-TROUVE-SW PIC X VALUE 'N'.
            PROCEDURE DIVISION.

               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
               ACCEPT WS-OPERATEUR FROM COMMAND-LINE
               IF WS-OPERATEUR = SPACES
                   MOVE "TPHRFEED" TO WS-OPERATEUR
               END-IF

               OPEN INPUT HRFEED-FILE
               IF WS-FS-FEED NOT = "00"
                   STOP RUN RETURNING 8
               END-IF
               OPEN OUTPUT REJECT-FILE
               OPEN EXTEND BADGE-AUDIT-FILE
               IF WS-FS-AUDIT = "35"
                   OPEN OUTPUT BADGE-AUDIT-FILE
               END-IF

               PERFORM UNTIL WS-EOF-FEED-SW = 'Y'
                   READ HRFEED-FILE
               END-PERFORM
               CLOSE HRFEED-FILE
               CLOSE REJECT-FILE
               CLOSE BADGE-AUDIT-FILE

               PERFORM EDITER-RAPPORT

                       MOVE HRF-NOM   TO BDG-NAME
                       MOVE HRF-DEPT  TO BDG-DEPT
                       MOVE 'Y'       TO BDG-ACTIVE-SW
                       MOVE 'A' TO BAU-ACTION
                       MOVE SPACES TO BAU-BEFORE
                       MOVE BDG-NAME TO BAU-AFTER-NAME
                       MOVE BDG-DEPT TO BAU-AFTER-DEPT
                       MOVE BDG-ACTIVE-SW TO BAU-AFTER-ACTIVE-SW
                       WRITE BADGE-RECORD
                       CLOSE BADGE-MASTER-FILE
                       ADD 1 TO WS-NB-AJOUTS
                       PERFORM TRACER-LE-CHANGEMENT
                   END-IF.

               CHERCHER-BADGE.
                   IF WS-TROUVE-SW = 'Y'
                       PERFORM RECOPIER-TMP-VERS-MASTER
                       ADD 1 TO WS-NB-MODIFS
                       *> Nom et departement deja ceux de l'extraction :
                       *> rien a tracer.
                       IF BAU-BEFORE NOT = BAU-AFTER
                           MOVE 'M' TO BAU-ACTION
                           PERFORM TRACER-LE-CHANGEMENT
                       END-IF
                   ELSE
                       ADD 1 TO WS-NB-REJETS-MODIF
                       MOVE "BADGE INCONNU" TO WS-MOTIF
                       IF HRF-DEPT NOT = SPACES
                           MOVE HRF-DEPT TO BDG-TMP-DEPT
                       END-IF
                       PERFORM RETENIR-AVANT-APRES
                   END-IF
                   WRITE BADGE-TMP-RECORD.

                   IF WS-TROUVE-SW = 'Y'
                       PERFORM RECOPIER-TMP-VERS-MASTER
                       ADD 1 TO WS-NB-DESACTS
                       MOVE 'D' TO BAU-ACTION
                       PERFORM TRACER-LE-CHANGEMENT
                   ELSE
                       ADD 1 TO WS-NB-REJETS-DESACT
                       MOVE "BADGE INCONNU" TO WS-MOTIF
                   IF BDG-BADGE = HRF-BADGE
                       MOVE 'N' TO BDG-TMP-ACTIVE-SW
                       MOVE 'Y' TO WS-TROUVE-SW
                       PERFORM RETENIR-AVANT-APRES
                   END-IF
                   WRITE BADGE-TMP-RECORD.

               RETENIR-AVANT-APRES.
                   MOVE BDG-NAME          TO BAU-BEFORE-NAME
                   MOVE BDG-DEPT          TO BAU-BEFORE-DEPT
                   MOVE BDG-ACTIVE-SW     TO BAU-BEFORE-ACTIVE-SW
                   MOVE BDG-TMP-NAME      TO BAU-AFTER-NAME
                   MOVE BDG-TMP-DEPT      TO BAU-AFTER-DEPT
                   MOVE BDG-TMP-ACTIVE-SW TO BAU-AFTER-ACTIVE-SW.

               TRACER-LE-CHANGEMENT.
                   *> Images avant/apres deja posees par l'action.
                   MOVE FUNCTION CURRENT-DATE(1:14) TO BAU-TIMESTAMP
                   MOVE HRF-BADGE    TO BAU-BADGE
                   MOVE 'F'          TO BAU-SOURCE
                   MOVE WS-OPERATEUR TO BAU-OPERATOR
                   WRITE BADGAUD-RECORD
                   ADD 1 TO WS-NB-TRACES.

               RECOPIER-TMP-VERS-MASTER.
                   OPEN OUTPUT BADGE-MASTER-FILE
                   OPEN INPUT BADGE-TMP-FILE
                   MOVE "ACTIONS INVALIDES" TO WS-BIL-LIBELLE
                   MOVE WS-NB-REJETS-ACTION TO WS-BIL-VALEUR
                   WRITE APPLY-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE SPACES TO APPLY-PRINT-LINE
                   WRITE APPLY-PRINT-LINE
                   MOVE "CHANGEMENTS TRACES (BADGAUD)" TO WS-BIL-LIBELLE
                   MOVE WS-NB-TRACES TO WS-BIL-VALEUR
                   WRITE APPLY-PRINT-LINE FROM WS-LIGNE-BILAN
                   CLOSE APPLY-PRINT-FILE.

            END PROGRAM tphrfeed.
