           *> pour le superviseur : ajout, desactivation et liste.
           *> La desactivation reecrit le fichier par copie de
           *> travail, comme tp le fait pour ses checkpoints.
           *> Le superviseur s'identifie en entrant : chaque ajout ou
           *> desactivation laisse dans BADGAUD.DAT l'image avant et
           *> apres du badge (origine E) avec son identifiant.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT BADGE-TMP-FILE ASSIGN TO "BADGEMST.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-BADGE-TMP.
               SELECT BADGE-AUDIT-FILE ASSIGN TO "BADGAUD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-AUDIT.
            DATA DIVISION.
               FILE SECTION.
               FD BADGE-MASTER-FILE.
                   ==BDG-DEPT==      BY ==BDG-TMP-DEPT==
                   ==BDG-ACTIVE-SW== BY ==BDG-TMP-ACTIVE-SW==.

               FD BADGE-AUDIT-FILE.
               COPY "badgaud-rec.cpy".

               WORKING-STORAGE SECTION.
               01 WS-FS-BADGE PIC XX.
               01 WS-FS-BADGE-TMP PIC XX.
               01 WS-FS-AUDIT PIC XX.
               01 WS-OPERATEUR PIC X(8) VALUE SPACES.
               01 WS-AVANT-NOM PIC X(30).
               01 WS-AVANT-DEPT PIC X(10).
               01 WS-AVANT-ACTIF PIC X.
               01 WS-APRES-NOM PIC X(30).
               01 WS-APRES-DEPT PIC X(10).
               01 WS-APRES-ACTIF PIC X.
               01 WS-ACTION-TRACEE PIC X.
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-CHOIX PIC X VALUE SPACE.
               01 WS-SAISIE-BADGE PIC X(8) VALUE SPACES.
               01 WS-NB-LISTES PIC 9(4) VALUE 0.

            SCREEN SECTION.
               01 pls-operateur.
                   02 BLANK SCREEN.
                   02 LINE 2 COL 5 VALUE
                       'Maintenance des badges joueurs'.
                   02 LINE 4 COL 5 VALUE 'Superviseur : '.
                   02 COLUMN PLUS 1 PIC X(8) TO WS-OPERATEUR
                       REQUIRED.

               01 pls-menu.
                   02 BLANK SCREEN.
                   02 LINE 2 COL 5 VALUE

            PROCEDURE DIVISION.

               PERFORM UNTIL WS-OPERATEUR NOT = SPACES
                   DISPLAY pls-operateur
                   ACCEPT pls-operateur
               END-PERFORM

               PERFORM UNTIL WS-CHOIX = 'Q' OR WS-CHOIX = 'q'
                   DISPLAY pls-menu
                   ACCEPT pls-menu
                       MOVE 'Y'             TO BDG-ACTIVE-SW
                       WRITE BADGE-RECORD
                       CLOSE BADGE-MASTER-FILE
                       MOVE SPACES TO WS-AVANT-NOM
                       MOVE SPACES TO WS-AVANT-DEPT
                       MOVE SPACE TO WS-AVANT-ACTIF
                       MOVE 'A' TO WS-ACTION-TRACEE
                       MOVE WS-SAISIE-NOM TO WS-APRES-NOM
                       MOVE WS-SAISIE-DEPT TO WS-APRES-DEPT
                       MOVE 'Y' TO WS-APRES-ACTIF
                       PERFORM TRACER-LE-CHANGEMENT
                       MOVE 'Badge ajoute' TO WS-INFO-MSG
                   END-IF.

                                   IF BDG-BADGE = WS-SAISIE-BADGE
                                       MOVE 'N' TO BDG-TMP-ACTIVE-SW
                                       MOVE 'Y' TO WS-TROUVE-SW
                                       MOVE BDG-NAME TO WS-AVANT-NOM
                                       MOVE BDG-DEPT TO WS-AVANT-DEPT
                                       MOVE BDG-ACTIVE-SW
                                           TO WS-AVANT-ACTIF
                                   END-IF
                                   WRITE BADGE-TMP-RECORD
                           END-READ
                   CLOSE BADGE-TMP-FILE
                   IF WS-TROUVE-SW = 'Y'
                       PERFORM RECOPIER-TMP-VERS-MASTER
                       MOVE 'D' TO WS-ACTION-TRACEE
                       MOVE WS-AVANT-NOM TO WS-APRES-NOM
                       MOVE WS-AVANT-DEPT TO WS-APRES-DEPT
                       MOVE 'N' TO WS-APRES-ACTIF
                       PERFORM TRACER-LE-CHANGEMENT
                       MOVE 'Badge desactive' TO WS-INFO-MSG
                   ELSE
                       MOVE 'Badge introuvable' TO WS-INFO-MSG
                   CLOSE BADGE-MASTER-FILE
                   CLOSE BADGE-TMP-FILE.

               TRACER-LE-CHANGEMENT.
                   *> Action et images avant/apres posees par
                   *> l'appelant.
                   OPEN EXTEND BADGE-AUDIT-FILE
                   IF WS-FS-AUDIT = "35"
                       OPEN OUTPUT BADGE-AUDIT-FILE
                   END-IF
                   MOVE FUNCTION CURRENT-DATE(1:14) TO BAU-TIMESTAMP
                   MOVE WS-SAISIE-BADGE TO BAU-BADGE
                   MOVE 'E' TO BAU-SOURCE
                   MOVE WS-OPERATEUR TO BAU-OPERATOR
                   MOVE WS-AVANT-NOM TO BAU-BEFORE-NAME
                   MOVE WS-AVANT-DEPT TO BAU-BEFORE-DEPT
                   MOVE WS-AVANT-ACTIF TO BAU-BEFORE-ACTIVE-SW
                   MOVE WS-ACTION-TRACEE TO BAU-ACTION
                   MOVE WS-APRES-NOM TO BAU-AFTER-NAME
                   MOVE WS-APRES-DEPT TO BAU-AFTER-DEPT
                   MOVE WS-APRES-ACTIF TO BAU-AFTER-ACTIVE-SW
                   WRITE BADGAUD-RECORD
                   CLOSE BADGE-AUDIT-FILE.

               LISTER-BADGES.
                   MOVE 0 TO WS-NB-LISTES
                   DISPLAY "BADGE     NOM                          "
