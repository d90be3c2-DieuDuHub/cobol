            IDENTIFICATION DIVISION.
            PROGRAM-ID. tpadjust.
           *> Saisie des ajustements de scores pour le superviseur :
           *> annulation d'un score, correction du nombre d'essais,
           *> retablissement du score d'origine et liste. Le score
           *> vise est designe par sa cle (fin de partie + badge) et
           *> doit exister dans SCORE.DAT, qui n'est jamais modifie :
           *> chaque ajustement est ajoute a ADJUST.DAT avec un motif
           *> obligatoire, l'horodatage de saisie et l'identifiant du
           *> superviseur, et les programmes de cumul l'appliquent
           *> au vol. tpadjrpt edite la piste d'audit.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT SCORE-FILE ASSIGN TO "SCORE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SCORE.
               SELECT ADJUST-FILE ASSIGN TO "ADJUST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ADJUST.
            DATA DIVISION.
               FILE SECTION.
               FD SCORE-FILE.
               COPY "score-rec.cpy".

               FD ADJUST-FILE.
               COPY "adjust-rec.cpy".

               WORKING-STORAGE SECTION.
               01 WS-FS-SCORE PIC XX.
               01 WS-FS-ADJUST PIC XX.
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-CHOIX PIC X VALUE SPACE.
               01 WS-SAISIE-FIN PIC 9(14) VALUE 0.
               01 WS-SAISIE-BADGE PIC X(8) VALUE SPACES.
               01 WS-SAISIE-ESSAIS PIC 9(4) VALUE 0.
               01 WS-SAISIE-MOTIF PIC X(4) VALUE SPACES.
               01 WS-SAISIE-OPERATEUR PIC X(8) VALUE SPACES.
               01 WS-CLE-CHERCHEE.
                   05 WS-CLE-FIN PIC 9(14).
                   05 WS-CLE-BADGE PIC X(8).
               01 WS-ACTION PIC X VALUE SPACE.
               01 WS-TROUVE-SW PIC X VALUE 'N'.
               01 WS-AJUSTE-SW PIC X VALUE 'N'.
               01 WS-MOTIF-SW PIC X VALUE 'N'.
               01 WS-ESSAIS-ORIGINE PIC 9(4) VALUE 0.
               01 WS-INFO-MSG PIC X(40) VALUE SPACES.
               01 WS-NB-LISTES PIC 9(4) VALUE 0.

            SCREEN SECTION.
               01 pls-menu.
                   02 BLANK SCREEN.
                   02 LINE 2 COL 5 VALUE
                       'Ajustements des scores'.
                   02 LINE 4 COL 5 VALUE 'A = Annuler un score'.
                   02 LINE 5 COL 5 VALUE
                       'C = Corriger le nombre d''essais'.
                   02 LINE 6 COL 5 VALUE
                       'R = Retablir le score d''origine'.
                   02 LINE 7 COL 5 VALUE 'L = Lister les ajustements'.
                   02 LINE 8 COL 5 VALUE 'Q = Quitter'.
                   02 LINE 10 COL 5 PIC X(40) FROM WS-INFO-MSG.
                   02 LINE 12 COL 5 VALUE 'Votre choix : '.
                   02 COLUMN PLUS 1 PIC X TO WS-CHOIX REQUIRED.

               01 pls-annul.
                   02 BLANK SCREEN.
                   02 LINE 2 COL 5 VALUE
                       'Annulation ou retablissement d''un score'.
                   02 LINE 4 COL 5 VALUE 'Fin de partie : '.
                   02 COLUMN PLUS 1 PIC 9(14) TO WS-SAISIE-FIN
                       REQUIRED.
                   02 LINE 5 COL 5 VALUE 'Badge         : '.
                   02 COLUMN PLUS 1 PIC X(8) TO WS-SAISIE-BADGE
                       REQUIRED.
                   02 LINE 6 COL 5 VALUE 'Motif         : '.
                   02 COLUMN PLUS 1 PIC X(4) TO WS-SAISIE-MOTIF
                       REQUIRED.
                   02 LINE 7 COL 5 VALUE 'Superviseur   : '.
                   02 COLUMN PLUS 1 PIC X(8) TO WS-SAISIE-OPERATEUR
                       REQUIRED.
                   02 LINE 9 COL 5 VALUE
                       'Motifs : TEST PANN INTD ERRS SUSP'.

               01 pls-corr.
                   02 BLANK SCREEN.
                   02 LINE 2 COL 5 VALUE
                       'Correction du nombre d''essais'.
                   02 LINE 4 COL 5 VALUE 'Fin de partie : '.
                   02 COLUMN PLUS 1 PIC 9(14) TO WS-SAISIE-FIN
                       REQUIRED.
                   02 LINE 5 COL 5 VALUE 'Badge         : '.
                   02 COLUMN PLUS 1 PIC X(8) TO WS-SAISIE-BADGE
                       REQUIRED.
                   02 LINE 6 COL 5 VALUE 'Essais retenus: '.
                   02 COLUMN PLUS 1 PIC 9(4) TO WS-SAISIE-ESSAIS
                       REQUIRED.
                   02 LINE 7 COL 5 VALUE 'Motif         : '.
                   02 COLUMN PLUS 1 PIC X(4) TO WS-SAISIE-MOTIF
                       REQUIRED.
                   02 LINE 8 COL 5 VALUE 'Superviseur   : '.
                   02 COLUMN PLUS 1 PIC X(8) TO WS-SAISIE-OPERATEUR
                       REQUIRED.
                   02 LINE 10 COL 5 VALUE
                       'Motifs : TEST PANN INTD ERRS SUSP'.

            PROCEDURE DIVISION.

               PERFORM UNTIL WS-CHOIX = 'Q' OR WS-CHOIX = 'q'
                   DISPLAY pls-menu
                   ACCEPT pls-menu
                   MOVE SPACES TO WS-INFO-MSG
                   EVALUATE WS-CHOIX
                       WHEN 'A'
                       WHEN 'a'
                           MOVE 'V' TO WS-ACTION
                           PERFORM SAISIR-ANNULATION
                       WHEN 'C'
                       WHEN 'c'
                           MOVE 'C' TO WS-ACTION
                           PERFORM SAISIR-CORRECTION
                       WHEN 'R'
                       WHEN 'r'
                           MOVE 'R' TO WS-ACTION
                           PERFORM SAISIR-ANNULATION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LISTER-AJUSTEMENTS
                       WHEN 'Q'
                       WHEN 'q'
                           CONTINUE
                       WHEN OTHER
                           MOVE 'Choix invalide' TO WS-INFO-MSG
                   END-EVALUATE
               END-PERFORM
               STOP RUN.

               SAISIR-ANNULATION.
                   PERFORM VIDER-SAISIE
                   DISPLAY pls-annul
                   ACCEPT pls-annul
                   PERFORM CONTROLER-SAISIE
                   IF WS-INFO-MSG = SPACES
                       IF WS-ACTION = 'R'
                           PERFORM CHERCHER-AJUSTEMENT
                           IF WS-AJUSTE-SW NOT = 'Y'
                               MOVE 'Aucun ajustement sur ce score'
                                   TO WS-INFO-MSG
                           END-IF
                       END-IF
                   END-IF
                   IF WS-INFO-MSG = SPACES
                       MOVE 0 TO WS-SAISIE-ESSAIS
                       PERFORM ECRIRE-AJUSTEMENT
                       IF WS-ACTION = 'V'
                           MOVE 'Score annule' TO WS-INFO-MSG
                       ELSE
                           MOVE 'Score retabli' TO WS-INFO-MSG
                       END-IF
                   END-IF.

               SAISIR-CORRECTION.
                   PERFORM VIDER-SAISIE
                   DISPLAY pls-corr
                   ACCEPT pls-corr
                   PERFORM CONTROLER-SAISIE
                   IF WS-INFO-MSG = SPACES
                       IF WS-SAISIE-ESSAIS = 0
                           MOVE 'Nombre d''essais invalide'
                               TO WS-INFO-MSG
                       END-IF
                       IF WS-SAISIE-ESSAIS = WS-ESSAIS-ORIGINE
                           MOVE 'Essais identiques au score'
                               TO WS-INFO-MSG
                       END-IF
                   END-IF
                   IF WS-INFO-MSG = SPACES
                       PERFORM ECRIRE-AJUSTEMENT
                       MOVE 'Score corrige' TO WS-INFO-MSG
                   END-IF.

               VIDER-SAISIE.
                   MOVE 0 TO WS-SAISIE-FIN
                   MOVE SPACES TO WS-SAISIE-BADGE
                   MOVE 0 TO WS-SAISIE-ESSAIS
                   MOVE SPACES TO WS-SAISIE-MOTIF
                   MOVE SPACES TO WS-SAISIE-OPERATEUR.

               CONTROLER-SAISIE.
                   *> Motif dans la liste fermee de adjust-rec.cpy et
                   *> score existant dans SCORE.DAT ; le premier
                   *> controle en echec renseigne le message.
                   MOVE WS-SAISIE-FIN TO WS-CLE-FIN
                   MOVE WS-SAISIE-BADGE TO WS-CLE-BADGE
                   MOVE 'N' TO WS-MOTIF-SW
                   EVALUATE WS-SAISIE-MOTIF
                       WHEN 'TEST'
                       WHEN 'PANN'
                       WHEN 'INTD'
                       WHEN 'ERRS'
                       WHEN 'SUSP'
                           MOVE 'Y' TO WS-MOTIF-SW
                   END-EVALUATE
                   IF WS-MOTIF-SW NOT = 'Y'
                       MOVE 'Motif invalide' TO WS-INFO-MSG
                   ELSE
                       IF WS-SAISIE-OPERATEUR = SPACES
                           MOVE 'Superviseur obligatoire'
                               TO WS-INFO-MSG
                       ELSE
                           PERFORM CHERCHER-SCORE
                           IF WS-TROUVE-SW NOT = 'Y'
                               MOVE 'Score introuvable'
                                   TO WS-INFO-MSG
                           END-IF
                       END-IF
                   END-IF.

               CHERCHER-SCORE.
                   MOVE 'N' TO WS-TROUVE-SW
                   OPEN INPUT SCORE-FILE
                   IF WS-FS-SCORE = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ SCORE-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   IF SCR-KEY = WS-CLE-CHERCHEE
                                       MOVE SCR-ATTEMPTS
                                           TO WS-ESSAIS-ORIGINE
                                       MOVE 'Y' TO WS-TROUVE-SW
                                       MOVE 'Y' TO WS-EOF-SW
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE SCORE-FILE
                   END-IF.

               CHERCHER-AJUSTEMENT.
                   *> Un retablissement n'a de sens que si la cle
                   *> porte deja un ajustement.
                   MOVE 'N' TO WS-AJUSTE-SW
                   OPEN INPUT ADJUST-FILE
                   IF WS-FS-ADJUST = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ ADJUST-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   IF ADJ-KEY = WS-CLE-CHERCHEE
                                       MOVE 'Y' TO WS-AJUSTE-SW
                                       MOVE 'Y' TO WS-EOF-SW
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ADJUST-FILE
                   END-IF.

               ECRIRE-AJUSTEMENT.
                   OPEN EXTEND ADJUST-FILE
                   IF WS-FS-ADJUST = "35"
                       OPEN OUTPUT ADJUST-FILE
                   END-IF
                   MOVE WS-CLE-FIN TO ADJ-END-TIMESTAMP
                   MOVE WS-CLE-BADGE TO ADJ-BADGE
                   MOVE WS-ACTION TO ADJ-ACTION
                   MOVE WS-SAISIE-ESSAIS TO ADJ-NEW-ATTEMPTS
                   MOVE WS-SAISIE-MOTIF TO ADJ-REASON
                   MOVE FUNCTION CURRENT-DATE(1:14) TO ADJ-ENTRY-TS
                   MOVE WS-SAISIE-OPERATEUR TO ADJ-OPERATOR
                   WRITE ADJUST-RECORD
                   CLOSE ADJUST-FILE.

               LISTER-AJUSTEMENTS.
                   MOVE 0 TO WS-NB-LISTES
                   DISPLAY "FIN DE PARTIE   BADGE     ACT ESSAIS "
                       "MOTIF SAISI LE        SUPERVISEUR"
                   OPEN INPUT ADJUST-FILE
                   IF WS-FS-ADJUST = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ ADJUST-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   DISPLAY ADJ-END-TIMESTAMP "  "
                                       ADJ-BADGE "  " ADJ-ACTION
                                       "   " ADJ-NEW-ATTEMPTS "   "
                                       ADJ-REASON "  " ADJ-ENTRY-TS
                                       "  " ADJ-OPERATOR
                                   ADD 1 TO WS-NB-LISTES
                           END-READ
                       END-PERFORM
                       CLOSE ADJUST-FILE
                   END-IF
                   DISPLAY "AJUSTEMENTS SAISIS : " WS-NB-LISTES
                   MOVE 'Liste editee' TO WS-INFO-MSG.

            END PROGRAM tpadjust.
