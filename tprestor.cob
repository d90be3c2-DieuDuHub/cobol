            IDENTIFICATION DIVISION.
            PROGRAM-ID. tprestor.
           *> Restauration d'une generation de sauvegarde de tpsauve :
           *> argument la generation AAAAMMJJHHMMSS (voir SAUVCAT.DAT
           *> ou le rapport SAUVRPT). Trois temps :
           *>   1. chaque copie SAUV.<gen>.<fichier> est relue et
           *>      rapprochee du manifeste SAUVM.<gen>.DAT (nombre
           *>      d'enregistrements et total de controle) ; au
           *>      moindre ecart rien n'est touche et le programme
           *>      rend 8 ;
           *>   2. les fichiers de donnees sont remis en place depuis
           *>      les copies ; un fichier absent a la sauvegarde est
           *>      supprime, pour retrouver l'etat exact de l'instant
           *>      sauvegarde ;
           *>   3. chaque fichier restaure est relu et rapproche du
           *>      manifeste ; un ecart rend 8.
           *> L'etat courant n'est pas conserve : passer tpsauve avant
           *> une restauration pour pouvoir revenir en arriere. Le
           *> fichier de controle NIGHTCTL.DAT restaure est celui de
           *> la generation : la chaine du matin repart de l'etat de
           *> la nuit sauvegardee. Les fichiers traites sont ceux du
           *> manifeste, dans la limite de la table commune avec
           *> tpsauve (sauvfic-tab.cpy) : un fichier qui n'en faisait
           *> pas encore partie garde son etat courant. Le rapport
           *> RESTRPT donne le resultat par fichier.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT DONNEES-FILE ASSIGN TO DYNAMIC WS-NOM-DONNEES
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-DONNEES.
               SELECT COPIE-FILE ASSIGN TO DYNAMIC WS-NOM-COPIE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-COPIE.
               SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-NOM-MANIFESTE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-MANIFEST.
               SELECT RESTOR-PRINT-FILE ASSIGN TO "RESTRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRINT.
            DATA DIVISION.
               FILE SECTION.
              *> Fichiers de donnees et copies lus et ecrits tels
              *> quels, quel que soit leur dessin.
               FD DONNEES-FILE.
               01 DONNEES-LIGNE PIC X(256).

               FD COPIE-FILE.
               01 COPIE-LIGNE PIC X(256).

               FD MANIFEST-FILE.
               COPY "sauvman-rec.cpy".

               FD RESTOR-PRINT-FILE.
               01 RESTOR-PRINT-LINE PIC X(132).

               WORKING-STORAGE SECTION.
               01 WS-FS-DONNEES PIC XX.
               01 WS-FS-COPIE PIC XX.
               01 WS-FS-MANIFEST PIC XX.
               01 WS-FS-PRINT PIC XX.
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-DATE-JOUR PIC 9(8).
               01 WS-ARGUMENT PIC X(14) VALUE SPACES.
               01 WS-GENERATION PIC 9(14).
               01 WS-NOM-DONNEES PIC X(12).
               01 WS-NOM-COPIE PIC X(32).
               01 WS-NOM-MANIFESTE PIC X(24).
               01 WS-RETOUR-SUPPR PIC S9(9) BINARY VALUE 0.
               01 WS-POS PIC 9(3).
               01 WS-LIGNE-LUE PIC X(256).
               01 WS-NB-COURANT PIC 9(9).
               01 WS-CTL-COURANT PIC 9(18).
               01 WS-NB-ECARTS PIC 9(2) VALUE 0.
               01 WS-NB-RESTAURES PIC 9(2) VALUE 0.
               01 WS-NB-SUPPRIMES PIC 9(2) VALUE 0.
               *> Manifeste de la generation.
               01 WS-NB-FICHIERS PIC 9(2) VALUE 0.
               01 WS-FIC-IDX PIC 9(2).
               COPY "sauvfic-tab.cpy".

               01 WS-ENTETE-1.
                   05 FILLER PIC X(10) VALUE "TPRESTOR".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(50) VALUE
                       "RESTAURATION DES FICHIERS DE JEU".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(5) VALUE "DATE ".
                   05 WS-ENT-DATE PIC 9999/99/99.
                   05 FILLER PIC X(17) VALUE SPACES.
               01 WS-ENTETE-GEN.
                   05 FILLER PIC X(22) VALUE "GENERATION          : ".
                   05 WS-ENT-GENERATION PIC 9(14).
                   05 FILLER PIC X(96) VALUE SPACES.
               01 WS-ENTETE-FICHIERS.
                   05 FILLER PIC X(15) VALUE "FICHIER".
                   05 FILLER PIC X(14) VALUE "ETAT".
                   05 FILLER PIC X(12) VALUE "   ENREG.".
                   05 FILLER PIC X(91) VALUE
                       "        TOTAL DE CONTROLE".
               01 WS-LIGNE-FICHIER.
                   05 WS-LFI-NOM PIC X(12).
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 WS-LFI-ETAT PIC X(11).
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 WS-LFI-NB PIC ZZZZZZZZ9.
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 WS-LFI-CTL PIC Z(17)9.
                   05 FILLER PIC X(73) VALUE SPACES.
               01 WS-LIGNE-BILAN.
                   05 WS-BIL-LIBELLE PIC X(34).
                   05 WS-BIL-VALEUR PIC ZZZZZZZ9.
                   05 FILLER PIC X(90) VALUE SPACES.

            PROCEDURE DIVISION.

               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
               ACCEPT WS-ARGUMENT FROM COMMAND-LINE
               IF WS-ARGUMENT IS NOT NUMERIC
                   DISPLAY "Usage : tprestor AAAAMMJJHHMMSS"
                   STOP RUN RETURNING 8
               END-IF
               MOVE WS-ARGUMENT TO WS-GENERATION
               PERFORM CHARGER-LE-MANIFESTE
               PERFORM OUVRIR-RAPPORT

               *> 1. Les copies avant de toucher a quoi que ce soit.
               PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                       UNTIL WS-FIC-IDX > WS-NB-FICHIERS
                   PERFORM VERIFIER-UNE-COPIE
               END-PERFORM
               IF WS-NB-ECARTS > 0
                   PERFORM EDITER-LES-FICHIERS
                   MOVE "COPIES EN ECART - RIEN RESTAURE"
                       TO WS-BIL-LIBELLE
                   MOVE WS-NB-ECARTS TO WS-BIL-VALEUR
                   WRITE RESTOR-PRINT-LINE FROM WS-LIGNE-BILAN
                   CLOSE RESTOR-PRINT-FILE
                   DISPLAY "Restauration " WS-GENERATION " : "
                       WS-NB-ECARTS " copie(s) non conforme(s) - "
                       "rien n'est restaure"
                   STOP RUN RETURNING 8
               END-IF

               *> 2. Remise en place, 3. controle des fichiers remis.
               PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                       UNTIL WS-FIC-IDX > WS-NB-FICHIERS
                   PERFORM RESTAURER-UN-FICHIER
               END-PERFORM
               PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                       UNTIL WS-FIC-IDX > WS-NB-FICHIERS
                   PERFORM CONTROLER-UN-FICHIER
               END-PERFORM
               PERFORM EDITER-LES-FICHIERS

               MOVE "FICHIERS RESTAURES" TO WS-BIL-LIBELLE
               MOVE WS-NB-RESTAURES TO WS-BIL-VALEUR
               WRITE RESTOR-PRINT-LINE FROM WS-LIGNE-BILAN
               MOVE "FICHIERS SUPPRIMES (ABSENTS)" TO WS-BIL-LIBELLE
               MOVE WS-NB-SUPPRIMES TO WS-BIL-VALEUR
               WRITE RESTOR-PRINT-LINE FROM WS-LIGNE-BILAN
               MOVE "ECARTS APRES RESTAURATION" TO WS-BIL-LIBELLE
               MOVE WS-NB-ECARTS TO WS-BIL-VALEUR
               WRITE RESTOR-PRINT-LINE FROM WS-LIGNE-BILAN
               CLOSE RESTOR-PRINT-FILE

               IF WS-NB-ECARTS > 0
                   DISPLAY "Restauration " WS-GENERATION " : "
                       WS-NB-ECARTS " fichier(s) en ecart apres "
                       "restauration"
                   STOP RUN RETURNING 8
               END-IF
               DISPLAY "Restauration " WS-GENERATION " : "
                   WS-NB-RESTAURES " fichier(s) restaure(s), "
                   WS-NB-SUPPRIMES " supprime(s)"
               STOP RUN.

               CHARGER-LE-MANIFESTE.
                   MOVE SPACES TO WS-NOM-MANIFESTE
                   STRING "SAUVM." DELIMITED BY SIZE
                       WS-GENERATION DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                       INTO WS-NOM-MANIFESTE
                   OPEN INPUT MANIFEST-FILE
                   IF WS-FS-MANIFEST NOT = "00"
                       DISPLAY "Manifeste " WS-NOM-MANIFESTE " absent"
                       STOP RUN RETURNING 8
                   END-IF
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ MANIFEST-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM RETENIR-UN-FICHIER
                       END-READ
                   END-PERFORM
                   CLOSE MANIFEST-FILE
                   IF WS-NB-FICHIERS = 0
                       DISPLAY "Manifeste " WS-NOM-MANIFESTE " vide"
                       STOP RUN RETURNING 8
                   END-IF.

               RETENIR-UN-FICHIER.
                   IF WS-NB-FICHIERS NOT < WS-MAX-FICHIERS
                           OR MAN-GENERATION NOT = WS-GENERATION
                           OR (MAN-PRESENT NOT = 'O'
                               AND MAN-PRESENT NOT = 'N')
                           OR MAN-NB-ENREG NOT NUMERIC
                           OR MAN-CONTROLE NOT NUMERIC
                       DISPLAY "Manifeste " WS-NOM-MANIFESTE
                           " invalide"
                       CLOSE MANIFEST-FILE
                       STOP RUN RETURNING 8
                   END-IF
                   ADD 1 TO WS-NB-FICHIERS
                   MOVE MAN-FICHIER TO WS-FIC-NOM(WS-NB-FICHIERS)
                   MOVE MAN-PRESENT TO WS-FIC-PRESENT(WS-NB-FICHIERS)
                   MOVE MAN-NB-ENREG TO WS-FIC-NB(WS-NB-FICHIERS)
                   MOVE MAN-CONTROLE TO WS-FIC-CTL(WS-NB-FICHIERS)
                   MOVE SPACES TO WS-FIC-ETAT(WS-NB-FICHIERS).

               VERIFIER-UNE-COPIE.
                   IF WS-FIC-PRESENT(WS-FIC-IDX) = 'O'
                       PERFORM NOMMER-LA-COPIE
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
                           IF WS-NB-COURANT = WS-FIC-NB(WS-FIC-IDX)
                                   AND WS-CTL-COURANT
                                       = WS-FIC-CTL(WS-FIC-IDX)
                               MOVE "COPIE OK"
                                   TO WS-FIC-ETAT(WS-FIC-IDX)
                           ELSE
                               MOVE "COPIE ECART"
                                   TO WS-FIC-ETAT(WS-FIC-IDX)
                               ADD 1 TO WS-NB-ECARTS
                           END-IF
                       ELSE
                           MOVE "COPIE ABS." TO WS-FIC-ETAT(WS-FIC-IDX)
                           ADD 1 TO WS-NB-ECARTS
                       END-IF
                   ELSE
                       MOVE "ABSENT" TO WS-FIC-ETAT(WS-FIC-IDX)
                   END-IF.

               RESTAURER-UN-FICHIER.
                   MOVE WS-FIC-NOM(WS-FIC-IDX) TO WS-NOM-DONNEES
                   IF WS-FIC-PRESENT(WS-FIC-IDX) = 'O'
                       PERFORM NOMMER-LA-COPIE
                       OPEN INPUT COPIE-FILE
                       OPEN OUTPUT DONNEES-FILE
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ COPIE-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   WRITE DONNEES-LIGNE FROM COPIE-LIGNE
                           END-READ
                       END-PERFORM
                       CLOSE COPIE-FILE
                       CLOSE DONNEES-FILE
                       ADD 1 TO WS-NB-RESTAURES
                   ELSE
                       *> Absent a la sauvegarde : absent apres.
                       OPEN INPUT DONNEES-FILE
                       IF WS-FS-DONNEES = "00"
                           CLOSE DONNEES-FILE
                           CALL "CBL_DELETE_FILE" USING WS-NOM-DONNEES
                               RETURNING WS-RETOUR-SUPPR
                           END-CALL
                           ADD 1 TO WS-NB-SUPPRIMES
                       END-IF
                   END-IF.

               CONTROLER-UN-FICHIER.
                   MOVE WS-FIC-NOM(WS-FIC-IDX) TO WS-NOM-DONNEES
                   MOVE 0 TO WS-NB-COURANT
                   MOVE 0 TO WS-CTL-COURANT
                   OPEN INPUT DONNEES-FILE
                   IF WS-FS-DONNEES = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ DONNEES-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   ADD 1 TO WS-NB-COURANT
                                   MOVE DONNEES-LIGNE TO WS-LIGNE-LUE
                                   PERFORM CUMULER-CONTROLE
                           END-READ
                       END-PERFORM
                       CLOSE DONNEES-FILE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-FIC-PRESENT(WS-FIC-IDX) = 'N'
                               AND WS-FS-DONNEES NOT = "00"
                           MOVE "ABSENT" TO WS-FIC-ETAT(WS-FIC-IDX)
                       WHEN WS-FIC-PRESENT(WS-FIC-IDX) = 'O'
                               AND WS-FS-DONNEES = "00"
                               AND WS-NB-COURANT = WS-FIC-NB(WS-FIC-IDX)
                               AND WS-CTL-COURANT
                                   = WS-FIC-CTL(WS-FIC-IDX)
                           MOVE "RESTAURE" TO WS-FIC-ETAT(WS-FIC-IDX)
                       WHEN OTHER
                           MOVE "ECART" TO WS-FIC-ETAT(WS-FIC-IDX)
                           ADD 1 TO WS-NB-ECARTS
                   END-EVALUATE.

               CUMULER-CONTROLE.
                   *> Meme total que tpsauve (voir sauvman-rec.cpy).
                   PERFORM VARYING WS-POS FROM 1 BY 1
                           UNTIL WS-POS > 256
                       COMPUTE WS-CTL-COURANT = WS-CTL-COURANT
                           + FUNCTION ORD(WS-LIGNE-LUE(WS-POS:1))
                               * WS-POS
                   END-PERFORM.

               NOMMER-LA-COPIE.
                   MOVE SPACES TO WS-NOM-COPIE
                   STRING "SAUV." DELIMITED BY SIZE
                       WS-GENERATION DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       WS-FIC-NOM(WS-FIC-IDX) DELIMITED BY SPACE
                       INTO WS-NOM-COPIE.

               OUVRIR-RAPPORT.
                   OPEN OUTPUT RESTOR-PRINT-FILE
                   MOVE WS-DATE-JOUR TO WS-ENT-DATE
                   WRITE RESTOR-PRINT-LINE FROM WS-ENTETE-1
                   MOVE WS-GENERATION TO WS-ENT-GENERATION
                   WRITE RESTOR-PRINT-LINE FROM WS-ENTETE-GEN
                   MOVE SPACES TO RESTOR-PRINT-LINE
                   WRITE RESTOR-PRINT-LINE
                   WRITE RESTOR-PRINT-LINE FROM WS-ENTETE-FICHIERS
                   MOVE SPACES TO RESTOR-PRINT-LINE
                   WRITE RESTOR-PRINT-LINE.

               EDITER-LES-FICHIERS.
                   PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                           UNTIL WS-FIC-IDX > WS-NB-FICHIERS
                       MOVE WS-FIC-NOM(WS-FIC-IDX) TO WS-LFI-NOM
                       MOVE WS-FIC-ETAT(WS-FIC-IDX) TO WS-LFI-ETAT
                       MOVE WS-FIC-NB(WS-FIC-IDX) TO WS-LFI-NB
                       MOVE WS-FIC-CTL(WS-FIC-IDX) TO WS-LFI-CTL
                       WRITE RESTOR-PRINT-LINE FROM WS-LIGNE-FICHIER
                   END-PERFORM
                   MOVE SPACES TO RESTOR-PRINT-LINE
                   WRITE RESTOR-PRINT-LINE.

            END PROGRAM tprestor.
