            IDENTIFICATION DIVISION.
            PROGRAM-ID. tpnight.
           *> Pilote de la chaine du matin : enchaine tpsauve,
           *> tpvalid, tprunchk, tpsuspect, tproll, tprecon, tpmaster
           *> et tpreport dans cet ordre, consigne chaque etape (debut,
           *> fin, code retour) dans le fichier de controle NIGHTCTL.DAT
           *> reecrit apres chaque etape, et s'arrete des qu'une
           *> etape rend un code retour non nul. A l'invocation
           *> suivante, une nuit incomplete est detectee dans le
           *> fichier de controle : les etapes deja OK sont sautees
           *> et la chaine repart de l'etape en echec au lieu de
           *> tout refaire. Une nuit complete
           *> (toutes les etapes OK, ou du moins la derniere : une
           *> nuit tournee avant l'ajout d'une etape a la chaine est
           *> complete elle aussi) fait repartir la chaine de zero.
           *> Le resume imprime NIGHTRPT donne l'issue de chaque
           *> etape pour l'operateur.
            ENVIRONMENT DIVISION.
               01 WS-FS-CTL PIC XX.
               01 WS-FS-PRINT PIC XX.
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-NB-ETAPES PIC 9(2) VALUE 8.
               01 WS-ETAPE-TAB.
                   05 WS-ETAPE-ENTRY OCCURS 8 TIMES.
                       10 WS-ETA-NOM PIC X(8).
                       10 WS-ETA-CMD PIC X(20).
                       10 WS-ETA-DEBUT-TS PIC 9(14).
               STOP RUN.

               GARNIR-LES-ETAPES.
                   MOVE "TPSAUVE" TO WS-ETA-NOM(1)
                   MOVE "./tpsauve" TO WS-ETA-CMD(1)
                   MOVE "TPVALID" TO WS-ETA-NOM(2)
                   MOVE "./tpvalid" TO WS-ETA-CMD(2)
                   MOVE "TPRUNCHK" TO WS-ETA-NOM(3)
                   MOVE "./tprunchk" TO WS-ETA-CMD(3)
                   MOVE "TPSUSPEC" TO WS-ETA-NOM(4)
                   MOVE "./tpsuspect" TO WS-ETA-CMD(4)
                   MOVE "TPROLL" TO WS-ETA-NOM(5)
                   MOVE "./tproll" TO WS-ETA-CMD(5)
                   MOVE "TPRECON" TO WS-ETA-NOM(6)
                   MOVE "./tprecon" TO WS-ETA-CMD(6)
                   MOVE "TPMASTER" TO WS-ETA-NOM(7)
                   MOVE "./tpmaster" TO WS-ETA-CMD(7)
                   MOVE "TPREPORT" TO WS-ETA-NOM(8)
                   MOVE "./tpreport" TO WS-ETA-CMD(8)
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NB-ETAPES
                       MOVE 0 TO WS-ETA-DEBUT-TS(WS-IDX)
                       CLOSE NIGHTCTL-FILE
                   END-IF
                   IF WS-NB-OK-AVANT = WS-NB-ETAPES
                           OR WS-ETA-STATUT(WS-NB-ETAPES) = "DEJA OK"
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-NB-ETAPES
                           MOVE 0 TO WS-ETA-DEBUT-TS(WS-IDX)
