            IDENTIFICATION DIVISION.
            PROGRAM-ID. tpdiv.
           *> Divisions de niveau des joueurs, a passer en fin de mois
           *> apres tpmaster. Chaque badge place appartient a une
           *> division (OR, ARGENT, BRONZE) tenue dans le master des
           *> divisions DIVMST.DAT (dessin dans divmst-rec.cpy).
           *> Parametres lus dans DIVPARM :
           *>   colonnes  1-6  mois traite AAAAMM
           *>   colonnes  7-9  parties gagnees minimum dans le mois
           *>                  pour etre classe
           *>   colonnes 10-12 montees et descentes par division
           *>   colonnes 13-16 seuil OR, perf/par moyenne en
           *>                  centiemes (100 = au par)
           *>   colonnes 17-20 seuil ARGENT, meme unite
           *> Les badges de chaque division ayant joue le minimum de
           *> parties dans le mois sont classes sur leur perf/par
           *> moyenne du mois (scores de SCORE.DAT, ajustements de
           *> ADJUST.DAT appliques comme dans tpmaster), puis parties
           *> decroissant : les premiers montent, les derniers
           *> descendent. Une division ne fait pas bouger plus de la
           *> moitie de ses classes dans chaque sens.
           *> Un badge pas encore place l'est d'office apres son
           *> premier mois classe, sur sa perf/par moyenne de carriere
           *> (PMS-TOT-PAR-CENTS / PMS-GAMES du master PLAYMST.DAT)
           *> comparee aux seuils. Au premier passage, sans master des
           *> divisions, tous les badges du master joueurs sont
           *> places de cette facon. Un badge desactive au referentiel
           *> BADGEMST.DAT sort des divisions.
           *> Editions : un classement par division (DIVCLAS.OR,
           *> DIVCLAS.ARGENT, DIVCLAS.BRONZE) et le rapport des
           *> mouvements DIVMOUV (montees, descentes, nouveaux
           *> placements, badges retires). Un mois deja traite au
           *> master n'est pas rejoue (code retour 8).
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PARAM-FILE ASSIGN TO "DIVPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PARAM.
               SELECT SCORE-FILE ASSIGN TO "SCORE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SCORE.
               SELECT ADJUST-FILE ASSIGN TO "ADJUST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ADJUST.
               SELECT BADGE-MASTER-FILE ASSIGN TO "BADGEMST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-BADGE.
               SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PLAYMST.
               SELECT DIVISION-MASTER-FILE ASSIGN TO "DIVMST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-DIVMST.
               SELECT CLASS-PRINT-FILE
                   ASSIGN TO DYNAMIC WS-NOM-CLASSEMENT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CLASS.
               SELECT MOUV-PRINT-FILE ASSIGN TO "DIVMOUV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRINT.
               SELECT MOIS-WORK-FILE ASSIGN TO "DIVMOIS.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-MOIS.
               SELECT REF-WORK-FILE ASSIGN TO "DIVREF.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REF.
               SELECT NEW-WORK-FILE ASSIGN TO "DIVNEW.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-NEW.
               SELECT MOUV-WORK-FILE ASSIGN TO "DIVMVT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-MVT.
               SELECT SORT-SCORE-FILE ASSIGN TO "DIVSRT1".
               SELECT SORT-REF-FILE ASSIGN TO "DIVSRT2".
               SELECT SORT-CLASS-FILE ASSIGN TO "DIVSRT3".
               SELECT SORT-MASTER-FILE ASSIGN TO "DIVSRT4".
               SELECT SORT-MOUV-FILE ASSIGN TO "DIVSRT5".
            DATA DIVISION.
               FILE SECTION.
               FD PARAM-FILE.
               01 PARAM-RECORD.
                   05 DVP-MOIS PIC 9(6).
                   05 DVP-MINIMUM PIC 9(3).
                   05 DVP-MOUVANTS PIC 9(3).
                   05 DVP-SEUIL-OR PIC 9(4).
                   05 DVP-SEUIL-ARGENT PIC 9(4).

               FD SCORE-FILE.
               COPY "score-rec.cpy".

               FD ADJUST-FILE.
               COPY "adjust-rec.cpy".

               FD BADGE-MASTER-FILE.
               COPY "badge-rec.cpy".

               FD PLAYER-MASTER-FILE.
               COPY "playmst-rec.cpy".

               FD DIVISION-MASTER-FILE.
               COPY "divmst-rec.cpy".

               FD CLASS-PRINT-FILE.
               01 CLASS-PRINT-LINE PIC X(132).

               FD MOUV-PRINT-FILE.
               01 MOUV-PRINT-LINE PIC X(132).

              *> Cumul du mois par badge : parties gagnees et
              *> abandonnees, perf/par moyenne en centiemes.
               FD MOIS-WORK-FILE.
               01 MOIS-WORK-RECORD.
                   05 WMS-BADGE PIC X(8).
                   05 WMS-PARTIES PIC 9(4).
                   05 WMS-ABANDONS PIC 9(4).
                   05 WMS-PERF PIC 9(6).

               FD REF-WORK-FILE.
               01 REF-WORK-RECORD.
                   05 WRF-BADGE PIC X(8).
                   05 WRF-ACTIF PIC X.

              *> Master des divisions reecrit, dans l'ordre des
              *> divisions ; retrie par badge vers DIVMST.DAT.
               FD NEW-WORK-FILE.
               01 DIV-NEW-RECORD.
                   05 DIV-NEW-BADGE PIC X(8).
                   05 DIV-NEW-DIVISION PIC 9.
                   05 DIV-NEW-DEPUIS PIC 9(6).
                   05 DIV-NEW-MOIS PIC 9(6).
                   05 DIV-NEW-MOUVEMENT PIC X.
                   05 DIV-NEW-DIV-PREC PIC 9.
                   05 DIV-NEW-PARTIES PIC 9(4).
                   05 DIV-NEW-ABANDONS PIC 9(4).
                   05 DIV-NEW-PERF-MOIS PIC 9(6).
                   05 DIV-NEW-POSITION PIC 9(4).
                   05 DIV-NEW-PERF-CARRIERE PIC 9(6).

              *> Sens du mouvement : 1 montee, 2 descente,
              *> 3 nouveau placement, 4 retire (badge inactif).
               FD MOUV-WORK-FILE.
               01 MOUV-WORK-RECORD.
                   05 WMV-SENS PIC 9.
                   05 WMV-DE PIC 9.
                   05 WMV-POSITION PIC 9(4).
                   05 WMV-BADGE PIC X(8).
                   05 WMV-VERS PIC 9.
                   05 WMV-NOM PIC X(30).
                   05 WMV-PARTIES PIC 9(4).
                   05 WMV-PERF PIC 9(6).

               SD SORT-SCORE-FILE.
               01 TRI-SCORE-RECORD.
                   05 TS1-BADGE PIC X(8).
                   05 TS1-SEQ PIC 9(9).
                   05 TS1-ISSUE PIC X.
                   05 TS1-PERF PIC 9(6).

               SD SORT-REF-FILE.
               01 TRI-REF-RECORD.
                   05 TSR-BADGE PIC X(8).
                   05 TSR-ACTIF PIC X.

              *> Groupe dans la division : 1 classe du mois,
              *> 2 nouveau placement, 3 non classe (moins que le
              *> minimum de parties), 4 retire (badge inactif).
               SD SORT-CLASS-FILE.
               01 TRI-CLASS-RECORD.
                   05 TS2-DIVISION PIC 9.
                   05 TS2-GROUPE PIC 9.
                   05 TS2-PERF PIC 9(6).
                   05 TS2-PARTIES-INV PIC 9(4).
                   05 TS2-BADGE PIC X(8).
                   05 TS2-NOM PIC X(30).
                   05 TS2-PARTIES PIC 9(4).
                   05 TS2-ABANDONS PIC 9(4).
                   05 TS2-CARRIERE PIC 9(6).
                   05 TS2-DEPUIS PIC 9(6).

               SD SORT-MASTER-FILE.
               01 TRI-MASTER-RECORD.
                   05 TSM-BADGE PIC X(8).
                   05 FILLER PIC X(39).

               SD SORT-MOUV-FILE.
               01 TRI-MOUV-RECORD.
                   05 TS4-SENS PIC 9.
                   05 TS4-DE PIC 9.
                   05 TS4-POSITION PIC 9(4).
                   05 TS4-BADGE PIC X(8).
                   05 TS4-VERS PIC 9.
                   05 TS4-NOM PIC X(30).
                   05 TS4-PARTIES PIC 9(4).
                   05 TS4-PERF PIC 9(6).

               WORKING-STORAGE SECTION.
               01 WS-FS-PARAM PIC XX.
               01 WS-FS-SCORE PIC XX.
               01 WS-FS-ADJUST PIC XX.
               01 WS-FS-BADGE PIC XX.
               01 WS-FS-PLAYMST PIC XX.
               01 WS-FS-DIVMST PIC XX.
               01 WS-FS-CLASS PIC XX.
               01 WS-FS-PRINT PIC XX.
               01 WS-FS-MOIS PIC XX.
               01 WS-FS-REF PIC XX.
               01 WS-FS-NEW PIC XX.
               01 WS-FS-MVT PIC XX.
               01 WS-NOM-CLASSEMENT PIC X(20).
              *> Ajustements en vigueur, une entree par cle de score
              *> (derniere ligne de ADJUST.DAT pour la cle), meme
              *> table que tpmaster.
               01 WS-AJU-MAX PIC 9(4) VALUE 1000.
               01 WS-AJU-CNT PIC 9(4) VALUE 0.
               01 WS-AJU-TAB.
                   05 WS-AJU-ENTRY OCCURS 1000 TIMES.
                       10 WS-AJU-CLE.
                           15 WS-AJU-FIN-TS PIC 9(14).
                           15 WS-AJU-BADGE PIC X(8).
                       10 WS-AJU-ACTION PIC X.
                       10 WS-AJU-ESSAIS PIC 9(4).
                       10 WS-AJU-NB-LIGNES PIC 9(4).
               01 WS-AJU-IDX PIC 9(4).
               01 WS-AJU-TROUVE PIC 9(4).
               01 WS-AJU-CLE-CHERCHEE PIC X(22).
               01 WS-ANNULE-SW PIC X VALUE 'N'.
               01 WS-ESSAIS-RETENUS PIC 9(4).
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-EOF-TRI-SW PIC X VALUE 'N'.
               01 WS-DEJA-TRAITE-SW PIC X VALUE 'N'.
               01 WS-MISE-EN-PLACE-SW PIC X VALUE 'N'.
               01 WS-DIV-OUVERT-SW PIC X VALUE 'N'.
               01 WS-JOU-OUVERT-SW PIC X VALUE 'N'.
               01 WS-MOIS PIC 9(6).
               01 WS-MOIS-MASTER PIC 9(6) VALUE 0.
               01 WS-NO-MOIS PIC 9(2).
               01 WS-MINIMUM PIC 9(3).
               01 WS-MOUVANTS PIC 9(3).
               01 WS-SEUIL-OR PIC 9(4).
               01 WS-SEUIL-ARGENT PIC 9(4).
               01 WS-TS-TRAVAIL PIC X(14).
               01 WS-TS-DECOUPE REDEFINES WS-TS-TRAVAIL.
                   05 WS-TS-MOIS PIC 9(6).
                   05 FILLER PIC X(8).
               01 WS-SEQ PIC 9(9) VALUE 0.
               01 WS-LOW-N PIC 9(4).
               01 WS-HIGH-N PIC 9(4).
               01 WS-ETENDUE PIC 9(4).
               01 WS-COUVERTURE PIC 9(5).
               01 WS-PAR PIC 9(2).
               01 WS-PERF-CENTS PIC 9(6).
              *> Divisions : libelle, classes du mois, membres apres
              *> la fin de mois.
               01 WS-NOMS-DIV-VALEURS.
                   05 FILLER PIC X(6) VALUE "OR".
                   05 FILLER PIC X(6) VALUE "ARGENT".
                   05 FILLER PIC X(6) VALUE "BRONZE".
               01 WS-NOMS-DIV REDEFINES WS-NOMS-DIV-VALEURS.
                   05 WS-DIV-NOM PIC X(6) OCCURS 3 TIMES.
               01 WS-DIV-TAB.
                   05 WS-DIV-ENTRY OCCURS 3 TIMES.
                       10 WS-DIV-CLASSES PIC 9(6).
                       10 WS-DIV-MEMBRES PIC 9(6).
               01 WS-DIV PIC 9.
               01 WS-DIV-CHERCHEE PIC 9.
               01 WS-DIV-LIBELLE PIC X(6).
              *> Rapprochement par badge : cle courante de chaque
              *> fichier, HIGH-VALUES en fin de fichier.
               01 WS-CLE-DIV PIC X(8).
               01 WS-CLE-MOIS PIC X(8).
               01 WS-CLE-JOU PIC X(8).
               01 WS-CLE-REF PIC X(8).
               01 WS-BADGE-EN-COURS PIC X(8).
              *> Badge en cours de repartition.
               01 WS-EN-MASTER-SW PIC X.
               01 WS-ACTIF-SW PIC X.
               01 WS-ANC-DIVISION PIC 9.
               01 WS-ANC-DEPUIS PIC 9(6).
               01 WS-CUR-NOM PIC X(30).
               01 WS-CUR-PARTIES PIC 9(4).
               01 WS-CUR-ABANDONS PIC 9(4).
               01 WS-CUR-PERF PIC 9(6).
               01 WS-CUR-CARRIERE PIC 9(6).
               01 WS-CUR-SUM-PERF PIC 9(9).
               01 WS-PERF-PLACEMENT PIC 9(6).
              *> Decision du badge en cours d'edition.
               01 WS-POSITION PIC 9(4).
               01 WS-NB-MOUVANTS PIC 9(4).
               01 WS-NOUV-DIVISION PIC 9.
               01 WS-MOUVEMENT PIC X.
               01 WS-SENS PIC 9.
               01 WS-NB-MEMBRES PIC 9(6).
               01 WS-NB-MONTEES-DIV PIC 9(6).
               01 WS-NB-DESCENTES-DIV PIC 9(6).
               01 WS-NB-NOUVEAUX-DIV PIC 9(6).
               01 WS-NB-NON-CLASSES-DIV PIC 9(6).
               01 WS-NB-SECTION PIC 9(6).
               01 WS-NB-MONTEES PIC 9(6) VALUE 0.
               01 WS-NB-DESCENTES PIC 9(6) VALUE 0.
               01 WS-NB-NOUVEAUX PIC 9(6) VALUE 0.
               01 WS-NB-RETIRES PIC 9(6) VALUE 0.
               01 WS-NB-EN-ATTENTE PIC 9(6) VALUE 0.
               01 WS-PERF-EDIT PIC 9(4)V99.
               01 WS-LIGNE-CNT PIC 9(3) VALUE 99.
               01 WS-PAGE-CNT PIC 9(4) VALUE 0.
               01 WS-LIGNES-PAR-PAGE PIC 9(3) VALUE 60.
               01 WS-DATE-EDIT PIC 9(14).

               01 WS-ENTETE-1.
                   05 FILLER PIC X(10) VALUE "TPDIV".
                   05 FILLER PIC X(25) VALUE SPACES.
                   05 WS-ENT-TITRE PIC X(42).
                   05 FILLER PIC X(23) VALUE SPACES.
                   05 FILLER PIC X(5) VALUE "DATE ".
                   05 WS-ENT-DATE PIC 9999/99/99.
                   05 FILLER PIC X(7) VALUE "  PAGE ".
                   05 WS-ENT-PAGE PIC ZZZ9.
                   05 FILLER PIC X(6) VALUE SPACES.
               01 WS-ENTETE-PARAM.
                   05 FILLER PIC X(5) VALUE "MOIS ".
                   05 WS-ENT-MOIS PIC 9999/99.
                   05 FILLER PIC X(21) VALUE
                       "   PARTIES MINIMUM : ".
                   05 WS-ENT-MINIMUM PIC ZZ9.
                   05 FILLER PIC X(23) VALUE
                       "   MONTEES/DESCENTES : ".
                   05 WS-ENT-MOUVANTS PIC ZZ9.
                   05 FILLER PIC X(70) VALUE SPACES.
               01 WS-ENTETE-CLASSE.
                   05 FILLER PIC X(6) VALUE "RANG".
                   05 FILLER PIC X(10) VALUE "BADGE".
                   05 FILLER PIC X(24) VALUE "NOM".
                   05 FILLER PIC X(8) VALUE "PARTIES".
                   05 FILLER PIC X(10) VALUE "ABANDONS".
                   05 FILLER PIC X(13) VALUE "PERF MOIS".
                   05 FILLER PIC X(11) VALUE "CARRIERE".
                   05 FILLER PIC X(11) VALUE "DEPUIS".
                   05 FILLER PIC X(24) VALUE "DECISION".
                   05 FILLER PIC X(15) VALUE SPACES.
               01 WS-LIGNE-CLASSE.
                   05 WS-CLA-RANG PIC ZZZZ.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-CLA-BADGE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-CLA-NOM PIC X(22).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-CLA-PARTIES PIC ZZZ9.
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-CLA-ABANDONS PIC ZZZ9.
                   05 FILLER PIC X(6) VALUE SPACES.
                   05 WS-CLA-PERF PIC ZZZ9.99.
                   05 WS-CLA-PERF-X REDEFINES WS-CLA-PERF PIC X(7).
                   05 FILLER PIC X(6) VALUE SPACES.
                   05 WS-CLA-CARRIERE PIC ZZZ9.99.
                   05 WS-CLA-CARRIERE-X REDEFINES WS-CLA-CARRIERE
                       PIC X(7).
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-CLA-DEPUIS PIC 9999/99.
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-CLA-DECISION PIC X(24).
                   05 FILLER PIC X(15) VALUE SPACES.
               01 WS-LIGNE-VIDE.
                   05 FILLER PIC X(32) VALUE
                       "AUCUN MEMBRE DANS CETTE DIVISION".
                   05 FILLER PIC X(100) VALUE SPACES.
               01 WS-LIGNE-TOTAL-DIV.
                   05 FILLER PIC X(10) VALUE "MEMBRES : ".
                   05 WS-TOT-MEMBRES-ED PIC ZZZZZ9.
                   05 FILLER PIC X(13) VALUE "   CLASSES : ".
                   05 WS-TOT-CLASSES-ED PIC ZZZZZ9.
                   05 FILLER PIC X(13) VALUE "   MONTEES : ".
                   05 WS-TOT-MONTEES-ED PIC ZZZZZ9.
                   05 FILLER PIC X(15) VALUE "   DESCENTES : ".
                   05 WS-TOT-DESCENTES-ED PIC ZZZZZ9.
                   05 FILLER PIC X(14) VALUE "   NOUVEAUX : ".
                   05 WS-TOT-NOUVEAUX-ED PIC ZZZZZ9.
                   05 FILLER PIC X(17) VALUE
                       "   NON CLASSES : ".
                   05 WS-TOT-NON-CLASSES-ED PIC ZZZZZ9.
                   05 FILLER PIC X(14) VALUE SPACES.
               01 WS-ENTETE-MOUV.
                   05 FILLER PIC X(10) VALUE "BADGE".
                   05 FILLER PIC X(24) VALUE "NOM".
                   05 FILLER PIC X(10) VALUE "DE".
                   05 FILLER PIC X(10) VALUE "VERS".
                   05 FILLER PIC X(10) VALUE "POSITION".
                   05 FILLER PIC X(9) VALUE "PARTIES".
                   05 FILLER PIC X(10) VALUE "PERF MOIS".
                   05 FILLER PIC X(49) VALUE SPACES.
               01 WS-LIGNE-SECTION.
                   05 WS-SEC-TITRE PIC X(40).
                   05 FILLER PIC X(92) VALUE SPACES.
               01 WS-LIGNE-MOUV.
                   05 WS-MVT-BADGE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-MVT-NOM PIC X(22).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-MVT-DE PIC X(6).
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-MVT-VERS PIC X(6).
                   05 FILLER PIC X(4) VALUE SPACES.
                   05 WS-MVT-POSITION PIC ZZZZ.
                   05 FILLER PIC X(6) VALUE SPACES.
                   05 WS-MVT-PARTIES PIC ZZZ9.
                   05 FILLER PIC X(5) VALUE SPACES.
                   05 WS-MVT-PERF PIC ZZZ9.99.
                   05 WS-MVT-PERF-X REDEFINES WS-MVT-PERF PIC X(7).
                   05 FILLER PIC X(52) VALUE SPACES.
               01 WS-LIGNE-AUCUN.
                   05 FILLER PIC X(5) VALUE "AUCUN".
                   05 FILLER PIC X(127) VALUE SPACES.
               01 WS-LIGNE-TOTAL-MOUV.
                   05 FILLER PIC X(10) VALUE "MONTEES : ".
                   05 WS-TMV-MONTEES-ED PIC ZZZZZ9.
                   05 FILLER PIC X(15) VALUE "   DESCENTES : ".
                   05 WS-TMV-DESCENTES-ED PIC ZZZZZ9.
                   05 FILLER PIC X(14) VALUE "   NOUVEAUX : ".
                   05 WS-TMV-NOUVEAUX-ED PIC ZZZZZ9.
                   05 FILLER PIC X(13) VALUE "   RETIRES : ".
                   05 WS-TMV-RETIRES-ED PIC ZZZZZ9.
                   05 FILLER PIC X(28) VALUE
                       "   EN ATTENTE DE PLACEMENT: ".
                   05 WS-TMV-ATTENTE-ED PIC ZZZZZ9.
                   05 FILLER PIC X(22) VALUE SPACES.

            PROCEDURE DIVISION.

               PERFORM LIRE-PARAMETRE
               PERFORM CONTROLER-MASTER
               PERFORM CHARGER-AJUSTEMENTS
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT(1:8) TO WS-ENT-DATE
               MOVE WS-MOIS TO WS-ENT-MOIS
               MOVE WS-MINIMUM TO WS-ENT-MINIMUM
               MOVE WS-MOUVANTS TO WS-ENT-MOUVANTS

               SORT SORT-SCORE-FILE
                   ON ASCENDING KEY TS1-BADGE TS1-SEQ
                   INPUT PROCEDURE IS VERSER-LES-SCORES
                   OUTPUT PROCEDURE IS CUMULER-LES-MOIS

               SORT SORT-REF-FILE
                   ON ASCENDING KEY TSR-BADGE
                   INPUT PROCEDURE IS VERSER-LE-REFERENTIEL
                   GIVING REF-WORK-FILE

               SORT SORT-CLASS-FILE
                   ON ASCENDING KEY TS2-DIVISION TS2-GROUPE TS2-PERF
                       TS2-PARTIES-INV TS2-BADGE
                   INPUT PROCEDURE IS REPARTIR-LES-BADGES
                   OUTPUT PROCEDURE IS EDITER-LES-CLASSEMENTS

               *> Le master reecrit remplace l'ancien en fin de tri
               *> seulement, une fois complet.
               SORT SORT-MASTER-FILE
                   ON ASCENDING KEY TSM-BADGE
                   USING NEW-WORK-FILE
                   GIVING DIVISION-MASTER-FILE

               SORT SORT-MOUV-FILE
                   ON ASCENDING KEY TS4-SENS TS4-DE TS4-POSITION
                       TS4-BADGE
                   USING MOUV-WORK-FILE
                   OUTPUT PROCEDURE IS EDITER-MOUVEMENTS

               DISPLAY "Divisions " WS-MOIS " : OR " WS-DIV-MEMBRES(1)
                   " ARGENT " WS-DIV-MEMBRES(2)
                   " BRONZE " WS-DIV-MEMBRES(3)
               DISPLAY "  montees " WS-NB-MONTEES
                   " descentes " WS-NB-DESCENTES
                   " nouveaux " WS-NB-NOUVEAUX
                   " retires " WS-NB-RETIRES
                   " en attente " WS-NB-EN-ATTENTE
               STOP RUN.

               LIRE-PARAMETRE.
                   OPEN INPUT PARAM-FILE
                   IF WS-FS-PARAM NOT = "00"
                       DISPLAY "Fichier parametre DIVPARM absent"
                       STOP RUN RETURNING 8
                   END-IF
                   READ PARAM-FILE
                       AT END
                           DISPLAY "Fichier parametre DIVPARM vide"
                           CLOSE PARAM-FILE
                           STOP RUN RETURNING 8
                   END-READ
                   IF DVP-MOIS NOT NUMERIC
                           OR DVP-MINIMUM NOT NUMERIC
                           OR DVP-MOUVANTS NOT NUMERIC
                           OR DVP-SEUIL-OR NOT NUMERIC
                           OR DVP-SEUIL-ARGENT NOT NUMERIC
                       DISPLAY "Parametres DIVPARM invalides"
                       CLOSE PARAM-FILE
                       STOP RUN RETURNING 8
                   END-IF
                   COMPUTE WS-NO-MOIS = FUNCTION MOD(DVP-MOIS 100)
                   IF WS-NO-MOIS < 1 OR WS-NO-MOIS > 12
                           OR DVP-MINIMUM = 0
                           OR DVP-SEUIL-OR > DVP-SEUIL-ARGENT
                       DISPLAY "Parametres DIVPARM invalides"
                       CLOSE PARAM-FILE
                       STOP RUN RETURNING 8
                   END-IF
                   MOVE DVP-MOIS TO WS-MOIS
                   MOVE DVP-MINIMUM TO WS-MINIMUM
                   MOVE DVP-MOUVANTS TO WS-MOUVANTS
                   MOVE DVP-SEUIL-OR TO WS-SEUIL-OR
                   MOVE DVP-SEUIL-ARGENT TO WS-SEUIL-ARGENT
                   CLOSE PARAM-FILE.

               CONTROLER-MASTER.
                   *> Sans master des divisions : premier passage,
                   *> mise en place de tous les badges du master
                   *> joueurs. Un mois deja traite (ou anterieur au
                   *> dernier traite) n'est pas rejoue : les montees
                   *> et descentes seraient appliquees deux fois.
                   OPEN INPUT DIVISION-MASTER-FILE
                   IF WS-FS-DIVMST = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ DIVISION-MASTER-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   IF DIV-MOIS IS NUMERIC
                                       AND DIV-MOIS NOT < WS-MOIS
                                       MOVE 'Y' TO WS-DEJA-TRAITE-SW
                                       MOVE DIV-MOIS TO WS-MOIS-MASTER
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE DIVISION-MASTER-FILE
                   ELSE
                       MOVE 'Y' TO WS-MISE-EN-PLACE-SW
                   END-IF
                   IF WS-DEJA-TRAITE-SW = 'Y'
                       DISPLAY "Mois " WS-MOIS " deja traite au master"
                           " des divisions (DIVMST.DAT, mois "
                           WS-MOIS-MASTER ")"
                       STOP RUN RETURNING 8
                   END-IF.

               VERSER-LES-SCORES.
                   *> Scores termines dans le mois, ajustements
                   *> appliques ; le numero de sequence conserve
                   *> l'ordre du fichier des scores a badge egal.
                   OPEN INPUT SCORE-FILE
                   IF WS-FS-SCORE = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ SCORE-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM VERSER-UN-SCORE
                           END-READ
                       END-PERFORM
                       CLOSE SCORE-FILE
                   END-IF.

               VERSER-UN-SCORE.
                   MOVE SCR-END-TIMESTAMP TO WS-TS-TRAVAIL
                   IF WS-TS-MOIS = WS-MOIS
                       PERFORM AJUSTER-UN-SCORE
                       IF WS-ANNULE-SW NOT = 'Y'
                           ADD 1 TO WS-SEQ
                           MOVE SCR-BADGE TO TS1-BADGE
                           MOVE WS-SEQ TO TS1-SEQ
                           *> Une partie abandonnee n'a pas de
                           *> perf/par et ne compte pas au minimum.
                           IF SCR-OUTCOME = 'A'
                               MOVE 'A' TO TS1-ISSUE
                               MOVE 0 TO TS1-PERF
                           ELSE
                               MOVE 'G' TO TS1-ISSUE
                               PERFORM CALCULER-PERF-PAR
                               MOVE WS-PERF-CENTS TO TS1-PERF
                           END-IF
                           RELEASE TRI-SCORE-RECORD
                       END-IF
                   END-IF.

               CALCULER-PERF-PAR.
                   *> Performance du score par rapport au par de sa
                   *> plage, en centiemes (100 = au par) - meme
                   *> calcul que tpmaster. Bornes absentes (scores
                   *> anterieurs a la plage configurable) = plage
                   *> historique 1-100, par 7.
                   IF SCR-LOW IS NUMERIC AND SCR-HIGH IS NUMERIC
                       MOVE SCR-LOW TO WS-LOW-N
                       MOVE SCR-HIGH TO WS-HIGH-N
                       IF WS-HIGH-N > 0
                               AND WS-HIGH-N NOT < WS-LOW-N
                           COMPUTE WS-ETENDUE =
                               WS-HIGH-N - WS-LOW-N + 1
                       ELSE
                           MOVE 100 TO WS-ETENDUE
                       END-IF
                   ELSE
                       MOVE 100 TO WS-ETENDUE
                   END-IF
                   MOVE 0 TO WS-PAR
                   MOVE 1 TO WS-COUVERTURE
                   PERFORM DOUBLER-COUVERTURE
                       UNTIL WS-COUVERTURE NOT < WS-ETENDUE
                   IF WS-PAR = 0
                       MOVE 1 TO WS-PAR
                   END-IF
                   COMPUTE WS-PERF-CENTS ROUNDED =
                       WS-ESSAIS-RETENUS * 100 / WS-PAR.

               DOUBLER-COUVERTURE.
                   MULTIPLY 2 BY WS-COUVERTURE
                   ADD 1 TO WS-PAR.

               CUMULER-LES-MOIS.
                   *> Rupture par badge : une ligne de cumul du mois
                   *> par badge ayant joue.
                   OPEN OUTPUT MOIS-WORK-FILE
                   MOVE SPACES TO WS-BADGE-EN-COURS
                   MOVE 'N' TO WS-EOF-TRI-SW
                   PERFORM RETOURNER-UN-SCORE
                   PERFORM UNTIL WS-EOF-TRI-SW = 'Y'
                       IF TS1-BADGE NOT = WS-BADGE-EN-COURS
                           IF WS-BADGE-EN-COURS NOT = SPACES
                               PERFORM ECRIRE-UN-MOIS
                           END-IF
                           MOVE TS1-BADGE TO WS-BADGE-EN-COURS
                           MOVE 0 TO WS-CUR-PARTIES
                           MOVE 0 TO WS-CUR-ABANDONS
                           MOVE 0 TO WS-CUR-SUM-PERF
                       END-IF
                       IF TS1-ISSUE = 'A'
                           ADD 1 TO WS-CUR-ABANDONS
                       ELSE
                           ADD 1 TO WS-CUR-PARTIES
                           ADD TS1-PERF TO WS-CUR-SUM-PERF
                       END-IF
                       PERFORM RETOURNER-UN-SCORE
                   END-PERFORM
                   IF WS-BADGE-EN-COURS NOT = SPACES
                       PERFORM ECRIRE-UN-MOIS
                   END-IF
                   CLOSE MOIS-WORK-FILE.

               RETOURNER-UN-SCORE.
                   RETURN SORT-SCORE-FILE
                       AT END MOVE 'Y' TO WS-EOF-TRI-SW
                   END-RETURN.

               ECRIRE-UN-MOIS.
                   MOVE WS-BADGE-EN-COURS TO WMS-BADGE
                   MOVE WS-CUR-PARTIES TO WMS-PARTIES
                   MOVE WS-CUR-ABANDONS TO WMS-ABANDONS
                   IF WS-CUR-PARTIES > 0
                       COMPUTE WMS-PERF ROUNDED =
                           WS-CUR-SUM-PERF / WS-CUR-PARTIES
                   ELSE
                       MOVE 0 TO WMS-PERF
                   END-IF
                   WRITE MOIS-WORK-RECORD.

               VERSER-LE-REFERENTIEL.
                   *> Referentiel absent : aucun badge n'est tenu
                   *> pour desactive, comme dans tp.
                   OPEN INPUT BADGE-MASTER-FILE
                   IF WS-FS-BADGE = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ BADGE-MASTER-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   MOVE BDG-BADGE TO TSR-BADGE
                                   MOVE BDG-ACTIVE-SW TO TSR-ACTIF
                                   RELEASE TRI-REF-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE BADGE-MASTER-FILE
                   END-IF.

               REPARTIR-LES-BADGES.
                   *> Ancien master des divisions, cumuls du mois et
                   *> master joueurs, tous tries par badge, defilent
                   *> ensemble : chaque badge present dans l'un
                   *> d'eux est traite une fois. Le referentiel trie
                   *> suit pour reperer les badges desactives.
                   MOVE 0 TO WS-DIV-CLASSES(1)
                   MOVE 0 TO WS-DIV-CLASSES(2)
                   MOVE 0 TO WS-DIV-CLASSES(3)
                   OPEN INPUT DIVISION-MASTER-FILE
                   IF WS-FS-DIVMST = "00"
                       MOVE 'Y' TO WS-DIV-OUVERT-SW
                   END-IF
                   OPEN INPUT PLAYER-MASTER-FILE
                   IF WS-FS-PLAYMST = "00"
                       MOVE 'Y' TO WS-JOU-OUVERT-SW
                   ELSE
                       DISPLAY "Aucun master joueurs (PLAYMST.DAT) - "
                           "placement sur la perf/par du mois"
                   END-IF
                   OPEN INPUT MOIS-WORK-FILE
                   OPEN INPUT REF-WORK-FILE
                   PERFORM LIRE-DIV-ANCIEN
                   PERFORM LIRE-MOIS-TRAVAIL
                   PERFORM LIRE-JOUEUR
                   PERFORM LIRE-REF-TRAVAIL
                   PERFORM UNTIL WS-CLE-DIV = HIGH-VALUES
                           AND WS-CLE-MOIS = HIGH-VALUES
                           AND WS-CLE-JOU = HIGH-VALUES
                       MOVE WS-CLE-DIV TO WS-BADGE-EN-COURS
                       IF WS-CLE-MOIS < WS-BADGE-EN-COURS
                           MOVE WS-CLE-MOIS TO WS-BADGE-EN-COURS
                       END-IF
                       IF WS-CLE-JOU < WS-BADGE-EN-COURS
                           MOVE WS-CLE-JOU TO WS-BADGE-EN-COURS
                       END-IF
                       PERFORM REPARTIR-UN-BADGE
                   END-PERFORM
                   CLOSE REF-WORK-FILE
                   CLOSE MOIS-WORK-FILE
                   IF WS-JOU-OUVERT-SW = 'Y'
                       CLOSE PLAYER-MASTER-FILE
                   END-IF
                   IF WS-DIV-OUVERT-SW = 'Y'
                       CLOSE DIVISION-MASTER-FILE
                   END-IF.

               REPARTIR-UN-BADGE.
                   MOVE 'N' TO WS-EN-MASTER-SW
                   MOVE 'Y' TO WS-ACTIF-SW
                   MOVE 0 TO WS-ANC-DIVISION
                   MOVE 0 TO WS-ANC-DEPUIS
                   MOVE SPACES TO WS-CUR-NOM
                   MOVE 0 TO WS-CUR-PARTIES
                   MOVE 0 TO WS-CUR-ABANDONS
                   MOVE 0 TO WS-CUR-PERF
                   MOVE 0 TO WS-CUR-CARRIERE
                   IF WS-CLE-DIV = WS-BADGE-EN-COURS
                       MOVE 'Y' TO WS-EN-MASTER-SW
                       *> Division illisible : le badge repart de la
                       *> division du bas.
                       IF DIV-DIVISION IS NUMERIC
                               AND DIV-DIVISION > 0
                               AND DIV-DIVISION < 4
                           MOVE DIV-DIVISION TO WS-ANC-DIVISION
                       ELSE
                           MOVE 3 TO WS-ANC-DIVISION
                       END-IF
                       MOVE DIV-DEPUIS TO WS-ANC-DEPUIS
                       PERFORM LIRE-DIV-ANCIEN
                   END-IF
                   IF WS-CLE-MOIS = WS-BADGE-EN-COURS
                       MOVE WMS-PARTIES TO WS-CUR-PARTIES
                       MOVE WMS-ABANDONS TO WS-CUR-ABANDONS
                       MOVE WMS-PERF TO WS-CUR-PERF
                       PERFORM LIRE-MOIS-TRAVAIL
                   END-IF
                   IF WS-CLE-JOU = WS-BADGE-EN-COURS
                       MOVE PMS-NAME TO WS-CUR-NOM
                       *> Master d'avant le par : cumul a espaces
                       *> ou a zero, carriere inconnue.
                       IF PMS-TOT-PAR-CENTS IS NUMERIC
                               AND PMS-TOT-PAR-CENTS > 0
                               AND PMS-GAMES IS NUMERIC
                               AND PMS-GAMES > 0
                           COMPUTE WS-CUR-CARRIERE ROUNDED =
                               PMS-TOT-PAR-CENTS / PMS-GAMES
                       END-IF
                       PERFORM LIRE-JOUEUR
                   END-IF
                   PERFORM LIRE-REF-TRAVAIL
                       UNTIL WS-CLE-REF NOT < WS-BADGE-EN-COURS
                   IF WS-CLE-REF = WS-BADGE-EN-COURS
                           AND WRF-ACTIF NOT = 'Y'
                       MOVE 'N' TO WS-ACTIF-SW
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-EN-MASTER-SW = 'Y'
                               AND WS-ACTIF-SW = 'N'
                           MOVE 4 TO TS2-GROUPE
                           PERFORM VERSER-UN-MEMBRE
                       WHEN WS-EN-MASTER-SW = 'Y'
                           IF WS-CUR-PARTIES NOT < WS-MINIMUM
                               MOVE 1 TO TS2-GROUPE
                               ADD 1 TO
                                   WS-DIV-CLASSES(WS-ANC-DIVISION)
                           ELSE
                               MOVE 3 TO TS2-GROUPE
                           END-IF
                           PERFORM VERSER-UN-MEMBRE
                       WHEN WS-ACTIF-SW = 'N'
                           CONTINUE
                       WHEN OTHER
                           PERFORM PLACER-UN-NOUVEAU
                   END-EVALUATE.

               PLACER-UN-NOUVEAU.
                   *> Placement d'office apres un premier mois classe
                   *> (ou au premier passage) sur la perf/par de
                   *> carriere, a defaut celle du mois.
                   IF WS-CUR-CARRIERE > 0
                       MOVE WS-CUR-CARRIERE TO WS-PERF-PLACEMENT
                   ELSE
                       MOVE WS-CUR-PERF TO WS-PERF-PLACEMENT
                   END-IF
                   IF (WS-CUR-PARTIES NOT < WS-MINIMUM
                           OR WS-MISE-EN-PLACE-SW = 'Y')
                           AND WS-PERF-PLACEMENT > 0
                       EVALUATE TRUE
                           WHEN WS-PERF-PLACEMENT NOT > WS-SEUIL-OR
                               MOVE 1 TO WS-ANC-DIVISION
                           WHEN WS-PERF-PLACEMENT
                                   NOT > WS-SEUIL-ARGENT
                               MOVE 2 TO WS-ANC-DIVISION
                           WHEN OTHER
                               MOVE 3 TO WS-ANC-DIVISION
                       END-EVALUATE
                       MOVE WS-MOIS TO WS-ANC-DEPUIS
                       MOVE 2 TO TS2-GROUPE
                       PERFORM VERSER-UN-MEMBRE
                   ELSE
                       ADD 1 TO WS-NB-EN-ATTENTE
                   END-IF.

               VERSER-UN-MEMBRE.
                   MOVE WS-ANC-DIVISION TO TS2-DIVISION
                   MOVE WS-CUR-PERF TO TS2-PERF
                   COMPUTE TS2-PARTIES-INV = 9999 - WS-CUR-PARTIES
                   MOVE WS-BADGE-EN-COURS TO TS2-BADGE
                   MOVE WS-CUR-NOM TO TS2-NOM
                   MOVE WS-CUR-PARTIES TO TS2-PARTIES
                   MOVE WS-CUR-ABANDONS TO TS2-ABANDONS
                   MOVE WS-CUR-CARRIERE TO TS2-CARRIERE
                   MOVE WS-ANC-DEPUIS TO TS2-DEPUIS
                   RELEASE TRI-CLASS-RECORD.

               LIRE-DIV-ANCIEN.
                   IF WS-DIV-OUVERT-SW NOT = 'Y'
                       MOVE HIGH-VALUES TO WS-CLE-DIV
                   ELSE
                       READ DIVISION-MASTER-FILE
                           AT END
                               MOVE HIGH-VALUES TO WS-CLE-DIV
                           NOT AT END
                               MOVE DIV-BADGE TO WS-CLE-DIV
                       END-READ
                   END-IF.

               LIRE-MOIS-TRAVAIL.
                   READ MOIS-WORK-FILE
                       AT END
                           MOVE HIGH-VALUES TO WS-CLE-MOIS
                       NOT AT END
                           MOVE WMS-BADGE TO WS-CLE-MOIS
                   END-READ.

               LIRE-JOUEUR.
                   IF WS-JOU-OUVERT-SW NOT = 'Y'
                       MOVE HIGH-VALUES TO WS-CLE-JOU
                   ELSE
                       READ PLAYER-MASTER-FILE
                           AT END
                               MOVE HIGH-VALUES TO WS-CLE-JOU
                           NOT AT END
                               MOVE PMS-BADGE TO WS-CLE-JOU
                       END-READ
                   END-IF.

               LIRE-REF-TRAVAIL.
                   READ REF-WORK-FILE
                       AT END
                           MOVE HIGH-VALUES TO WS-CLE-REF
                       NOT AT END
                           MOVE WRF-BADGE TO WS-CLE-REF
                   END-READ.

               EDITER-LES-CLASSEMENTS.
                   *> Les membres arrivent par division puis par
                   *> groupe : classes dans l'ordre du mois, nouveaux,
                   *> non classes, retires.
                   OPEN OUTPUT NEW-WORK-FILE
                   OPEN OUTPUT MOUV-WORK-FILE
                   MOVE 'N' TO WS-EOF-TRI-SW
                   PERFORM RETOURNER-UN-MEMBRE
                   PERFORM VARYING WS-DIV FROM 1 BY 1
                           UNTIL WS-DIV > 3
                       PERFORM EDITER-UNE-DIVISION
                   END-PERFORM
                   CLOSE MOUV-WORK-FILE
                   CLOSE NEW-WORK-FILE.

               RETOURNER-UN-MEMBRE.
                   RETURN SORT-CLASS-FILE
                       AT END MOVE 'Y' TO WS-EOF-TRI-SW
                   END-RETURN.

               EDITER-UNE-DIVISION.
                   *> Au plus la moitie des classes bouge dans chaque
                   *> sens : les montees et descentes ne se
                   *> chevauchent jamais.
                   COMPUTE WS-NB-MOUVANTS = WS-DIV-CLASSES(WS-DIV) / 2
                   IF WS-NB-MOUVANTS > WS-MOUVANTS
                       MOVE WS-MOUVANTS TO WS-NB-MOUVANTS
                   END-IF
                   MOVE 0 TO WS-POSITION
                   MOVE 0 TO WS-NB-MEMBRES
                   MOVE 0 TO WS-NB-MONTEES-DIV
                   MOVE 0 TO WS-NB-DESCENTES-DIV
                   MOVE 0 TO WS-NB-NOUVEAUX-DIV
                   MOVE 0 TO WS-NB-NON-CLASSES-DIV
                   MOVE 99 TO WS-LIGNE-CNT
                   MOVE 0 TO WS-PAGE-CNT
                   MOVE SPACES TO WS-ENT-TITRE
                   STRING "CLASSEMENT DU MOIS - DIVISION "
                           DELIMITED BY SIZE
                       WS-DIV-NOM(WS-DIV) DELIMITED BY SPACE
                       INTO WS-ENT-TITRE
                   MOVE SPACES TO WS-NOM-CLASSEMENT
                   STRING "DIVCLAS." DELIMITED BY SIZE
                       WS-DIV-NOM(WS-DIV) DELIMITED BY SPACE
                       INTO WS-NOM-CLASSEMENT
                   OPEN OUTPUT CLASS-PRINT-FILE
                   PERFORM UNTIL WS-EOF-TRI-SW = 'Y'
                           OR TS2-DIVISION NOT = WS-DIV
                       PERFORM DECIDER-UN-MEMBRE
                       PERFORM RETOURNER-UN-MEMBRE
                   END-PERFORM
                   IF WS-NB-MEMBRES = 0
                       PERFORM EDITER-ENTETE-CLASSE
                       WRITE CLASS-PRINT-LINE FROM WS-LIGNE-VIDE
                       ADD 1 TO WS-LIGNE-CNT
                   END-IF
                   PERFORM EDITER-TOTAUX-DIVISION
                   MOVE WS-NB-MEMBRES TO WS-DIV-MEMBRES(WS-DIV)
                   CLOSE CLASS-PRINT-FILE.

               DECIDER-UN-MEMBRE.
                   MOVE WS-DIV TO WS-NOUV-DIVISION
                   MOVE 'M' TO WS-MOUVEMENT
                   EVALUATE TS2-GROUPE
                       WHEN 1
                           ADD 1 TO WS-POSITION
                           IF WS-DIV > 1
                                   AND WS-POSITION NOT > WS-NB-MOUVANTS
                               MOVE 'P' TO WS-MOUVEMENT
                               COMPUTE WS-NOUV-DIVISION = WS-DIV - 1
                           ELSE
                               IF WS-DIV < 3
                                       AND WS-POSITION >
                                       WS-DIV-CLASSES(WS-DIV)
                                       - WS-NB-MOUVANTS
                                   MOVE 'R' TO WS-MOUVEMENT
                                   COMPUTE WS-NOUV-DIVISION =
                                       WS-DIV + 1
                               END-IF
                           END-IF
                       WHEN 2
                           MOVE 'N' TO WS-MOUVEMENT
                       WHEN 3
                           ADD 1 TO WS-NB-NON-CLASSES-DIV
                   END-EVALUATE
                   IF TS2-GROUPE = 4
                       MOVE 4 TO WS-SENS
                       MOVE 0 TO WS-NOUV-DIVISION
                       ADD 1 TO WS-NB-RETIRES
                       PERFORM ECRIRE-UN-MOUVEMENT
                   ELSE
                       ADD 1 TO WS-NB-MEMBRES
                       PERFORM EDITER-UN-MEMBRE
                       PERFORM ECRIRE-NOUVEAU-MASTER
                       EVALUATE WS-MOUVEMENT
                           WHEN 'P'
                               MOVE 1 TO WS-SENS
                               ADD 1 TO WS-NB-MONTEES-DIV
                               ADD 1 TO WS-NB-MONTEES
                               PERFORM ECRIRE-UN-MOUVEMENT
                           WHEN 'R'
                               MOVE 2 TO WS-SENS
                               ADD 1 TO WS-NB-DESCENTES-DIV
                               ADD 1 TO WS-NB-DESCENTES
                               PERFORM ECRIRE-UN-MOUVEMENT
                           WHEN 'N'
                               MOVE 3 TO WS-SENS
                               ADD 1 TO WS-NB-NOUVEAUX-DIV
                               ADD 1 TO WS-NB-NOUVEAUX
                               PERFORM ECRIRE-UN-MOUVEMENT
                       END-EVALUATE
                   END-IF.

               EDITER-UN-MEMBRE.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 3
                       PERFORM EDITER-ENTETE-CLASSE
                   END-IF
                   IF TS2-GROUPE = 1
                       MOVE WS-POSITION TO WS-CLA-RANG
                   ELSE
                       MOVE 0 TO WS-CLA-RANG
                   END-IF
                   MOVE TS2-BADGE TO WS-CLA-BADGE
                   MOVE TS2-NOM TO WS-CLA-NOM
                   MOVE TS2-PARTIES TO WS-CLA-PARTIES
                   MOVE TS2-ABANDONS TO WS-CLA-ABANDONS
                   IF TS2-PARTIES = 0
                       MOVE SPACES TO WS-CLA-PERF-X
                   ELSE
                       COMPUTE WS-PERF-EDIT = TS2-PERF / 100
                       MOVE WS-PERF-EDIT TO WS-CLA-PERF
                   END-IF
                   IF TS2-CARRIERE = 0
                       MOVE SPACES TO WS-CLA-CARRIERE-X
                   ELSE
                       COMPUTE WS-PERF-EDIT = TS2-CARRIERE / 100
                       MOVE WS-PERF-EDIT TO WS-CLA-CARRIERE
                   END-IF
                   MOVE SPACES TO WS-CLA-DECISION
                   EVALUATE TRUE
                       WHEN WS-MOUVEMENT = 'P'
                           MOVE WS-MOIS TO WS-CLA-DEPUIS
                           MOVE WS-NOUV-DIVISION TO WS-DIV-CHERCHEE
                           PERFORM NOMMER-DIVISION
                           STRING "MONTEE EN " DELIMITED BY SIZE
                               WS-DIV-LIBELLE DELIMITED BY SPACE
                               INTO WS-CLA-DECISION
                       WHEN WS-MOUVEMENT = 'R'
                           MOVE WS-MOIS TO WS-CLA-DEPUIS
                           MOVE WS-NOUV-DIVISION TO WS-DIV-CHERCHEE
                           PERFORM NOMMER-DIVISION
                           STRING "DESCENTE EN " DELIMITED BY SIZE
                               WS-DIV-LIBELLE DELIMITED BY SPACE
                               INTO WS-CLA-DECISION
                       WHEN WS-MOUVEMENT = 'N'
                           MOVE TS2-DEPUIS TO WS-CLA-DEPUIS
                           MOVE "NOUVEAU" TO WS-CLA-DECISION
                       WHEN TS2-GROUPE = 3
                           MOVE TS2-DEPUIS TO WS-CLA-DEPUIS
                           MOVE "NON CLASSE - MAINTIEN"
                               TO WS-CLA-DECISION
                       WHEN OTHER
                           MOVE TS2-DEPUIS TO WS-CLA-DEPUIS
                           MOVE "MAINTIEN" TO WS-CLA-DECISION
                   END-EVALUATE
                   WRITE CLASS-PRINT-LINE FROM WS-LIGNE-CLASSE
                   ADD 1 TO WS-LIGNE-CNT.

               ECRIRE-NOUVEAU-MASTER.
                   MOVE TS2-BADGE TO DIV-NEW-BADGE
                   MOVE WS-NOUV-DIVISION TO DIV-NEW-DIVISION
                   IF WS-MOUVEMENT = 'P' OR WS-MOUVEMENT = 'R'
                       MOVE WS-MOIS TO DIV-NEW-DEPUIS
                   ELSE
                       MOVE TS2-DEPUIS TO DIV-NEW-DEPUIS
                   END-IF
                   MOVE WS-MOIS TO DIV-NEW-MOIS
                   MOVE WS-MOUVEMENT TO DIV-NEW-MOUVEMENT
                   IF WS-MOUVEMENT = 'N'
                       MOVE 0 TO DIV-NEW-DIV-PREC
                   ELSE
                       MOVE WS-DIV TO DIV-NEW-DIV-PREC
                   END-IF
                   MOVE TS2-PARTIES TO DIV-NEW-PARTIES
                   MOVE TS2-ABANDONS TO DIV-NEW-ABANDONS
                   MOVE TS2-PERF TO DIV-NEW-PERF-MOIS
                   IF TS2-GROUPE = 1
                       MOVE WS-POSITION TO DIV-NEW-POSITION
                   ELSE
                       MOVE 0 TO DIV-NEW-POSITION
                   END-IF
                   MOVE TS2-CARRIERE TO DIV-NEW-PERF-CARRIERE
                   WRITE DIV-NEW-RECORD.

               ECRIRE-UN-MOUVEMENT.
                   MOVE WS-SENS TO WMV-SENS
                   IF WS-SENS = 3
                       MOVE 0 TO WMV-DE
                   ELSE
                       MOVE WS-DIV TO WMV-DE
                   END-IF
                   IF TS2-GROUPE = 1
                       MOVE WS-POSITION TO WMV-POSITION
                   ELSE
                       MOVE 0 TO WMV-POSITION
                   END-IF
                   MOVE TS2-BADGE TO WMV-BADGE
                   MOVE WS-NOUV-DIVISION TO WMV-VERS
                   MOVE TS2-NOM TO WMV-NOM
                   MOVE TS2-PARTIES TO WMV-PARTIES
                   MOVE TS2-PERF TO WMV-PERF
                   WRITE MOUV-WORK-RECORD.

               NOMMER-DIVISION.
                   IF WS-DIV-CHERCHEE > 0 AND WS-DIV-CHERCHEE < 4
                       MOVE WS-DIV-NOM(WS-DIV-CHERCHEE)
                           TO WS-DIV-LIBELLE
                   ELSE
                       MOVE "-" TO WS-DIV-LIBELLE
                   END-IF.

               EDITER-ENTETE-CLASSE.
                   ADD 1 TO WS-PAGE-CNT
                   MOVE WS-PAGE-CNT TO WS-ENT-PAGE
                   IF WS-PAGE-CNT = 1
                       WRITE CLASS-PRINT-LINE FROM WS-ENTETE-1
                   ELSE
                       WRITE CLASS-PRINT-LINE FROM WS-ENTETE-1
                           AFTER ADVANCING PAGE
                   END-IF
                   WRITE CLASS-PRINT-LINE FROM WS-ENTETE-PARAM
                   MOVE SPACES TO CLASS-PRINT-LINE
                   WRITE CLASS-PRINT-LINE
                   WRITE CLASS-PRINT-LINE FROM WS-ENTETE-CLASSE
                   MOVE SPACES TO CLASS-PRINT-LINE
                   WRITE CLASS-PRINT-LINE
                   MOVE 5 TO WS-LIGNE-CNT.

               EDITER-TOTAUX-DIVISION.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 3
                       PERFORM EDITER-ENTETE-CLASSE
                   END-IF
                   MOVE SPACES TO CLASS-PRINT-LINE
                   WRITE CLASS-PRINT-LINE
                   MOVE WS-NB-MEMBRES TO WS-TOT-MEMBRES-ED
                   MOVE WS-DIV-CLASSES(WS-DIV) TO WS-TOT-CLASSES-ED
                   MOVE WS-NB-MONTEES-DIV TO WS-TOT-MONTEES-ED
                   MOVE WS-NB-DESCENTES-DIV TO WS-TOT-DESCENTES-ED
                   MOVE WS-NB-NOUVEAUX-DIV TO WS-TOT-NOUVEAUX-ED
                   MOVE WS-NB-NON-CLASSES-DIV
                       TO WS-TOT-NON-CLASSES-ED
                   WRITE CLASS-PRINT-LINE FROM WS-LIGNE-TOTAL-DIV.

               EDITER-MOUVEMENTS.
                   *> Une section par sens de mouvement, dans l'ordre
                   *> des divisions de depart puis des positions.
                   OPEN OUTPUT MOUV-PRINT-FILE
                   MOVE "MONTEES ET DESCENTES DE DIVISION"
                       TO WS-ENT-TITRE
                   MOVE 99 TO WS-LIGNE-CNT
                   MOVE 0 TO WS-PAGE-CNT
                   MOVE 'N' TO WS-EOF-TRI-SW
                   PERFORM RETOURNER-UN-MOUVEMENT
                   PERFORM VARYING WS-SENS FROM 1 BY 1
                           UNTIL WS-SENS > 4
                       PERFORM EDITER-UNE-SECTION
                   END-PERFORM
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 3
                       PERFORM EDITER-ENTETE-MOUV
                   END-IF
                   MOVE SPACES TO MOUV-PRINT-LINE
                   WRITE MOUV-PRINT-LINE
                   MOVE WS-NB-MONTEES TO WS-TMV-MONTEES-ED
                   MOVE WS-NB-DESCENTES TO WS-TMV-DESCENTES-ED
                   MOVE WS-NB-NOUVEAUX TO WS-TMV-NOUVEAUX-ED
                   MOVE WS-NB-RETIRES TO WS-TMV-RETIRES-ED
                   MOVE WS-NB-EN-ATTENTE TO WS-TMV-ATTENTE-ED
                   WRITE MOUV-PRINT-LINE FROM WS-LIGNE-TOTAL-MOUV
                   CLOSE MOUV-PRINT-FILE.

               RETOURNER-UN-MOUVEMENT.
                   RETURN SORT-MOUV-FILE
                       AT END MOVE 'Y' TO WS-EOF-TRI-SW
                   END-RETURN.

               EDITER-UNE-SECTION.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 6
                       PERFORM EDITER-ENTETE-MOUV
                   END-IF
                   EVALUATE WS-SENS
                       WHEN 1
                           MOVE "MONTEES" TO WS-SEC-TITRE
                       WHEN 2
                           MOVE "DESCENTES" TO WS-SEC-TITRE
                       WHEN 3
                           MOVE "NOUVEAUX PLACEMENTS" TO WS-SEC-TITRE
                       WHEN OTHER
                           MOVE "RETIRES - BADGES DESACTIVES"
                               TO WS-SEC-TITRE
                   END-EVALUATE
                   MOVE SPACES TO MOUV-PRINT-LINE
                   WRITE MOUV-PRINT-LINE
                   WRITE MOUV-PRINT-LINE FROM WS-LIGNE-SECTION
                   ADD 2 TO WS-LIGNE-CNT
                   MOVE 0 TO WS-NB-SECTION
                   PERFORM UNTIL WS-EOF-TRI-SW = 'Y'
                           OR TS4-SENS NOT = WS-SENS
                       ADD 1 TO WS-NB-SECTION
                       PERFORM EDITER-UN-MOUVEMENT
                       PERFORM RETOURNER-UN-MOUVEMENT
                   END-PERFORM
                   IF WS-NB-SECTION = 0
                       WRITE MOUV-PRINT-LINE FROM WS-LIGNE-AUCUN
                       ADD 1 TO WS-LIGNE-CNT
                   END-IF.

               EDITER-UN-MOUVEMENT.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 3
                       PERFORM EDITER-ENTETE-MOUV
                   END-IF
                   MOVE TS4-BADGE TO WS-MVT-BADGE
                   MOVE TS4-NOM TO WS-MVT-NOM
                   MOVE TS4-DE TO WS-DIV-CHERCHEE
                   PERFORM NOMMER-DIVISION
                   MOVE WS-DIV-LIBELLE TO WS-MVT-DE
                   MOVE TS4-VERS TO WS-DIV-CHERCHEE
                   PERFORM NOMMER-DIVISION
                   MOVE WS-DIV-LIBELLE TO WS-MVT-VERS
                   MOVE TS4-POSITION TO WS-MVT-POSITION
                   MOVE TS4-PARTIES TO WS-MVT-PARTIES
                   IF TS4-PARTIES = 0
                       MOVE SPACES TO WS-MVT-PERF-X
                   ELSE
                       COMPUTE WS-PERF-EDIT = TS4-PERF / 100
                       MOVE WS-PERF-EDIT TO WS-MVT-PERF
                   END-IF
                   WRITE MOUV-PRINT-LINE FROM WS-LIGNE-MOUV
                   ADD 1 TO WS-LIGNE-CNT.

               EDITER-ENTETE-MOUV.
                   ADD 1 TO WS-PAGE-CNT
                   MOVE WS-PAGE-CNT TO WS-ENT-PAGE
                   IF WS-PAGE-CNT = 1
                       WRITE MOUV-PRINT-LINE FROM WS-ENTETE-1
                   ELSE
                       WRITE MOUV-PRINT-LINE FROM WS-ENTETE-1
                           AFTER ADVANCING PAGE
                   END-IF
                   WRITE MOUV-PRINT-LINE FROM WS-ENTETE-PARAM
                   MOVE SPACES TO MOUV-PRINT-LINE
                   WRITE MOUV-PRINT-LINE
                   WRITE MOUV-PRINT-LINE FROM WS-ENTETE-MOUV
                   MOVE 4 TO WS-LIGNE-CNT.

               AJUSTER-UN-SCORE.
                   *> Ajustement en vigueur sur la cle du score (meme
                   *> regle que tpmaster) : annule, le score ne compte
                   *> pas ; corrige, le nombre d'essais saisi par le
                   *> superviseur remplace celui du score ; retabli,
                   *> le score compte tel qu'enregistre.
                   MOVE 'N' TO WS-ANNULE-SW
                   MOVE SCR-ATTEMPTS TO WS-ESSAIS-RETENUS
                   IF WS-AJU-CNT > 0
                       MOVE SCR-KEY TO WS-AJU-CLE-CHERCHEE
                       PERFORM CHERCHER-AJUSTEMENT
                       IF WS-AJU-TROUVE > 0
                           EVALUATE WS-AJU-ACTION(WS-AJU-TROUVE)
                               WHEN 'V'
                                   MOVE 'Y' TO WS-ANNULE-SW
                               WHEN 'C'
                                   MOVE WS-AJU-ESSAIS(WS-AJU-TROUVE)
                                       TO WS-ESSAIS-RETENUS
                           END-EVALUATE
                       END-IF
                   END-IF.

               CHARGER-AJUSTEMENTS.
                   *> Fichier absent = aucun ajustement. La table est
                   *> bornee : mieux vaut arreter que classer en
                   *> ignorant un ajustement.
                   OPEN INPUT ADJUST-FILE
                   IF WS-FS-ADJUST = "00"
                       MOVE 'N' TO WS-EOF-SW
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
                   MOVE 'N' TO WS-EOF-SW.

               RETENIR-UN-AJUSTEMENT.
                   MOVE ADJ-KEY TO WS-AJU-CLE-CHERCHEE
                   PERFORM CHERCHER-AJUSTEMENT
                   IF WS-AJU-TROUVE = 0
                       IF WS-AJU-CNT NOT < WS-AJU-MAX
                           DISPLAY "Table des ajustements pleine ("
                               WS-AJU-MAX " cles)"
                           CLOSE ADJUST-FILE
                           STOP RUN RETURNING 8
                       END-IF
                       ADD 1 TO WS-AJU-CNT
                       MOVE WS-AJU-CNT TO WS-AJU-TROUVE
                       MOVE ADJ-KEY TO WS-AJU-CLE(WS-AJU-TROUVE)
                       MOVE 0 TO WS-AJU-NB-LIGNES(WS-AJU-TROUVE)
                   END-IF
                   MOVE ADJ-ACTION TO WS-AJU-ACTION(WS-AJU-TROUVE)
                   IF ADJ-NEW-ATTEMPTS IS NUMERIC
                       MOVE ADJ-NEW-ATTEMPTS
                           TO WS-AJU-ESSAIS(WS-AJU-TROUVE)
                   ELSE
                       MOVE 0 TO WS-AJU-ESSAIS(WS-AJU-TROUVE)
                   END-IF
                   ADD 1 TO WS-AJU-NB-LIGNES(WS-AJU-TROUVE).

               CHERCHER-AJUSTEMENT.
                   MOVE 0 TO WS-AJU-TROUVE
                   PERFORM VARYING WS-AJU-IDX FROM 1 BY 1
                           UNTIL WS-AJU-IDX > WS-AJU-CNT
                           OR WS-AJU-TROUVE > 0
                       IF WS-AJU-CLE(WS-AJU-IDX) = WS-AJU-CLE-CHERCHEE
                           MOVE WS-AJU-IDX TO WS-AJU-TROUVE
                       END-IF
                   END-PERFORM.

            END PROGRAM tpdiv.
