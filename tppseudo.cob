            IDENTIFICATION DIVISION.
            PROGRAM-ID. tppseudo.
           *> Pseudonymisation des partants : tout badge desactive au
           *> referentiel (BADGEMST.DAT) depuis plus de la retention
           *> lue dans PSEUPARM est remplace partout par un pseudonyme
           *> stable "#" + 7 chiffres, et le nom en clair est mis a
           *> espaces. Fichier parametre PSEUPARM :
           *>   colonnes 1-4   retention en mois apres la
           *>                  desactivation
           *>   colonnes 5-8   profondeur en mois du balayage des
           *>                  archives journalieres et mensuelles du
           *>                  journal des saisies
           *> La date de desactivation est celle de la derniere ligne
           *> D de la piste d'audit BADGAUD.DAT ; la derniere partie
           *> connue au master (PMS-LAST-TS) la remplace quand elle
           *> est plus recente ou que la desactivation precede la
           *> piste. Un badge inactif sans trace ni partie est traite
           *> des le premier passage.
           *> Fichiers reecrits par copie de travail : SCORE.DAT,
           *> PLAYMST.DAT et SEASMST.DAT (retries par badge),
           *> TOURN.DAT, CKPT.DAT, RUNLOG.DAT, GUESSLOG.DAT et les
           *> archives GLOG.AAAAMMJJ.DAT / GLOGM.AAAAMM.DAT, ADJUST.DAT
           *> et SUSPECT.DAT (pour que les ajustements et
           *> signalements suivent leur score), BADGAUD.DAT, le
           *> journal des refus de la politique d'usage
           *> POLREFUS.DAT, la quarantaine du controle d'integrite
           *> QUARANT.DAT (badge et nom repris dans l'enregistrement
           *> d'origine selon son fichier), le master des divisions
           *> DIVMST.DAT (retrie par badge), puis BADGEMST.DAT en
           *> dernier. Seuls le badge et le nom changent : chaque
           *> fichier reecrit est relu et son nombre
           *> d'enregistrements et son total de controle (essais,
           *> manches, saisies, parties du jour ou du mois selon le
           *> fichier) rapproches de la
           *> lecture initiale ; un ecart rend le code retour 8. La
           *> table badge / pseudonyme du passage est gardee dans
           *> PSEUDMAP.TMP jusqu'a la fin : un passage interrompu
           *> reprend avec les memes pseudonymes. Chaque badge traite
           *> laisse une ligne P dans BADGAUD.DAT (exploitant passe en
           *> ligne de commande, TPPSEUDO a defaut ; une reprise le
           *> meme jour ne la double pas) et une ligne au
           *> certificat PSEURPT avec le nombre d'enregistrements
           *> touches par fichier. A passer hors des heures de jeu.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
               SELECT PARAM-FILE ASSIGN TO "PSEUPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PARAM.
               SELECT DONNEES-FILE ASSIGN TO DYNAMIC WS-NOM-FICHIER
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-DONNEES.
               SELECT TRAVAIL-FILE ASSIGN TO "PSEUDO.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-TRAVAIL.
               SELECT MAP-FILE ASSIGN TO "PSEUDMAP.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-MAP.
               SELECT PSEUDO-PRINT-FILE ASSIGN TO "PSEURPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PRINT.
               SELECT SORT-PSEUDO-FILE ASSIGN TO "PSEUSRT".
            DATA DIVISION.
               FILE SECTION.
               FD PARAM-FILE.
               01 PARAM-RECORD.
                   05 PSU-RETENTION-MOIS PIC 9(4).
                   05 PSU-BALAYAGE-MOIS PIC 9(4).

              *> Un seul fichier a nom dynamique pour tous les
              *> fichiers traites : chaque dessin d'enregistrement
              *> vient de son copybook, DONNEES-LIGNE sert a la
              *> recopie telle quelle.
               FD DONNEES-FILE.
               01 DONNEES-LIGNE PIC X(286).
               COPY "score-rec.cpy".
               COPY "playmst-rec.cpy".
               COPY "season-rec.cpy".
               COPY "badge-rec.cpy".
               COPY "tourn-rec.cpy".
               COPY "ckpt-rec.cpy".
               COPY "runlog-rec.cpy".
               COPY "glog-rec.cpy".
               COPY "adjust-rec.cpy".
               COPY "suspect-rec.cpy".
               COPY "badgaud-rec.cpy".
               COPY "polrefus-rec.cpy".
               COPY "quarant-rec.cpy".
               COPY "divmst-rec.cpy".

               FD TRAVAIL-FILE.
               01 TRAVAIL-LIGNE PIC X(286).

               FD MAP-FILE.
               01 MAP-RECORD.
                   05 MAP-BADGE PIC X(8).
                   05 MAP-PSEUDO PIC X(8).
                   05 MAP-REF-DATE PIC 9(8).
                   05 MAP-ORIGINE PIC X.
                   05 MAP-DEPT PIC X(10).

               FD PSEUDO-PRINT-FILE.
               01 PSEUDO-PRINT-LINE PIC X(132).

               SD SORT-PSEUDO-FILE.
               01 TRI-PSEUDO-RECORD.
                   05 TRI-BADGE PIC X(8).
                   05 TRI-RESTE PIC X(278).

               WORKING-STORAGE SECTION.
               01 WS-FS-PARAM PIC XX.
               01 WS-FS-DONNEES PIC XX.
               01 WS-FS-TRAVAIL PIC XX.
               01 WS-FS-MAP PIC XX.
               01 WS-FS-PRINT PIC XX.
               01 WS-NOM-FICHIER PIC X(17).
               01 WS-DAILY-NAME PIC X(17).
               01 WS-DAILY-NAME-DET REDEFINES WS-DAILY-NAME.
                   05 FILLER PIC X(5).
                   05 WS-DAI-NOM-DATE PIC 9(8).
                   05 FILLER PIC X(4).
               01 WS-MONTHLY-NAME PIC X(16).
               01 WS-MONTHLY-NAME-DET REDEFINES WS-MONTHLY-NAME.
                   05 FILLER PIC X(6).
                   05 WS-MEN-NOM-MOIS PIC 9(6).
                   05 FILLER PIC X(4).
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-REPRISE-SW PIC X VALUE 'N'.
               01 WS-ECART-SW PIC X VALUE 'N'.
               01 WS-TRI-SW PIC X VALUE 'N'.
               01 WS-OPERATEUR PIC X(8) VALUE SPACES.
               01 WS-RETENTION PIC 9(4).
               01 WS-BALAYAGE PIC 9(4).
               01 WS-DATE-JOUR PIC 9(8).
               01 WS-DATE-JOUR-DET REDEFINES WS-DATE-JOUR.
                   05 WS-JOUR-ANNEE PIC 9(4).
                   05 WS-JOUR-MOIS PIC 9(2).
                   05 WS-JOUR-JJ PIC 9(2).
               01 WS-DATE-LIMITE PIC 9(8).
               01 WS-DATE-BALAYAGE PIC 9(8).
               01 WS-DATE-CALCUL PIC 9(8).
               01 WS-RECUL-MOIS PIC 9(4).
               01 WS-MOIS-TOTAL PIC 9(8).
               01 WS-MOIS-JOUR-TOTAL PIC 9(8).
               01 WS-MOIS-BAL-TOTAL PIC 9(8).
               01 WS-ANNEE-CALC PIC 9(4).
               01 WS-MOIS-CALC PIC 9(2).
               01 WS-JJ-CALC PIC 9(2).
               01 WS-JOUR-INT PIC 9(8).
               01 WS-JOUR-FIN-INT PIC 9(8).
               01 WS-TS-TRAVAIL PIC X(14).
               01 WS-TS-DECOUPE REDEFINES WS-TS-TRAVAIL.
                   05 WS-TS-DATE PIC 9(8).
                   05 FILLER PIC X(6).
               01 WS-DERNIER-NO PIC 9(7) VALUE 0.
               01 WS-PSEUDO-ED.
                   05 FILLER PIC X VALUE "#".
                   05 WS-PSEUDO-NO PIC 9(7).
               01 WS-BADGE-CHERCHE PIC X(8).
               01 WS-PSE-TROUVE PIC 9(4).
               01 WS-NB-BADGES-LUS PIC 9(6) VALUE 0.
               01 WS-NB-INACTIFS PIC 9(6) VALUE 0.
               01 WS-NB-CONSERVES PIC 9(6) VALUE 0.
               01 WS-NB-DEJA-PSEUDOS PIC 9(6) VALUE 0.
              *> Badges inactifs du referentiel ; apres la selection
              *> la table ne garde que les badges a pseudonymiser.
               01 WS-NB-PSE PIC 9(4) VALUE 0.
               01 WS-MAX-PSE PIC 9(4) VALUE 2000.
               01 WS-PSE-IDX PIC 9(4).
               01 WS-PSE-JDX PIC 9(4).
               01 WS-PSE-TAB.
                   05 WS-PSE-ENTRY OCCURS 2000 TIMES.
                       10 WS-PSE-BADGE PIC X(8).
                       10 WS-PSE-PSEUDO PIC X(8).
                       10 WS-PSE-REF-DATE PIC 9(8).
                       *> Origine de la date : A = piste d'audit,
                       *> P = derniere partie au master, espace =
                       *> aucune trace.
                       10 WS-PSE-ORIGINE PIC X.
                       10 WS-PSE-DEPT PIC X(10).
                       *> Y = ligne P du jour deja dans BADGAUD.DAT
                       *> (passage interrompu apres la trace).
                       10 WS-PSE-TRACE-SW PIC X.
                       10 WS-PSE-NB PIC 9(6) OCCURS 14 TIMES.
              *> Fichiers traites, dans l'ordre du certificat :
              *> 1 SCORE, 2 PLAYMST, 3 SEASMST, 4 BADGEMST, 5 TOURN,
              *> 6 CKPT, 7 RUNLOG, 8 journal et archives, 9 ADJUST,
              *> 10 SUSPECT, 11 BADGAUD, 12 POLREFUS, 13 QUARANT,
              *> 14 DIVMST.
               01 WS-FIC-IDX PIC 9(2).
               01 WS-FIC-TAB.
                   05 WS-FIC-ENTRY OCCURS 14 TIMES.
                       10 WS-FIC-LIBELLE PIC X(12).
                       10 WS-FIC-NB-FICHIERS PIC 9(4).
                       10 WS-FIC-LUS PIC 9(8).
                       10 WS-FIC-MODIFS PIC 9(8).
                       10 WS-FIC-CTL-AVANT PIC 9(12).
                       10 WS-FIC-CTL-APRES PIC 9(12).
                       10 WS-FIC-ECART-SW PIC X.
               01 WS-LUS-FICHIER PIC 9(8).
               01 WS-MODIFS-FICHIER PIC 9(8).
               01 WS-CTL-FICHIER PIC 9(12).
               01 WS-RELUS-FICHIER PIC 9(8).
               01 WS-CTL-COURANT PIC 9(12).
               01 WS-NB-TRACES PIC 9(6) VALUE 0.
               01 WS-NB-DEJA-TRACES PIC 9(6) VALUE 0.
               01 WS-RETOUR-SUPPR PIC S9(9) BINARY VALUE 0.
               01 WS-LIGNE-CNT PIC 9(3) VALUE 99.
               01 WS-PAGE-CNT PIC 9(4) VALUE 0.
               01 WS-LIGNES-PAR-PAGE PIC 9(3) VALUE 60.

               01 WS-ENTETE-1.
                   05 FILLER PIC X(10) VALUE "TPPSEUDO".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(50) VALUE
                       "CERTIFICAT DE PSEUDONYMISATION DES PARTANTS".
                   05 FILLER PIC X(20) VALUE SPACES.
                   05 FILLER PIC X(5) VALUE "DATE ".
                   05 WS-ENT-DATE PIC 9999/99/99.
                   05 FILLER PIC X(7) VALUE "  PAGE ".
                   05 WS-ENT-PAGE PIC ZZZ9.
                   05 FILLER PIC X(6) VALUE SPACES.
               01 WS-ENTETE-PARAM.
                   05 FILLER PIC X(19) VALUE "RETENTION (MOIS) : ".
                   05 WS-PAR-RETENTION PIC ZZZ9.
                   05 FILLER PIC X(30) VALUE
                       "   DESACTIVES AVANT LE      : ".
                   05 WS-PAR-LIMITE PIC 9999/99/99.
                   05 FILLER PIC X(30) VALUE
                       "   ARCHIVES BALAYEES DEPUIS : ".
                   05 WS-PAR-BALAYAGE PIC 9999/99/99.
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 WS-PAR-REPRISE PIC X(7).
                   05 FILLER PIC X(19) VALUE SPACES.
               01 WS-ENTETE-2.
                   05 FILLER PIC X(9) VALUE "BADGE".
                   05 FILLER PIC X(9) VALUE "PSEUDO".
                   05 FILLER PIC X(11) VALUE "INACT. DEP".
                   05 FILLER PIC X(5) VALUE "ORIG.".
                   05 FILLER PIC X(7) VALUE "  SCORE".
                   05 FILLER PIC X(7) VALUE " PLAYM.".
                   05 FILLER PIC X(7) VALUE " SEASM.".
                   05 FILLER PIC X(7) VALUE " BADGES".
                   05 FILLER PIC X(7) VALUE "  TOURN".
                   05 FILLER PIC X(7) VALUE "   CKPT".
                   05 FILLER PIC X(7) VALUE " RUNLOG".
                   05 FILLER PIC X(7) VALUE " JOURN.".
                   05 FILLER PIC X(7) VALUE " ADJUST".
                   05 FILLER PIC X(7) VALUE "  SUSP.".
                   05 FILLER PIC X(7) VALUE "  AUDIT".
                   05 FILLER PIC X(7) VALUE "  REFUS".
                   05 FILLER PIC X(7) VALUE "  QUAR.".
                   05 FILLER PIC X(7) VALUE " DIVMST".
               01 WS-LIGNE-DETAIL.
                   05 WS-DET-BADGE PIC X(8).
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-DET-PSEUDO PIC X(8).
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-DET-DATE PIC 9999/99/99.
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-DET-ORIGINE PIC X(5).
                   05 WS-DET-COMPTES.
                       10 WS-DET-CPT OCCURS 14 TIMES.
                           15 FILLER PIC X.
                           15 WS-DET-NB PIC ZZZZZ9.
               01 WS-ENTETE-FICHIERS.
                   05 FILLER PIC X(14) VALUE "FICHIER".
                   05 FILLER PIC X(6) VALUE "FICH.".
                   05 FILLER PIC X(10) VALUE " ENREG LUS".
                   05 FILLER PIC X(10) VALUE "   PSEUDO.".
                   05 FILLER PIC X(14) VALUE "  CTRL AVANT".
                   05 FILLER PIC X(14) VALUE "  CTRL APRES".
                   05 FILLER PIC X(10) VALUE "  ETAT".
                   05 FILLER PIC X(54) VALUE SPACES.
               01 WS-LIGNE-FICHIER.
                   05 WS-LFI-LIBELLE PIC X(12).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LFI-FICHIERS PIC ZZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LFI-LUS PIC ZZZZZZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LFI-MODIFS PIC ZZZZZZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LFI-AVANT PIC ZZZZZZZZZZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LFI-APRES PIC ZZZZZZZZZZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-LFI-ETAT PIC X(10).
                   05 FILLER PIC X(54) VALUE SPACES.
               01 WS-LIGNE-BILAN.
                   05 WS-BIL-LIBELLE PIC X(34).
                   05 WS-BIL-VALEUR PIC ZZZZZZZ9.
                   05 FILLER PIC X(90) VALUE SPACES.

            PROCEDURE DIVISION.

               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
               ACCEPT WS-OPERATEUR FROM COMMAND-LINE
               IF WS-OPERATEUR = SPACES
                   MOVE "TPPSEUDO" TO WS-OPERATEUR
               END-IF
               PERFORM LIRE-PARAMETRE
               PERFORM GARNIR-LES-FICHIERS
               PERFORM CHARGER-TABLE-REPRISE
               IF WS-REPRISE-SW = 'N'
                   PERFORM SELECTIONNER-LES-PARTANTS
                   PERFORM ECRIRE-TABLE-REPRISE
               END-IF

               IF WS-NB-PSE > 0
                   PERFORM TRAITER-LES-FICHIERS
                   PERFORM TRACER-LES-PSEUDONYMES
               END-IF

               PERFORM EDITER-CERTIFICAT

               IF WS-ECART-SW = 'Y'
                   DISPLAY "Pseudonymisation : ecart de controle - "
                       "voir PSEURPT, PSEUDMAP.TMP conserve"
                   STOP RUN RETURNING 8
               END-IF
               CALL "CBL_DELETE_FILE" USING "PSEUDMAP.TMP"
                   RETURNING WS-RETOUR-SUPPR
               END-CALL
               CALL "CBL_DELETE_FILE" USING "PSEUDO.TMP"
                   RETURNING WS-RETOUR-SUPPR
               END-CALL
               DISPLAY "Pseudonymisation : " WS-NB-PSE
                   " badges traites, " WS-NB-CONSERVES
                   " inactifs conserves"
               STOP RUN.

               LIRE-PARAMETRE.
                   OPEN INPUT PARAM-FILE
                   IF WS-FS-PARAM NOT = "00"
                       DISPLAY "Fichier parametre PSEUPARM absent"
                       STOP RUN RETURNING 8
                   END-IF
                   READ PARAM-FILE
                       AT END
                           DISPLAY "Fichier parametre PSEUPARM vide"
                           CLOSE PARAM-FILE
                           STOP RUN RETURNING 8
                   END-READ
                   IF PSU-RETENTION-MOIS NOT NUMERIC
                           OR PSU-BALAYAGE-MOIS NOT NUMERIC
                       DISPLAY "Parametres PSEUPARM invalides"
                       CLOSE PARAM-FILE
                       STOP RUN RETURNING 8
                   END-IF
                   MOVE PSU-RETENTION-MOIS TO WS-RETENTION
                   MOVE PSU-BALAYAGE-MOIS TO WS-BALAYAGE
                   CLOSE PARAM-FILE
                   MOVE WS-RETENTION TO WS-RECUL-MOIS
                   PERFORM RECULER-DE-N-MOIS
                   MOVE WS-DATE-CALCUL TO WS-DATE-LIMITE
                   MOVE WS-BALAYAGE TO WS-RECUL-MOIS
                   PERFORM RECULER-DE-N-MOIS
                   MOVE WS-DATE-CALCUL TO WS-DATE-BALAYAGE
                   MOVE WS-MOIS-TOTAL TO WS-MOIS-BAL-TOTAL
                   COMPUTE WS-MOIS-JOUR-TOTAL =
                       WS-JOUR-ANNEE * 12 + WS-JOUR-MOIS - 1.

               RECULER-DE-N-MOIS.
                   *> Meme jour n mois plus tot, ramene au 28 en fin
                   *> de mois pour rester une date valide.
                   COMPUTE WS-MOIS-TOTAL =
                       WS-JOUR-ANNEE * 12 + WS-JOUR-MOIS - 1
                       - WS-RECUL-MOIS
                   COMPUTE WS-ANNEE-CALC = WS-MOIS-TOTAL / 12
                   COMPUTE WS-MOIS-CALC =
                       FUNCTION MOD(WS-MOIS-TOTAL 12) + 1
                   MOVE WS-JOUR-JJ TO WS-JJ-CALC
                   IF WS-JJ-CALC > 28
                       MOVE 28 TO WS-JJ-CALC
                   END-IF
                   COMPUTE WS-DATE-CALCUL = WS-ANNEE-CALC * 10000
                       + WS-MOIS-CALC * 100 + WS-JJ-CALC.

               GARNIR-LES-FICHIERS.
                   MOVE "SCORE.DAT" TO WS-FIC-LIBELLE(1)
                   MOVE "PLAYMST.DAT" TO WS-FIC-LIBELLE(2)
                   MOVE "SEASMST.DAT" TO WS-FIC-LIBELLE(3)
                   MOVE "BADGEMST.DAT" TO WS-FIC-LIBELLE(4)
                   MOVE "TOURN.DAT" TO WS-FIC-LIBELLE(5)
                   MOVE "CKPT.DAT" TO WS-FIC-LIBELLE(6)
                   MOVE "RUNLOG.DAT" TO WS-FIC-LIBELLE(7)
                   MOVE "JOURNAUX" TO WS-FIC-LIBELLE(8)
                   MOVE "ADJUST.DAT" TO WS-FIC-LIBELLE(9)
                   MOVE "SUSPECT.DAT" TO WS-FIC-LIBELLE(10)
                   MOVE "BADGAUD.DAT" TO WS-FIC-LIBELLE(11)
                   MOVE "POLREFUS.DAT" TO WS-FIC-LIBELLE(12)
                   MOVE "QUARANT.DAT" TO WS-FIC-LIBELLE(13)
                   MOVE "DIVMST.DAT" TO WS-FIC-LIBELLE(14)
                   PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                           UNTIL WS-FIC-IDX > 14
                       MOVE 0 TO WS-FIC-NB-FICHIERS(WS-FIC-IDX)
                       MOVE 0 TO WS-FIC-LUS(WS-FIC-IDX)
                       MOVE 0 TO WS-FIC-MODIFS(WS-FIC-IDX)
                       MOVE 0 TO WS-FIC-CTL-AVANT(WS-FIC-IDX)
                       MOVE 0 TO WS-FIC-CTL-APRES(WS-FIC-IDX)
                       MOVE 'N' TO WS-FIC-ECART-SW(WS-FIC-IDX)
                   END-PERFORM.

               CHARGER-TABLE-REPRISE.
                   *> Table d'un passage interrompu : on la reprend
                   *> telle quelle, les fichiers deja traites n'ont
                   *> plus le badge d'origine et ne changent plus.
                   OPEN INPUT MAP-FILE
                   IF WS-FS-MAP = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ MAP-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   ADD 1 TO WS-NB-PSE
                                   MOVE WS-NB-PSE TO WS-PSE-IDX
                                   PERFORM GARNIR-UNE-ENTREE-REPRISE
                           END-READ
                       END-PERFORM
                       CLOSE MAP-FILE
                       IF WS-NB-PSE > 0
                           MOVE 'Y' TO WS-REPRISE-SW
                       END-IF
                   END-IF.

               GARNIR-UNE-ENTREE-REPRISE.
                   MOVE MAP-BADGE TO WS-PSE-BADGE(WS-PSE-IDX)
                   MOVE MAP-PSEUDO TO WS-PSE-PSEUDO(WS-PSE-IDX)
                   MOVE MAP-REF-DATE TO WS-PSE-REF-DATE(WS-PSE-IDX)
                   MOVE MAP-ORIGINE TO WS-PSE-ORIGINE(WS-PSE-IDX)
                   MOVE MAP-DEPT TO WS-PSE-DEPT(WS-PSE-IDX)
                   MOVE 'N' TO WS-PSE-TRACE-SW(WS-PSE-IDX)
                   PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                           UNTIL WS-FIC-IDX > 14
                       MOVE 0 TO WS-PSE-NB(WS-PSE-IDX WS-FIC-IDX)
                   END-PERFORM.

               SELECTIONNER-LES-PARTANTS.
                   *> 1. badges inactifs du referentiel et dernier
                   *> numero de pseudonyme deja attribue.
                   MOVE "BADGEMST.DAT" TO WS-NOM-FICHIER
                   OPEN INPUT DONNEES-FILE
                   IF WS-FS-DONNEES = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ DONNEES-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   ADD 1 TO WS-NB-BADGES-LUS
                                   PERFORM RETENIR-UN-INACTIF
                           END-READ
                       END-PERFORM
                       CLOSE DONNEES-FILE
                   END-IF
                   IF WS-NB-PSE > 0
                       PERFORM DATER-LES-INACTIFS
                   END-IF.

               DATER-LES-INACTIFS.
                   *> 2. date de la derniere desactivation tracee.
                   MOVE "BADGAUD.DAT" TO WS-NOM-FICHIER
                   OPEN INPUT DONNEES-FILE
                   IF WS-FS-DONNEES = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ DONNEES-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM DATER-PAR-LA-PISTE
                           END-READ
                       END-PERFORM
                       CLOSE DONNEES-FILE
                   END-IF
                   *> 3. derniere partie connue au master.
                   MOVE "PLAYMST.DAT" TO WS-NOM-FICHIER
                   OPEN INPUT DONNEES-FILE
                   IF WS-FS-DONNEES = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ DONNEES-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM DATER-PAR-LE-MASTER
                           END-READ
                       END-PERFORM
                       CLOSE DONNEES-FILE
                   END-IF
                   *> 4. on ne garde que les badges inactifs depuis
                   *> plus que la retention, numerotes a la suite.
                   MOVE 0 TO WS-PSE-JDX
                   PERFORM VARYING WS-PSE-IDX FROM 1 BY 1
                           UNTIL WS-PSE-IDX > WS-NB-PSE
                       IF WS-PSE-REF-DATE(WS-PSE-IDX) < WS-DATE-LIMITE
                           ADD 1 TO WS-PSE-JDX
                           MOVE WS-PSE-ENTRY(WS-PSE-IDX)
                               TO WS-PSE-ENTRY(WS-PSE-JDX)
                           ADD 1 TO WS-DERNIER-NO
                           MOVE WS-DERNIER-NO TO WS-PSEUDO-NO
                           MOVE WS-PSEUDO-ED
                               TO WS-PSE-PSEUDO(WS-PSE-JDX)
                       ELSE
                           ADD 1 TO WS-NB-CONSERVES
                       END-IF
                   END-PERFORM
                   MOVE WS-PSE-JDX TO WS-NB-PSE.

               RETENIR-UN-INACTIF.
                   IF BDG-BADGE(1:1) = "#"
                       ADD 1 TO WS-NB-DEJA-PSEUDOS
                       IF BDG-BADGE(2:7) IS NUMERIC
                           IF BDG-BADGE(2:7) > WS-DERNIER-NO
                               MOVE BDG-BADGE(2:7) TO WS-DERNIER-NO
                           END-IF
                       END-IF
                   ELSE
                       IF BDG-ACTIVE-SW = 'N'
                           IF WS-NB-PSE NOT < WS-MAX-PSE
                               DISPLAY "Plus de " WS-MAX-PSE
                                   " badges inactifs - augmenter "
                                   "WS-MAX-PSE"
                               STOP RUN RETURNING 8
                           END-IF
                           ADD 1 TO WS-NB-INACTIFS
                           ADD 1 TO WS-NB-PSE
                           MOVE WS-NB-PSE TO WS-PSE-IDX
                           MOVE BDG-BADGE TO WS-PSE-BADGE(WS-PSE-IDX)
                           MOVE SPACES TO WS-PSE-PSEUDO(WS-PSE-IDX)
                           MOVE 0 TO WS-PSE-REF-DATE(WS-PSE-IDX)
                           MOVE SPACE TO WS-PSE-ORIGINE(WS-PSE-IDX)
                           MOVE BDG-DEPT TO WS-PSE-DEPT(WS-PSE-IDX)
                           MOVE 'N' TO WS-PSE-TRACE-SW(WS-PSE-IDX)
                           PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                                   UNTIL WS-FIC-IDX > 14
                               MOVE 0
                                 TO WS-PSE-NB(WS-PSE-IDX WS-FIC-IDX)
                           END-PERFORM
                       END-IF
                   END-IF.

               DATER-PAR-LA-PISTE.
                   IF BAU-ACTION = 'D'
                       MOVE BAU-BADGE TO WS-BADGE-CHERCHE
                       PERFORM CHERCHER-PSEUDO
                       IF WS-PSE-TROUVE > 0
                           MOVE BAU-TIMESTAMP TO WS-TS-TRAVAIL
                           MOVE WS-TS-DATE
                               TO WS-PSE-REF-DATE(WS-PSE-TROUVE)
                           MOVE 'A' TO WS-PSE-ORIGINE(WS-PSE-TROUVE)
                       END-IF
                   END-IF.

               DATER-PAR-LE-MASTER.
                   MOVE PMS-BADGE TO WS-BADGE-CHERCHE
                   PERFORM CHERCHER-PSEUDO
                   IF WS-PSE-TROUVE > 0 AND PMS-LAST-TS IS NUMERIC
                       MOVE PMS-LAST-TS TO WS-TS-TRAVAIL
                       IF WS-TS-DATE > WS-PSE-REF-DATE(WS-PSE-TROUVE)
                           MOVE WS-TS-DATE
                               TO WS-PSE-REF-DATE(WS-PSE-TROUVE)
                           MOVE 'P' TO WS-PSE-ORIGINE(WS-PSE-TROUVE)
                       END-IF
                   END-IF.

               CHERCHER-PSEUDO.
                   MOVE 0 TO WS-PSE-TROUVE
                   IF WS-BADGE-CHERCHE NOT = SPACES
                       PERFORM VARYING WS-PSE-JDX FROM 1 BY 1
                               UNTIL WS-PSE-JDX > WS-NB-PSE
                                   OR WS-PSE-TROUVE > 0
                           IF WS-PSE-BADGE(WS-PSE-JDX)
                                   = WS-BADGE-CHERCHE
                               MOVE WS-PSE-JDX TO WS-PSE-TROUVE
                           END-IF
                       END-PERFORM
                   END-IF.

               ECRIRE-TABLE-REPRISE.
                   IF WS-NB-PSE > 0
                       OPEN OUTPUT MAP-FILE
                       PERFORM VARYING WS-PSE-IDX FROM 1 BY 1
                               UNTIL WS-PSE-IDX > WS-NB-PSE
                           MOVE WS-PSE-BADGE(WS-PSE-IDX) TO MAP-BADGE
                           MOVE WS-PSE-PSEUDO(WS-PSE-IDX) TO MAP-PSEUDO
                           MOVE WS-PSE-REF-DATE(WS-PSE-IDX)
                               TO MAP-REF-DATE
                           MOVE WS-PSE-ORIGINE(WS-PSE-IDX)
                               TO MAP-ORIGINE
                           MOVE WS-PSE-DEPT(WS-PSE-IDX) TO MAP-DEPT
                           WRITE MAP-RECORD
                       END-PERFORM
                       CLOSE MAP-FILE
                   END-IF.

               TRAITER-LES-FICHIERS.
                   *> Le referentiel passe en dernier : tant qu'il
                   *> garde les badges d'origine, un passage
                   *> interrompu se voit et se relance.
                   MOVE 'N' TO WS-TRI-SW
                   MOVE 1 TO WS-FIC-IDX
                   MOVE "SCORE.DAT" TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   MOVE 'Y' TO WS-TRI-SW
                   MOVE 2 TO WS-FIC-IDX
                   MOVE "PLAYMST.DAT" TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   MOVE 3 TO WS-FIC-IDX
                   MOVE "SEASMST.DAT" TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   MOVE 'N' TO WS-TRI-SW
                   MOVE 5 TO WS-FIC-IDX
                   MOVE "TOURN.DAT" TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   MOVE 6 TO WS-FIC-IDX
                   MOVE "CKPT.DAT" TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   MOVE 7 TO WS-FIC-IDX
                   MOVE "RUNLOG.DAT" TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   MOVE 8 TO WS-FIC-IDX
                   MOVE "GUESSLOG.DAT" TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   PERFORM TRAITER-LES-ARCHIVES
                   MOVE 9 TO WS-FIC-IDX
                   MOVE "ADJUST.DAT" TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   MOVE 10 TO WS-FIC-IDX
                   MOVE "SUSPECT.DAT" TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   MOVE 11 TO WS-FIC-IDX
                   MOVE "BADGAUD.DAT" TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   MOVE 12 TO WS-FIC-IDX
                   MOVE "POLREFUS.DAT" TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   MOVE 13 TO WS-FIC-IDX
                   MOVE "QUARANT.DAT" TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   MOVE 'Y' TO WS-TRI-SW
                   MOVE 14 TO WS-FIC-IDX
                   MOVE "DIVMST.DAT" TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   MOVE 'N' TO WS-TRI-SW
                   MOVE 4 TO WS-FIC-IDX
                   MOVE "BADGEMST.DAT" TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER.

               TRAITER-LES-ARCHIVES.
                   *> Journalieres de la periode balayee jour par
                   *> jour, puis mensuelles mois par mois.
                   COMPUTE WS-JOUR-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-BALAYAGE)
                   COMPUTE WS-JOUR-FIN-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   PERFORM TRAITER-UN-JOURNALIER
                       UNTIL WS-JOUR-INT > WS-JOUR-FIN-INT
                   PERFORM TRAITER-UN-MENSUEL
                       UNTIL WS-MOIS-BAL-TOTAL > WS-MOIS-JOUR-TOTAL.

               TRAITER-UN-JOURNALIER.
                   MOVE "GLOG.00000000.DAT" TO WS-DAILY-NAME
                   COMPUTE WS-DAI-NOM-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-INT)
                   MOVE WS-DAILY-NAME TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   ADD 1 TO WS-JOUR-INT.

               TRAITER-UN-MENSUEL.
                   COMPUTE WS-ANNEE-CALC = WS-MOIS-BAL-TOTAL / 12
                   COMPUTE WS-MOIS-CALC =
                       FUNCTION MOD(WS-MOIS-BAL-TOTAL 12) + 1
                   MOVE "GLOGM.000000.DAT" TO WS-MONTHLY-NAME
                   COMPUTE WS-MEN-NOM-MOIS =
                       WS-ANNEE-CALC * 100 + WS-MOIS-CALC
                   MOVE WS-MONTHLY-NAME TO WS-NOM-FICHIER
                   PERFORM TRAITER-UN-FICHIER
                   ADD 1 TO WS-MOIS-BAL-TOTAL.

               TRAITER-UN-FICHIER.
                   *> Copie de travail avec le badge remplace, puis
                   *> recopie (retriee par badge pour les masters) et
                   *> relecture de controle. Un fichier absent ou sans
                   *> badge a remplacer n'est pas reecrit.
                   MOVE 0 TO WS-LUS-FICHIER
                   MOVE 0 TO WS-MODIFS-FICHIER
                   MOVE 0 TO WS-CTL-COURANT
                   OPEN INPUT DONNEES-FILE
                   IF WS-FS-DONNEES = "00"
                       PERFORM PASSER-UN-FICHIER
                   END-IF.

               PASSER-UN-FICHIER.
                   ADD 1 TO WS-FIC-NB-FICHIERS(WS-FIC-IDX)
                   OPEN OUTPUT TRAVAIL-FILE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ DONNEES-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-LUS-FICHIER
                               PERFORM CUMULER-CONTROLE
                               PERFORM PSEUDONYMISER-UN-ENREG
                               WRITE TRAVAIL-LIGNE FROM DONNEES-LIGNE
                       END-READ
                   END-PERFORM
                   CLOSE DONNEES-FILE
                   CLOSE TRAVAIL-FILE
                   MOVE WS-CTL-COURANT TO WS-CTL-FICHIER
                   ADD WS-LUS-FICHIER TO WS-FIC-LUS(WS-FIC-IDX)
                   ADD WS-CTL-FICHIER TO WS-FIC-CTL-AVANT(WS-FIC-IDX)
                   IF WS-MODIFS-FICHIER = 0
                       ADD WS-CTL-FICHIER
                           TO WS-FIC-CTL-APRES(WS-FIC-IDX)
                   ELSE
                       ADD WS-MODIFS-FICHIER
                           TO WS-FIC-MODIFS(WS-FIC-IDX)
                       IF WS-TRI-SW = 'Y'
                           SORT SORT-PSEUDO-FILE
                               ON ASCENDING KEY TRI-BADGE
                               USING TRAVAIL-FILE
                               GIVING DONNEES-FILE
                       ELSE
                           PERFORM RECOPIER-TRAVAIL
                       END-IF
                       PERFORM RELIRE-LE-FICHIER
                   END-IF.

               RECOPIER-TRAVAIL.
                   OPEN INPUT TRAVAIL-FILE
                   OPEN OUTPUT DONNEES-FILE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ TRAVAIL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               WRITE DONNEES-LIGNE FROM TRAVAIL-LIGNE
                       END-READ
                   END-PERFORM
                   CLOSE DONNEES-FILE
                   CLOSE TRAVAIL-FILE.

               RELIRE-LE-FICHIER.
                   *> Seuls badge et nom ont change : le fichier
                   *> reecrit doit redonner le meme nombre
                   *> d'enregistrements et le meme total de controle.
                   MOVE 0 TO WS-RELUS-FICHIER
                   MOVE 0 TO WS-CTL-COURANT
                   OPEN INPUT DONNEES-FILE
                   IF WS-FS-DONNEES = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ DONNEES-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   ADD 1 TO WS-RELUS-FICHIER
                                   PERFORM CUMULER-CONTROLE
                           END-READ
                       END-PERFORM
                       CLOSE DONNEES-FILE
                   END-IF
                   ADD WS-CTL-COURANT TO WS-FIC-CTL-APRES(WS-FIC-IDX)
                   IF WS-RELUS-FICHIER NOT = WS-LUS-FICHIER
                           OR WS-CTL-COURANT NOT = WS-CTL-FICHIER
                       MOVE 'Y' TO WS-FIC-ECART-SW(WS-FIC-IDX)
                       MOVE 'Y' TO WS-ECART-SW
                       DISPLAY "Ecart de controle sur " WS-NOM-FICHIER
                   END-IF.

               CUMULER-CONTROLE.
                   EVALUATE WS-FIC-IDX
                       WHEN 1
                           IF SCR-ATTEMPTS IS NUMERIC
                               ADD SCR-ATTEMPTS TO WS-CTL-COURANT
                           END-IF
                       WHEN 2
                           IF PMS-TOT-ATTEMPTS IS NUMERIC
                               ADD PMS-TOT-ATTEMPTS TO WS-CTL-COURANT
                           END-IF
                       WHEN 3
                           IF SEA-TOT-ATTEMPTS IS NUMERIC
                               ADD SEA-TOT-ATTEMPTS TO WS-CTL-COURANT
                           END-IF
                       WHEN 5
                           IF TRN-TOTAL-ATTEMPTS IS NUMERIC
                               ADD TRN-TOTAL-ATTEMPTS
                                   TO WS-CTL-COURANT
                           END-IF
                       WHEN 6
                           IF CKPT-ATTEMPTS IS NUMERIC
                               ADD CKPT-ATTEMPTS TO WS-CTL-COURANT
                           END-IF
                       WHEN 7
                           IF RUN-GUESSES IS NUMERIC
                               ADD RUN-GUESSES TO WS-CTL-COURANT
                           END-IF
                       WHEN 8
                           IF GLOG-GUESS IS NUMERIC
                               ADD GLOG-GUESS TO WS-CTL-COURANT
                           END-IF
                       WHEN 9
                           IF ADJ-NEW-ATTEMPTS IS NUMERIC
                               ADD ADJ-NEW-ATTEMPTS TO WS-CTL-COURANT
                           END-IF
                       WHEN 10
                           IF SUS-COUNT IS NUMERIC
                               ADD SUS-COUNT TO WS-CTL-COURANT
                           END-IF
                       WHEN 12
                           IF REF-NB-PARTIES IS NUMERIC
                               ADD REF-NB-PARTIES TO WS-CTL-COURANT
                           END-IF
                       WHEN 14
                           IF DIV-PARTIES IS NUMERIC
                               ADD DIV-PARTIES TO WS-CTL-COURANT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE.

               PSEUDONYMISER-UN-ENREG.
                   EVALUATE WS-FIC-IDX
                       WHEN 1
                           MOVE SCR-BADGE TO WS-BADGE-CHERCHE
                       WHEN 2
                           MOVE PMS-BADGE TO WS-BADGE-CHERCHE
                       WHEN 3
                           MOVE SEA-BADGE TO WS-BADGE-CHERCHE
                       WHEN 4
                           MOVE BDG-BADGE TO WS-BADGE-CHERCHE
                       WHEN 5
                           MOVE TRN-BADGE TO WS-BADGE-CHERCHE
                       WHEN 6
                           MOVE CKPT-BADGE TO WS-BADGE-CHERCHE
                       WHEN 7
                           MOVE RUN-BADGE TO WS-BADGE-CHERCHE
                       WHEN 8
                           MOVE GLOG-BADGE TO WS-BADGE-CHERCHE
                       WHEN 9
                           MOVE ADJ-BADGE TO WS-BADGE-CHERCHE
                       WHEN 10
                           MOVE SUS-BADGE TO WS-BADGE-CHERCHE
                       WHEN 11
                           MOVE BAU-BADGE TO WS-BADGE-CHERCHE
                       WHEN 12
                           MOVE REF-BADGE TO WS-BADGE-CHERCHE
                       WHEN 13
                           *> Enregistrement d'origine recopie tel
                           *> quel : badge en 15-22 pour SCORE
                           *> (score-rec.cpy), en tete pour les
                           *> autres fichiers.
                           EVALUATE QUA-FICHIER
                               WHEN "SCORE"
                                   MOVE QUA-DONNEES(15:8)
                                       TO WS-BADGE-CHERCHE
                               WHEN "PLAYMST"
                               WHEN "TOURN"
                               WHEN "CKPT"
                               WHEN "RUNLOG"
                                   MOVE QUA-DONNEES(1:8)
                                       TO WS-BADGE-CHERCHE
                               WHEN OTHER
                                   MOVE SPACES TO WS-BADGE-CHERCHE
                           END-EVALUATE
                       WHEN 14
                           MOVE DIV-BADGE TO WS-BADGE-CHERCHE
                   END-EVALUATE
                   PERFORM CHERCHER-PSEUDO
                   IF WS-PSE-TROUVE > 0
                       PERFORM REMPLACER-LE-BADGE
                   END-IF.

               REMPLACER-LE-BADGE.
                   ADD 1 TO WS-MODIFS-FICHIER
                   ADD 1 TO WS-PSE-NB(WS-PSE-TROUVE WS-FIC-IDX)
                   EVALUATE WS-FIC-IDX
                       WHEN 1
                           MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                               TO SCR-BADGE
                           MOVE SPACES TO SCR-PLAYER-NAME
                       WHEN 2
                           MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                               TO PMS-BADGE
                           MOVE SPACES TO PMS-NAME
                       WHEN 3
                           MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                               TO SEA-BADGE
                           MOVE SPACES TO SEA-NAME
                       WHEN 4
                           MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                               TO BDG-BADGE
                           MOVE SPACES TO BDG-NAME
                       WHEN 5
                           MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                               TO TRN-BADGE
                       WHEN 6
                           MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                               TO CKPT-BADGE
                       WHEN 7
                           MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                               TO RUN-BADGE
                       WHEN 8
                           MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                               TO GLOG-BADGE
                       WHEN 9
                           MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                               TO ADJ-BADGE
                       WHEN 10
                           MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                               TO SUS-BADGE
                       WHEN 11
                           MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                               TO BAU-BADGE
                           MOVE SPACES TO BAU-BEFORE-NAME
                           MOVE SPACES TO BAU-AFTER-NAME
                       WHEN 12
                           MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                               TO REF-BADGE
                           MOVE SPACES TO REF-NOM
                       WHEN 13
                           *> Nom en 45-74 pour SCORE, en 9-38 pour
                           *> PLAYMST ; TOURN, CKPT et RUNLOG n'en
                           *> ont pas.
                           EVALUATE QUA-FICHIER
                               WHEN "SCORE"
                                   MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                                       TO QUA-DONNEES(15:8)
                                   MOVE SPACES TO QUA-DONNEES(45:30)
                               WHEN "PLAYMST"
                                   MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                                       TO QUA-DONNEES(1:8)
                                   MOVE SPACES TO QUA-DONNEES(9:30)
                               WHEN OTHER
                                   MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                                       TO QUA-DONNEES(1:8)
                           END-EVALUATE
                       WHEN 14
                           MOVE WS-PSE-PSEUDO(WS-PSE-TROUVE)
                               TO DIV-BADGE
                   END-EVALUATE.

               TRACER-LES-PSEUDONYMES.
                   *> Une reprise dans la journee retrouve les lignes
                   *> P deja ecrites par le passage interrompu et ne
                   *> les double pas, comme les badges deja remplaces
                   *> ne sont pas retouches.
                   MOVE "BADGAUD.DAT" TO WS-NOM-FICHIER
                   OPEN INPUT DONNEES-FILE
                   IF WS-FS-DONNEES = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ DONNEES-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM REPERER-UNE-TRACE
                           END-READ
                       END-PERFORM
                       CLOSE DONNEES-FILE
                   END-IF
                   OPEN EXTEND DONNEES-FILE
                   IF WS-FS-DONNEES = "35"
                       OPEN OUTPUT DONNEES-FILE
                   END-IF
                   PERFORM VARYING WS-PSE-IDX FROM 1 BY 1
                           UNTIL WS-PSE-IDX > WS-NB-PSE
                       IF WS-PSE-TRACE-SW(WS-PSE-IDX) = 'Y'
                           ADD 1 TO WS-NB-DEJA-TRACES
                       ELSE
                           PERFORM ECRIRE-UNE-TRACE
                       END-IF
                   END-PERFORM
                   CLOSE DONNEES-FILE.

               REPERER-UNE-TRACE.
                   IF BAU-ACTION = 'P'
                       MOVE BAU-TIMESTAMP TO WS-TS-TRAVAIL
                       IF WS-TS-DATE = WS-DATE-JOUR
                           PERFORM VARYING WS-PSE-JDX FROM 1 BY 1
                                   UNTIL WS-PSE-JDX > WS-NB-PSE
                               IF WS-PSE-PSEUDO(WS-PSE-JDX) = BAU-BADGE
                                   MOVE 'Y'
                                     TO WS-PSE-TRACE-SW(WS-PSE-JDX)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF.

               ECRIRE-UNE-TRACE.
                   MOVE FUNCTION CURRENT-DATE(1:14) TO BAU-TIMESTAMP
                   MOVE WS-PSE-PSEUDO(WS-PSE-IDX) TO BAU-BADGE
                   MOVE 'P' TO BAU-SOURCE
                   MOVE WS-OPERATEUR TO BAU-OPERATOR
                   MOVE 'P' TO BAU-ACTION
                   MOVE SPACES TO BAU-BEFORE-NAME
                   MOVE WS-PSE-DEPT(WS-PSE-IDX) TO BAU-BEFORE-DEPT
                   MOVE 'N' TO BAU-BEFORE-ACTIVE-SW
                   MOVE SPACES TO BAU-AFTER-NAME
                   MOVE WS-PSE-DEPT(WS-PSE-IDX) TO BAU-AFTER-DEPT
                   MOVE 'N' TO BAU-AFTER-ACTIVE-SW
                   WRITE BADGAUD-RECORD
                   ADD 1 TO WS-NB-TRACES.

               EDITER-CERTIFICAT.
                   OPEN OUTPUT PSEUDO-PRINT-FILE
                   MOVE WS-DATE-JOUR TO WS-ENT-DATE
                   PERFORM VARYING WS-PSE-IDX FROM 1 BY 1
                           UNTIL WS-PSE-IDX > WS-NB-PSE
                       PERFORM EDITER-UN-BADGE
                   END-PERFORM
                   IF WS-NB-PSE = 0
                       PERFORM EDITER-ENTETE
                       MOVE "AUCUN BADGE A PSEUDONYMISER"
                           TO PSEUDO-PRINT-LINE
                       WRITE PSEUDO-PRINT-LINE
                       ADD 1 TO WS-LIGNE-CNT
                   END-IF
                   IF WS-NB-PSE > 0
                       PERFORM EDITER-FICHIERS
                   END-IF
                   PERFORM EDITER-BILAN
                   CLOSE PSEUDO-PRINT-FILE.

               EDITER-UN-BADGE.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE
                       PERFORM EDITER-ENTETE
                   END-IF
                   MOVE WS-PSE-BADGE(WS-PSE-IDX) TO WS-DET-BADGE
                   MOVE WS-PSE-PSEUDO(WS-PSE-IDX) TO WS-DET-PSEUDO
                   MOVE WS-PSE-REF-DATE(WS-PSE-IDX) TO WS-DET-DATE
                   EVALUATE WS-PSE-ORIGINE(WS-PSE-IDX)
                       WHEN 'A'
                           MOVE "AUDIT" TO WS-DET-ORIGINE
                       WHEN 'P'
                           MOVE "PART." TO WS-DET-ORIGINE
                       WHEN OTHER
                           MOVE "NEANT" TO WS-DET-ORIGINE
                   END-EVALUATE
                   MOVE SPACES TO WS-DET-COMPTES
                   PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                           UNTIL WS-FIC-IDX > 14
                       MOVE WS-PSE-NB(WS-PSE-IDX WS-FIC-IDX)
                           TO WS-DET-NB(WS-FIC-IDX)
                   END-PERFORM
                   WRITE PSEUDO-PRINT-LINE FROM WS-LIGNE-DETAIL
                   ADD 1 TO WS-LIGNE-CNT.

               EDITER-ENTETE.
                   ADD 1 TO WS-PAGE-CNT
                   MOVE WS-PAGE-CNT TO WS-ENT-PAGE
                   IF WS-PAGE-CNT = 1
                       WRITE PSEUDO-PRINT-LINE FROM WS-ENTETE-1
                   ELSE
                       WRITE PSEUDO-PRINT-LINE FROM WS-ENTETE-1
                           AFTER ADVANCING PAGE
                   END-IF
                   MOVE WS-RETENTION TO WS-PAR-RETENTION
                   MOVE WS-DATE-LIMITE TO WS-PAR-LIMITE
                   MOVE WS-DATE-BALAYAGE TO WS-PAR-BALAYAGE
                   IF WS-REPRISE-SW = 'Y'
                       MOVE "REPRISE" TO WS-PAR-REPRISE
                   ELSE
                       MOVE SPACES TO WS-PAR-REPRISE
                   END-IF
                   WRITE PSEUDO-PRINT-LINE FROM WS-ENTETE-PARAM
                   MOVE SPACES TO PSEUDO-PRINT-LINE
                   WRITE PSEUDO-PRINT-LINE
                   WRITE PSEUDO-PRINT-LINE FROM WS-ENTETE-2
                   MOVE SPACES TO PSEUDO-PRINT-LINE
                   WRITE PSEUDO-PRINT-LINE
                   MOVE 5 TO WS-LIGNE-CNT.

               EDITER-FICHIERS.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 17
                       PERFORM EDITER-ENTETE
                   END-IF
                   MOVE SPACES TO PSEUDO-PRINT-LINE
                   WRITE PSEUDO-PRINT-LINE
                   WRITE PSEUDO-PRINT-LINE FROM WS-ENTETE-FICHIERS
                   PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                           UNTIL WS-FIC-IDX > 14
                       MOVE WS-FIC-LIBELLE(WS-FIC-IDX)
                           TO WS-LFI-LIBELLE
                       MOVE WS-FIC-NB-FICHIERS(WS-FIC-IDX)
                           TO WS-LFI-FICHIERS
                       MOVE WS-FIC-LUS(WS-FIC-IDX) TO WS-LFI-LUS
                       MOVE WS-FIC-MODIFS(WS-FIC-IDX) TO WS-LFI-MODIFS
                       MOVE WS-FIC-CTL-AVANT(WS-FIC-IDX)
                           TO WS-LFI-AVANT
                       MOVE WS-FIC-CTL-APRES(WS-FIC-IDX)
                           TO WS-LFI-APRES
                       EVALUATE TRUE
                           WHEN WS-FIC-ECART-SW(WS-FIC-IDX) = 'Y'
                               MOVE "ECART" TO WS-LFI-ETAT
                           WHEN WS-FIC-NB-FICHIERS(WS-FIC-IDX) = 0
                               MOVE "ABSENT" TO WS-LFI-ETAT
                           WHEN WS-FIC-MODIFS(WS-FIC-IDX) = 0
                               MOVE "INCHANGE" TO WS-LFI-ETAT
                           WHEN OTHER
                               MOVE "EQUILIBRE" TO WS-LFI-ETAT
                       END-EVALUATE
                       WRITE PSEUDO-PRINT-LINE FROM WS-LIGNE-FICHIER
                   END-PERFORM
                   ADD 16 TO WS-LIGNE-CNT.

               EDITER-BILAN.
                   IF WS-LIGNE-CNT > WS-LIGNES-PAR-PAGE - 8
                       PERFORM EDITER-ENTETE
                   END-IF
                   MOVE SPACES TO PSEUDO-PRINT-LINE
                   WRITE PSEUDO-PRINT-LINE
                   IF WS-REPRISE-SW = 'N'
                       MOVE "BADGES AU REFERENTIEL" TO WS-BIL-LIBELLE
                       MOVE WS-NB-BADGES-LUS TO WS-BIL-VALEUR
                       WRITE PSEUDO-PRINT-LINE FROM WS-LIGNE-BILAN
                       MOVE "  DONT DEJA PSEUDONYMISES"
                           TO WS-BIL-LIBELLE
                       MOVE WS-NB-DEJA-PSEUDOS TO WS-BIL-VALEUR
                       WRITE PSEUDO-PRINT-LINE FROM WS-LIGNE-BILAN
                       MOVE "  DONT INACTIFS A EXAMINER"
                           TO WS-BIL-LIBELLE
                       MOVE WS-NB-INACTIFS TO WS-BIL-VALEUR
                       WRITE PSEUDO-PRINT-LINE FROM WS-LIGNE-BILAN
                       MOVE "INACTIFS DANS LA RETENTION"
                           TO WS-BIL-LIBELLE
                       MOVE WS-NB-CONSERVES TO WS-BIL-VALEUR
                       WRITE PSEUDO-PRINT-LINE FROM WS-LIGNE-BILAN
                   END-IF
                   MOVE "BADGES PSEUDONYMISES" TO WS-BIL-LIBELLE
                   MOVE WS-NB-PSE TO WS-BIL-VALEUR
                   WRITE PSEUDO-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "LIGNES DE PISTE D'AUDIT ECRITES"
                       TO WS-BIL-LIBELLE
                   MOVE WS-NB-TRACES TO WS-BIL-VALEUR
                   WRITE PSEUDO-PRINT-LINE FROM WS-LIGNE-BILAN
                   MOVE "LIGNES DE PISTE DEJA PRESENTES"
                       TO WS-BIL-LIBELLE
                   MOVE WS-NB-DEJA-TRACES TO WS-BIL-VALEUR
                   WRITE PSEUDO-PRINT-LINE FROM WS-LIGNE-BILAN.

            END PROGRAM tppseudo.
