      *> Releve mensuel personnel des joueurs (RELEVE.DAT), ecrit par
      *> tpreleve pour le publipostage de la communication interne.
      *> Format fixe de 100 caracteres, type d'enregistrement en
      *> colonne 1 :
      *>   H  entete du fichier (un seul, en tete)
      *>   R  identite du releve, un par badge actif du mois
      *>   S  chiffres du mois du badge, juste apres son R
      *>   N  un par session tournoi du mois du badge, apres son S
      *>   T  total de controle (un seul, en fin)
      *> Les moyennes et les performances sont en centiemes : 512 =
      *> 5,12 essais ; une performance de 100 = au par de la plage
      *> jouee (voir playmst-rec.cpy). Les evolutions sont signees
      *> (signe en tete, + ou -) : mois du releve moins mois
      *> precedent.
       01 RELEVE-ENTETE.
           05 RLV-TYPE                 PIC X.
           05 RLV-H-MOIS               PIC 9(6).
           05 RLV-H-DATE-TRAIT         PIC 9(8).
           05 FILLER                   PIC X(85).
       01 RELEVE-IDENTITE.
           05 RLV-R-TYPE               PIC X.
           05 RLV-R-BADGE              PIC X(8).
           05 RLV-R-MOIS               PIC 9(6).
           05 RLV-R-NOM                PIC X(30).
           05 RLV-R-DEPT               PIC X(10).
      *> Rang au classement general tprank a la date du releve, sur
      *> le nombre de badges classes ; 0 = pas encore classe.
           05 RLV-R-RANG               PIC 9(6).
           05 RLV-R-NB-CLASSES         PIC 9(6).
           05 FILLER                   PIC X(33).
       01 RELEVE-CHIFFRES.
           05 RLV-S-TYPE               PIC X.
           05 RLV-S-BADGE              PIC X(8).
      *> Mois du releve : parties gagnees et abandonnees, meilleur
      *> et moyenne des essais des parties gagnees (0 sans partie
      *> gagnee), perf/par moyenne du mois ; perf/par moyenne de
      *> toute la carriere reprise du master PLAYMST.DAT (0 quand
      *> le master ne la connait pas).
           05 RLV-S-GAGNEES            PIC 9(4).
           05 RLV-S-ABANDONS           PIC 9(4).
           05 RLV-S-MEILLEUR           PIC 9(4).
           05 RLV-S-MOYENNE            PIC 9(6).
           05 RLV-S-PERF-MOIS          PIC 9(6).
           05 RLV-S-PERF-CARRIERE      PIC 9(6).
      *> Mois precedent : O = au moins une partie, N = aucune (les
      *> evolutions se lisent alors contre zero).
           05 RLV-S-PREC-ACTIF         PIC X.
           05 RLV-S-PREC-GAGNEES       PIC 9(4).
           05 RLV-S-PREC-ABANDONS      PIC 9(4).
           05 RLV-S-PREC-MOYENNE       PIC 9(6).
           05 RLV-S-PREC-PERF          PIC 9(6).
           05 RLV-S-EVOL-GAGNEES       PIC S9(4)
                                       SIGN IS LEADING SEPARATE.
           05 RLV-S-EVOL-ABANDONS      PIC S9(4)
                                       SIGN IS LEADING SEPARATE.
           05 RLV-S-EVOL-MOYENNE       PIC S9(6)
                                       SIGN IS LEADING SEPARATE.
           05 RLV-S-EVOL-PERF          PIC S9(6)
                                       SIGN IS LEADING SEPARATE.
           05 FILLER                   PIC X(16).
       01 RELEVE-TOURNOI.
           05 RLV-N-TYPE               PIC X.
           05 RLV-N-BADGE              PIC X(8).
           05 RLV-N-FIN-TS             PIC 9(14).
           05 RLV-N-MANCHES            PIC 9(2).
           05 RLV-N-TOTAL              PIC 9(6).
      *> Essais moyens par manche (centiemes) et meilleure manche.
           05 RLV-N-MOYENNE            PIC 9(6).
           05 RLV-N-MEILLEURE          PIC 9(4).
           05 FILLER                   PIC X(59).
       01 RELEVE-TOTAL.
           05 RLV-T-TYPE               PIC X.
           05 RLV-T-NB-RELEVES         PIC 9(6).
      *> Enregistrements du fichier, entete et total compris.
           05 RLV-T-NB-ENREG           PIC 9(8).
           05 RLV-T-NB-TOURNOIS        PIC 9(6).
           05 FILLER                   PIC X(79).
