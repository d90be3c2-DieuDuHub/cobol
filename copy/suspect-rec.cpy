      *> Signalement de jeu suspect (SUSPECT.DAT), ecrit par tpsuspect
      *> a partir du journal des saisies : une ligne par partie et par
      *> regle declenchee, cle logique badge + fin de partie au
      *> journal + regle. Tant qu'un badge garde un signalement
      *> ouvert, tpweekly l'ecarte des gagnants de la semaine.
       01 SUSPECT-RECORD.
           05 SUS-KEY.
               10 SUS-BADGE            PIC X(8).
               10 SUS-GAME-END-TS      PIC 9(14).
      *> Regle declenchee : INDICE = saisie contraire a l'indice
      *> PLUS/MOINS qui vient d'etre donne, RAPIDE = saisies plus
      *> rapides qu'une frappe humaine, GAINVITE = victoires repetees
      *> du badge en un ou deux essais.
               10 SUS-RULE             PIC X(8).
           05 SUS-GAME-START-TS        PIC 9(14).
           05 SUS-TARGET               PIC 9(4).
           05 SUS-GUESSES              PIC 9(4).
      *> Occurrences constatees : saisies contraires, saisies trop
      *> rapides ou victoires rapides du badge selon la regle.
           05 SUS-COUNT                PIC 9(4).
           05 SUS-DETECT-DATE          PIC 9(8).
      *> Statut : O = ouvert, L = leve par le superviseur (date et
      *> identifiant de la levee a la suite).
           05 SUS-STATUS               PIC X.
           05 SUS-CLEAR-DATE           PIC 9(8).
           05 SUS-CLEAR-BY             PIC X(8).
