      *> Enregistrement mis en quarantaine (QUARANT.DAT) par le
      *> controle d'integrite tpvalid : l'enregistrement d'origine
      *> est retire de son fichier et recopie tel quel ici avec le
      *> fichier d'ou il vient et la premiere regle qu'il viole.
      *> Fichier en ajout seul ; l'exploitant corrige et reinjecte
      *> a la main ce qui doit l'etre.
       01 QUARANT-RECORD.
      *> Fichier d'origine : SCORE, TOURN, CKPT, RUNLOG ou PLAYMST.
           05 QUA-FICHIER              PIC X(8).
      *> Regle violee : NONNUM = zone numerique non numerique,
      *> HORODAT = horodatage impossible, BORNES = borne basse pas
      *> sous la borne haute, CIBLE = cible hors de sa plage, ESSAIS
      *> = partie gagnee sans essai, ISSUE = issue inconnue, MANCHES
      *> = nombre de manches hors 1-10, TOTAL = total different de
      *> la somme des manches, MODE = mode d'execution inconnu,
      *> CUMUL = cumuls du master incoherents, BADGE = badge absent
      *> du referentiel.
           05 QUA-REGLE                PIC X(8).
           05 QUA-DETECT-TS            PIC 9(14).
           05 QUA-DONNEES              PIC X(256).
