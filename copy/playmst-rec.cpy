      *> d'essais, de duree ou de par, qui ne portent que sur les
      *> parties gagnees. Espaces sur les masters anterieurs = 0.
           05 PMS-FORFEITS          PIC 9(6).
      *> Nombre de lignes d'ajustement (ADJUST.DAT) du badge deja
      *> prises en compte : tpmaster recalcule le badge depuis tous
      *> ses scores quand ce nombre change. Espaces sur les masters
      *> anterieurs = 0.
           05 PMS-ADJ-CNT           PIC 9(4).
