      *> Table des fichiers d'une generation de sauvegarde, commune
      *> a tpsauve (fichiers sauvegardes, dans l'ordre du manifeste)
      *> et tprestor (manifeste relu). WS-MAX-FICHIERS est la
      *> dimension de la table : les deux programmes la prennent
      *> ici et ne peuvent plus diverger.
       01 WS-MAX-FICHIERS              PIC 9(2) VALUE 15.
       01 WS-FIC-TAB.
           05 WS-FIC-ENTRY OCCURS 15 TIMES.
               10 WS-FIC-NOM           PIC X(12).
      *> O = present, N = absent.
               10 WS-FIC-PRESENT       PIC X.
               10 WS-FIC-NB            PIC 9(9).
               10 WS-FIC-CTL           PIC 9(18).
               10 WS-FIC-ETAT          PIC X(11).
