      *> Ligne du rapport mensuel des mouvements de portefeuille. Pour
      *> chaque regroupement - code produit (axe PRODUIT), courtier
      *> apporteur (axe COURTIER, DIRECT pour la production directe),
      *> puis le total du portefeuille (axe TOTAL) - sept lignes dans
      *> l'ordre : stock debut de mois, affaires nouvelles, remises en
      *> vigueur, suspensions, resiliations de gestion, resiliations
      *> contentieux, stock fin de mois ; chacune avec le nombre de
      *> contrats et leur prime annuelle. Stock fin = stock debut +
      *> affaires nouvelles + remises en vigueur - resiliations ; les
      *> contrats suspendus restent en stock, la ligne des suspensions
      *> est donnee pour information.
       01  MOUVEMENT-PORTEFEUILLE-ENR.
           05  MPF-AXE                 PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MPF-CODE                PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MPF-MOUVEMENT           PIC X(24).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MPF-NB-CONTRATS         PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MPF-PRIME-ANNUELLE      PIC Z(9)9,99.
