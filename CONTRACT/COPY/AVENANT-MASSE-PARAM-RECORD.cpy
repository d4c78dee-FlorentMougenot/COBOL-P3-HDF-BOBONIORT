      *> Carte de parametres du batch d'avenant de masse (fichier
      *> sequentiel, un seul enregistrement) : produit refondu, code
      *> garantie a retirer et code qui le remplace, avec le capital
      *> assure, la prime annuelle et le libelle de la nouvelle ligne,
      *> date d'effet du remplacement, mode d'execution - S = simulation
      *> (liste d'impact seule, aucune mise a jour), M = mise a jour -
      *> et indicateur de reprise sur checkpoint comme pour le batch de
      *> mise a jour de masse. Les zones les plus utiles en tete : seuls
      *> les 40 premiers caracteres sont repris au journal des batches.
       01  AVENANT-MASSE-PARAM-ENR.
           05  AVM-CODE-PRODUIT        PIC X(6).
           05  AVM-ANCIEN-CODE         PIC X(6).
           05  AVM-NOUVEAU-CODE        PIC X(6).
           05  AVM-DATE-EFFET          PIC 9(8).
           05  AVM-MODE                PIC X(1).
               88  AVM-MODE-SIMULATION     VALUE 'S'.
               88  AVM-MODE-MISE-A-JOUR    VALUE 'M'.
           05  AVM-REPRISE             PIC X(1).
               88  AVM-REPRISE-OUI         VALUE 'O'.
               88  AVM-REPRISE-NON         VALUE 'N'.
           05  AVM-PRIME               PIC 9(7)V99.
           05  AVM-CAPITAL-ASSURE      PIC 9(9)V99.
           05  AVM-LIBELLE             PIC X(30).
           05  FILLER                  PIC X(10).
