      *> Ligne de l'etat de declaration mensuelle de la taxe speciale
      *> sur les conventions d'assurance (TSCA). Une ligne par couple
      *> categorie fiscale / taux : nombre de quittances reglees du
      *> mois, assiette (prime nette), taxe due et total encaisse, les
      *> avoirs rembourses venant en deduction ; puis une ligne TOTAL.
      *> La categorie NONVEN regroupe les montants sans categorie fiscale
      *> (quittances emises avant la ventilation, garantie absente du
      *> referentiel produit) : montant entier en assiette, taxe a zero.
       01  DECLARATION-TSCA-ENR.
           05  TSC-CATEGORIE           PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TSC-TAUX                PIC Z9,99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TSC-NB-QUITTANCES       PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TSC-ASSIETTE            PIC -(9)9,99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TSC-TAXE                PIC -(9)9,99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TSC-TOTAL               PIC -(9)9,99.
