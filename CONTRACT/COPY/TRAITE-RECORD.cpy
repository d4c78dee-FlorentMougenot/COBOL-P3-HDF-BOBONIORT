      *> Referentiel des traites de reassurance en quote-part -
      *> TRAITE-FILE (KSDS). Cle primaire TRT-CODE-PRODUIT : un traite
      *> par code produit, renouvele en place a chaque exercice. Porte
      *> le reassureur, le pourcentage cede des primes et des sinistres,
      *> le taux de commission de reassurance (en pourcentage de la
      *> prime cedee) et la periode de couverture du traite. Un produit
      *> absent du referentiel n'est pas reassure.
       01  TRAITE-ENR.
           05  TRT-CODE-PRODUIT        PIC X(6).
           05  TRT-CODE-REASSUREUR     PIC X(6).
           05  TRT-NOM-REASSUREUR      PIC X(40).
           05  TRT-TAUX-CESSION        PIC 9(3)V99.
           05  TRT-TAUX-COMMISSION     PIC 9(3)V99.
           05  TRT-DATE-DEBUT          PIC 9(8).
           05  TRT-DATE-FIN            PIC 9(8).
           05  FILLER                  PIC X(10).
