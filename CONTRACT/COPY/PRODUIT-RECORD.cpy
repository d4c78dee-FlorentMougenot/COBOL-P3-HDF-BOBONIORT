      *> de saisie : un code produit ou un code garantie absent du
      *> referentiel est rejete a l'ecran au lieu d'apparaitre comme
      *> anomalie dans la reconciliation nocturne.
      *> Chaque garantie porte aussi sa categorie fiscale et son taux de
      *> taxe speciale sur les conventions d'assurance (TSCA), en
      *> pourcentage : les primes sont saisies taxe comprise et
      *> ventilees net / taxe sur les quittances, et la declaration
      *> mensuelle de TSCA est etablie par categorie. L'enregistrement
      *> est allonge d'autant (fichier a recharger).
       01  PRODUIT-ENR.
           05  PRO-CODE-PRODUIT        PIC X(6).
           05  PRO-LIBELLE             PIC X(30).
               10  PRO-GAR-CODE        PIC X(6).
               10  PRO-GAR-CAPITAL-MIN PIC 9(9)V99.
               10  PRO-GAR-CAPITAL-MAX PIC 9(9)V99.
               10  PRO-GAR-CATEGORIE-TAXE PIC X(4).
               10  PRO-GAR-TAUX-TAXE   PIC 9(2)V99.
           05  FILLER                  PIC X(10).
