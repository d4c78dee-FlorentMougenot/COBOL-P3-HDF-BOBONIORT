      *> Carte de parametres du batch trimestriel de cession en
      *> reassurance (fichier sequentiel, un seul enregistrement) :
      *> annee et numero du trimestre civil (1 a 4) a ceder.
       01  REASSURANCE-PARAM-ENR.
           05  RAP-ANNEE               PIC 9(4).
           05  RAP-TRIMESTRE           PIC 9(1).
           05  FILLER                  PIC X(10).
