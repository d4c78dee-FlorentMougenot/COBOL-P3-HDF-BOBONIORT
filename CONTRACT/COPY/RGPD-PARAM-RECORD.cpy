      *> Carte de parametres du batch d'anonymisation des anciens
      *> adherents (fichier sequentiel, un seul enregistrement) : date
      *> de traitement et duree legale de retention en annees - un
      *> contrat archive dont la resiliation est posterieure a la date
      *> de traitement diminuee de la retention garde son adherent.
       01  RGPD-PARAM-ENR.
           05  RGP-DATE-TRAITEMENT     PIC 9(8).
           05  RGP-RETENTION-ANNEES    PIC 9(2).
           05  FILLER                  PIC X(10).
