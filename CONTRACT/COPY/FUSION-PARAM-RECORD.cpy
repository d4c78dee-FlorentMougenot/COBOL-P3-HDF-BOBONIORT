      *> Cartes de parametres du batch de fusion des adherents en
      *> doublon (fichier sequentiel, une carte par fusion decidee par
      *> le gestionnaire au vu de la liste BAT-DOUBLON-ADHERENT) :
      *> identifiant doublon, dont les contrats sont reportes et la
      *> fiche fermee, et identifiant survivant.
       01  FUSION-PARAM-ENR.
           05  FUS-ID-DOUBLON          PIC X(10).
           05  FUS-ID-SURVIVANT        PIC X(10).
           05  FILLER                  PIC X(10).
