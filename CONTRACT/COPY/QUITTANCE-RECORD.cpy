               88  QUI-TYPE-PERIODE       VALUE 'P' SPACE.
               88  QUI-TYPE-AVENANT       VALUE 'A'.
               88  QUI-TYPE-AVOIR         VALUE 'V'.
      *> Origine du reglement : 'C' quand tout ou partie de la
      *> quittance a ete soldee par compensation (avoir d'avenant ou
      *> reglement de sinistre) et non par un encaissement ; espace
      *> sinon. Prise sur l'ancien FILLER, longueur inchangee.
           05  QUI-ORIGINE-REGLEMENT   PIC X(1).
               88  QUI-REGLT-COMPENSATION VALUE 'C'.
      *> Ventilation fiscale du montant du : prime nette et taxe
      *> speciale sur les conventions d'assurance (TSCA), au total et
      *> par categorie fiscale des garanties (taux repris du referentiel
      *> produit a l'emission). Les montants sont exprimes dans le sens
      *> de la quittance (un avoir porte des montants positifs, comme
      *> son montant du) ; ils sont signes parce qu'une quittance
      *> d'avenant peut melanger un ajout et un retrait de categories
      *> differentes. Net + taxe = montant du, ligne par ligne.
      *> QUI-PERIODE-TSCA est le mois (AAAAMM) de la declaration de
      *> TSCA qui a repris la quittance une fois reglee, zero tant
      *> qu'elle n'a pas ete declaree. Enregistrement allonge d'autant
      *> (fichier a recharger).
           05  QUI-MONTANT-NET         PIC S9(7)V99.
           05  QUI-MONTANT-TAXE        PIC S9(7)V99.
           05  QUI-NB-VENTILATIONS     PIC 9(2).
           05  QUI-VENTILATION OCCURS 10 TIMES.
               10  QUI-VT-CATEGORIE    PIC X(4).
               10  QUI-VT-TAUX         PIC 9(2)V99.
               10  QUI-VT-MONTANT-NET  PIC S9(7)V99.
               10  QUI-VT-MONTANT-TAXE PIC S9(7)V99.
           05  QUI-PERIODE-TSCA        PIC 9(6).
           05  FILLER                  PIC X(8).
