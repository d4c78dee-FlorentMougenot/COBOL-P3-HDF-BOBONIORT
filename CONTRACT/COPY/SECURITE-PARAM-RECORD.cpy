      *> Carte de parametres de l'edition du journal de securite
      *> (fichier sequentiel, un seul enregistrement) : periode a
      *> editer, dates incluses. Date de debut a zero = depuis
      *> l'origine du journal, date de fin a zero = jusqu'au dernier
      *> evenement.
       01  SECURITE-PARAM-ENR.
           05  SPR-DATE-DEBUT          PIC 9(8).
           05  SPR-DATE-FIN            PIC 9(8).
           05  FILLER                  PIC X(14).
