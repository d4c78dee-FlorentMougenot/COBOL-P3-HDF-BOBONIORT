      *> enregistrement par quittance emise d'un contrat en mode
      *> preleve. La cle contrat + periode permet a la banque de la
      *> restituer telle quelle sur le fichier des rejets.
      *> Chaque ordre porte les references du mandat SEPA sous lequel
      *> il est emis (RUM, date de signature, type de sequence FRST ou
      *> RCUR) ; l'enregistrement est allonge d'autant, le fichier
      *> etant sequentiel.
       01  ORDRE-PRELEV-ENR.
           05  ORD-NO-CONTRAT          PIC X(10).
           05  ORD-PERIODE             PIC 9(6).
           05  ORD-BIC                 PIC X(11).
           05  ORD-MONTANT             PIC 9(7)V99.
           05  ORD-DATE-PRELEVEMENT    PIC 9(8).
           05  ORD-RUM                 PIC X(35).
           05  ORD-DATE-SIGNATURE      PIC 9(8).
           05  ORD-TYPE-SEQUENCE       PIC X(4).
           05  FILLER                  PIC X(10).
