      *> Ordre de virement remis a la banque - fichier sequentiel
      *> produit chaque nuit par le batch de remboursement des avoirs,
      *> un enregistrement par avoir dont le solde (apres compensation
      *> avec les quittances impayees du contrat) est rembourse a
      *> l'adherent. Meme dessin que l'ordre de prelevement : la cle
      *> contrat + periode designe l'avoir rembourse.
       01  ORDRE-VIREMENT-ENR.
           05  VIR-NO-CONTRAT          PIC X(10).
           05  VIR-PERIODE             PIC 9(6).
           05  VIR-ID-ADHERENT         PIC X(10).
           05  VIR-NOM-ADHERENT        PIC X(40).
           05  VIR-IBAN                PIC X(34).
           05  VIR-BIC                 PIC X(11).
           05  VIR-MONTANT             PIC 9(7)V99.
           05  VIR-DATE-VIREMENT       PIC 9(8).
           05  FILLER                  PIC X(10).
