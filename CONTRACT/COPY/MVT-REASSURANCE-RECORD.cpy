      *> Mouvement de cession en reassurance sortant vers la
      *> comptabilite - MVT-REASSURANCE-FILE (sequentiel, ouvert en
      *> EXTEND par le batch trimestriel de cession, remis au grand
      *> livre). Un enregistrement par couple reassureur / produit du
      *> trimestre : prime cedee, sinistres cedes, commission de
      *> reassurance et solde (prime cedee - commission - sinistres
      *> cedes ; positif = du au reassureur, negatif = a recevoir) -
      *> comme MVT-COMMISSION-ENR pour les commissions courtier.
       01  MVT-REASSURANCE-ENR.
           05  MVR-CODE-REASSUREUR     PIC X(6).
           05  MVR-CODE-PRODUIT        PIC X(6).
           05  MVR-ANNEE               PIC 9(4).
           05  MVR-TRIMESTRE           PIC 9(1).
           05  MVR-TAUX-CESSION        PIC 9(3)V99.
           05  MVR-PRIME-CEDEE         PIC S9(9)V99.
           05  MVR-SINISTRE-CEDE       PIC S9(9)V99.
           05  MVR-COMMISSION          PIC S9(9)V99.
           05  MVR-SOLDE               PIC S9(9)V99.
           05  MVR-DATE-EFFET          PIC 9(8).
           05  FILLER                  PIC X(10).
