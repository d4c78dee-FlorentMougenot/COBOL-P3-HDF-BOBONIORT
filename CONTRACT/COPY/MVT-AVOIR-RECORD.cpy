      *> Mouvement de reglement d'avoir sortant vers la comptabilite -
      *> MVT-AVOIR-FILE (sequentiel, ouvert en EXTEND par le batch de
      *> remboursement des avoirs, remis au grand livre). Un
      *> enregistrement par avoir solde (ou partiellement solde) dans
      *> la nuit : montant impute sur l'avoir, part compensee avec les
      *> quittances impayees du contrat et part remboursee par
      *> virement - comme MVT-PRIME-ENR le fait pour les primes.
       01  MVT-AVOIR-ENR.
           05  MVA-NO-CONTRAT          PIC X(10).
           05  MVA-PERIODE             PIC 9(6).
           05  MVA-CODE-PRODUIT        PIC X(6).
           05  MVA-MONTANT-AVOIR       PIC 9(7)V99.
           05  MVA-MONTANT-COMPENSE    PIC 9(7)V99.
           05  MVA-MONTANT-VIRE        PIC 9(7)V99.
           05  MVA-DATE-EFFET          PIC 9(8).
           05  FILLER                  PIC X(10).
