               88  MVT-RENOUVELLEMENT      VALUE 'RNV'.
               88  MVT-MODIFICATION        VALUE 'MOD'.
               88  MVT-RESILIATION         VALUE 'RES'.
               88  MVT-COMPENSATION        VALUE 'CMP'.
           05  MVT-PRIME-AVANT         PIC 9(7)V99.
           05  MVT-PRIME-APRES         PIC 9(7)V99.
           05  MVT-DATE-EFFET          PIC 9(8).
      *> Compensation (CMP) d'une quittance impayee sur un reglement de
      *> sinistre : reste du avant (brut) en MVT-PRIME-AVANT, part
      *> compensee ici, reste du apres (net) en MVT-PRIME-APRES. Zone
      *> non significative pour les autres types ; prise sur l'ancien
      *> FILLER, la longueur de l'enregistrement est inchangee.
           05  MVT-MONTANT-COMPENSE    PIC 9(7)V99.
           05  FILLER                  PIC X(1).
