           05  REJ-PERIODE             PIC 9(6).
           05  REJ-MONTANT             PIC 9(7)V99.
           05  REJ-MOTIF               PIC X(40).
      *> Code motif normalise du rejet quand la banque le fournit :
      *> AC04 compte clos, MD01 pas de mandat ou mandat revoque - le
      *> mandat de l'adherent est alors revoque. Pris sur l'ancien
      *> FILLER, la longueur de l'enregistrement est inchangee.
           05  REJ-CODE-MOTIF          PIC X(4).
               88  REJ-MANDAT-CADUC       VALUE 'AC04' 'MD01'.
           05  FILLER                  PIC X(6).
