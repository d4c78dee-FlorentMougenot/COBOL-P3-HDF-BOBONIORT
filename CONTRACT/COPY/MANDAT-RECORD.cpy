      *> Mandat de prelevement SEPA - MANDAT-FILE (KSDS)
      *> Cle primaire : MDT-ID-ADHERENT (un mandat courant par
      *> adherent). Signe, modifie (changement d'IBAN) et revoque dans
      *> ADHERENT-MAINT ; BAT-PRELEVEMENT n'emet d'ordre que sous un
      *> mandat actif et le fait passer de premier (FRST) a recurrent
      *> (RCUR) apres le premier ordre ; BAT-REJET-PRELEVEMENT le
      *> revoque sur un rejet pour mandat revoque ou compte clos.
      *> La RUM (reference unique du mandat) est attribuee a la
      *> signature : identifiant adherent + horodatage de signature.
       01  MANDAT-ENR.
           05  MDT-ID-ADHERENT         PIC X(10).
           05  MDT-RUM                 PIC X(35).
           05  MDT-DATE-SIGNATURE      PIC 9(8).
           05  MDT-IBAN                PIC X(34).
           05  MDT-BIC                 PIC X(11).
           05  MDT-TYPE-SEQUENCE       PIC X(4).
               88  MDT-SEQUENCE-PREMIER   VALUE 'FRST'.
               88  MDT-SEQUENCE-RECURRENT VALUE 'RCUR'.
           05  MDT-STATUT              PIC X(1).
               88  MDT-STATUT-ACTIF       VALUE 'A'.
               88  MDT-STATUT-REVOQUE     VALUE 'R'.
           05  MDT-DATE-MODIFICATION   PIC 9(8).
           05  MDT-DATE-REVOCATION     PIC 9(8).
           05  MDT-MOTIF-REVOCATION    PIC X(40).
           05  FILLER                  PIC X(10).
