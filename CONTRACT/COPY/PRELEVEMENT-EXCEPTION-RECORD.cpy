      *> Ligne du rapport d'exceptions du prelevement automatique.
      *> Une ligne par quittance echue d'un contrat en mode preleve qui
      *> n'a pas ete presentee a la banque : pas de mandat SEPA actif
      *> pour l'adherent, ou fiche adherent sans IBAN.
       01  EXCEPTION-PRELEV-ENR.
           05  EXP-NO-CONTRAT          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXP-PERIODE             PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXP-ID-ADHERENT         PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXP-MONTANT             PIC Z(6)9,99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXP-MOTIF               PIC X(40).
