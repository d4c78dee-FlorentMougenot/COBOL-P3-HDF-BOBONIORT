      *> enregistrement par reglement valide dans CONTRAT-SINISTRE :
      *> la compta ne ressaisit plus les sorties d'argent depuis les
      *> dossiers papier, comme MVT-PRIME-ENR l'a fait pour les primes.
      *> Le montant regle est le brut du sinistre ; quand l'adherent a
      *> accepte d'en deduire ses quittances impayees, la part
      *> compensee et le net reellement verse sont portes a cote
      *> (compense a zero et net egal au brut sinon). L'enregistrement
      *> est allonge des deux montants, le fichier etant sequentiel.
       01  MVT-SINISTRE-ENR.
           05  MVS-NO-CONTRAT          PIC X(10).
           05  MVS-NO-SINISTRE         PIC 9(5).
           05  MVS-CODE-GARANTIE       PIC X(6).
           05  MVS-MONTANT-REGLE       PIC 9(9)V99.
           05  MVS-DATE-REGLEMENT      PIC 9(8).
           05  MVS-MONTANT-COMPENSE    PIC 9(9)V99.
           05  MVS-MONTANT-NET         PIC 9(9)V99.
           05  FILLER                  PIC X(10).
