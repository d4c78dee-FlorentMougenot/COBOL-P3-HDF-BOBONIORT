           MOVE WS-PRIME-AVANT-RENOUV TO MVT-PRIME-AVANT
           MOVE CTR-MONTANT-PRIME TO MVT-PRIME-APRES
           MOVE WS-DATE-TRAITEMENT TO MVT-DATE-EFFET
           MOVE ZERO TO MVT-MONTANT-COMPENSE
           WRITE MVT-PRIME-ENR
           PERFORM 1300-REMETTRE-CAPITAL-CONSOMME.

