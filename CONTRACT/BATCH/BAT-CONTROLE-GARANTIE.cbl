               MOVE CTR-MONTANT-PRIME TO MVT-PRIME-AVANT
               MOVE WS-PRIME-CALCULEE TO MVT-PRIME-APRES
               MOVE WS-DATE-TRAITEMENT TO MVT-DATE-EFFET
               MOVE ZERO TO MVT-MONTANT-COMPENSE
               WRITE MVT-PRIME-ENR
           END-IF
           MOVE WS-PRIME-CALCULEE TO CTR-MONTANT-PRIME
