      *> abandonne faute de quittances.
       01  WS-CODE-RETOUR                PIC 9(4) VALUE ZERO.

       COPY "MOTIF-CONTENTIEUX-ZONE.cpy".

       COPY "BATCH-JOURNAL-ZONE.cpy".

       PROCEDURE DIVISION.
               WS-JOUR-JULIEN-SUSPENSION + WS-DELAI-RESILIATION
               SET CTR-STATUT-RESILIE TO TRUE
               MOVE WS-DATE-TRAITEMENT TO CTR-DATE-RESILIATION
               MOVE WS-MOTIF-CONTENTIEUX TO CTR-MOTIF-RESILIATION
               REWRITE CONTRAT-ENR
               ADD 1 TO WS-NB-RESILIES
               MOVE 'R' TO HIS-CODE-ACTION
           MOVE CTR-MONTANT-PRIME TO MVT-PRIME-AVANT
           MOVE CTR-MONTANT-PRIME TO MVT-PRIME-APRES
           MOVE WS-DATE-TRAITEMENT TO MVT-DATE-EFFET
           MOVE ZERO TO MVT-MONTANT-COMPENSE
           WRITE MVT-PRIME-ENR.

      *> Journal commun des batches : un enregistrement de debut (carte
