      *> l'echeance) sur QUITTANCE-FILE, que le guichet soldera au fil
      *> des encaissements. Une quittance deja emise pour la meme periode
      *> (relance d'avis, nouvelle execution du batch) n'est pas reemise.
      *> Chaque quittance est ventilee prime nette / TSCA par categorie
      *> fiscale : la prime annuelle des lignes de garantie actives du
      *> contrat est repartie selon la categorie et le taux que le
      *> referentiel produit donne a chaque code garantie, puis chaque
      *> fraction au prorata. Garantie absente du referentiel (ou
      *> referentiel indisponible) : ligne sans categorie, taux zero -
      *> elle ressort a part sur la declaration de TSCA.
      *> Le lancement et la fin du traitement sont journalises sur le
      *> journal commun des batches via BATCH-JOURNAL.
       IDENTIFICATION DIVISION.
               RECORD KEY IS ADH-ID
               FILE STATUS IS WS-FS-ADHERENT.

           SELECT GARANTIE-FILE ASSIGN TO "GARANTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CLE
               FILE STATUS IS WS-FS-GARANTIE.

           SELECT PRODUIT-FILE ASSIGN TO "PRODUITF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODE-PRODUIT
               FILE STATUS IS WS-FS-PRODUIT.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       FD  ADHERENT-FILE.
       COPY "ADHERENT-RECORD.cpy".

       FD  GARANTIE-FILE.
       COPY "CONTRAT-GARANTIE-RECORD.cpy".

       FD  PRODUIT-FILE.
       COPY "PRODUIT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAM                  PIC X(2).
       01  WS-FS-CONTRAT                PIC X(2).
           88  WS-FS-QUITTANCE-OK           VALUE '00'.
       01  WS-FS-ADHERENT               PIC X(2).
           88  WS-FS-ADHERENT-OK            VALUE '00'.
       01  WS-FS-GARANTIE               PIC X(2).
           88  WS-FS-GARANTIE-OK            VALUE '00'.
           88  WS-FS-GARANTIE-EOF           VALUE '10'.
       01  WS-FS-PRODUIT                PIC X(2).
           88  WS-FS-PRODUIT-OK             VALUE '00'.

      *> Referentiel adherent indisponible = avis sans adresse, comme
      *> avant sa mise en place.
       01  WS-CONTROLE-ADHERENT         PIC X(1) VALUE 'N'.
           88  WS-ADHERENT-DISPONIBLE       VALUE 'O'.
      *> Garanties ou referentiel produit indisponibles = quittances
      *> sans ventilation fiscale (une ligne sans categorie).
       01  WS-CONTROLE-GARANTIE         PIC X(1) VALUE 'N'.
           88  WS-GARANTIE-DISPONIBLE       VALUE 'O'.
       01  WS-CONTROLE-PRODUIT          PIC X(1) VALUE 'N'.
           88  WS-PRODUIT-DISPONIBLE        VALUE 'O'.

      *> Ventilation fiscale du contrat : prime annuelle des garanties
      *> actives cumulee par couple categorie / taux de TSCA, table a
      *> creation au premier passage. Chaque quittance en recoit une
      *> part au prorata de son montant du ; la derniere ligne porte
      *> le reste des arrondis pour que les parts fassent le montant.
       01  WS-TABLE-VENTILATION.
           05  WS-VTX-LIGNE OCCURS 10 TIMES.
               10  WS-VTX-CATEGORIE         PIC X(4).
               10  WS-VTX-TAUX              PIC 9(2)V99.
               10  WS-VTX-MONTANT           PIC S9(9)V99.
       01  WS-NB-VTX                    PIC 9(2) VALUE ZERO.
       01  WS-IDX-VTX                   PIC 9(2).
       01  WS-VTX-TROUVE                PIC X(1).
           88  WS-VTX-LIGNE-TROUVEE         VALUE 'O'.
       01  WS-VTX-TOTAL                 PIC S9(9)V99.
       01  WS-VTX-CUMUL                 PIC S9(7)V99.
       01  WS-VTX-PART                  PIC S9(7)V99.
       01  WS-CATEGORIE-GARANTIE        PIC X(4).
       01  WS-TAUX-GARANTIE             PIC 9(2)V99.
       01  WS-IDX-GAR-PROD              PIC 9(2).
       01  WS-GAR-PROD-TROUVE           PIC X(1).
           88  WS-GARANTIE-REFERENCEE       VALUE 'O'.

       01  WS-DATE-TRAITEMENT            PIC 9(8).
       01  WS-NB-JOURS                   PIC 9(3).
           OPEN INPUT ADHERENT-FILE
           IF WS-FS-ADHERENT-OK
               MOVE 'O' TO WS-CONTROLE-ADHERENT
           END-IF
           OPEN INPUT GARANTIE-FILE
           IF WS-FS-GARANTIE-OK
               MOVE 'O' TO WS-CONTROLE-GARANTIE
           END-IF
           OPEN INPUT PRODUIT-FILE
           IF WS-FS-PRODUIT-OK
               MOVE 'O' TO WS-CONTROLE-PRODUIT
           END-IF.

       0200-LIRE-PARAMETRES.
           CLOSE QUITTANCE-FILE
           IF WS-ADHERENT-DISPONIBLE
               CLOSE ADHERENT-FILE
           END-IF
           IF WS-GARANTIE-DISPONIBLE
               CLOSE GARANTIE-FILE
           END-IF
           IF WS-PRODUIT-DISPONIBLE
               CLOSE PRODUIT-FILE
           END-IF.

       1000-TRAITER-CONTRATS.
           COMPUTE WS-MONTANT-DERNIERE =
               CTR-MONTANT-PRIME
               - (WS-MONTANT-FRACTION * (WS-NB-FRACTIONS - 1))
           PERFORM 1400-PREPARER-VENTILATION
           PERFORM 1350-EMETTRE-QUITTANCE-FRACTION
               VARYING WS-IDX-FRACTION FROM 1 BY 1
               UNTIL WS-IDX-FRACTION > WS-NB-FRACTIONS.
           MOVE ZERO                    TO QUI-DATE-REGLEMENT
           SET QUI-STATUT-EMISE         TO TRUE
           MOVE 'P'                     TO QUI-TYPE
           MOVE SPACE                   TO QUI-ORIGINE-REGLEMENT
           MOVE ZERO                    TO QUI-PERIODE-TSCA
           PERFORM 1500-VENTILER-QUITTANCE
           WRITE QUITTANCE-ENR
               INVALID KEY
                   CONTINUE
               ADD 1 TO WS-NB-QUITTANCES-EMISES
           END-IF.

      *> 1400-PREPARER-VENTILATION : cumul de la prime annuelle des
      *> lignes de garantie actives du contrat par categorie / taux de
      *> TSCA, d'apres la fiche referentiel du produit du contrat.
       1400-PREPARER-VENTILATION.
           MOVE ZERO TO WS-NB-VTX
           MOVE ZERO TO WS-VTX-TOTAL
           MOVE '99' TO WS-FS-PRODUIT
           IF WS-PRODUIT-DISPONIBLE
               MOVE CTR-CODE-PRODUIT TO PRO-CODE-PRODUIT
               READ PRODUIT-FILE
                   KEY IS PRO-CODE-PRODUIT
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WS-GARANTIE-DISPONIBLE
               MOVE CTR-NO-CONTRAT TO GAR-NO-CONTRAT
               MOVE ZERO TO GAR-NO-LIGNE
               START GARANTIE-FILE KEY IS NOT LESS THAN GAR-CLE
                   INVALID KEY
                       SET WS-FS-GARANTIE-EOF TO TRUE
               END-START
               PERFORM 1410-VENTILER-LIGNE-SUIVANTE
                   UNTIL WS-FS-GARANTIE-EOF
                   OR GAR-NO-CONTRAT NOT = CTR-NO-CONTRAT
           END-IF.

       1410-VENTILER-LIGNE-SUIVANTE.
           READ GARANTIE-FILE NEXT RECORD
               AT END
                   SET WS-FS-GARANTIE-EOF TO TRUE
           END-READ
           IF WS-FS-GARANTIE-OK
               AND GAR-NO-CONTRAT = CTR-NO-CONTRAT
               AND GAR-STATUT-ACTIVE
               PERFORM 1420-CHERCHER-TAXE-GARANTIE
               PERFORM 1430-CUMULER-VENTILATION
               ADD GAR-PRIME TO WS-VTX-TOTAL
           END-IF.

      *> Categorie et taux de TSCA du code garantie sur la fiche
      *> produit chargee ; fiche ou code absents = sans categorie.
       1420-CHERCHER-TAXE-GARANTIE.
           MOVE SPACES TO WS-CATEGORIE-GARANTIE
           MOVE ZERO TO WS-TAUX-GARANTIE
           MOVE 'N' TO WS-GAR-PROD-TROUVE
           IF WS-FS-PRODUIT-OK
               PERFORM VARYING WS-IDX-GAR-PROD FROM 1 BY 1
                   UNTIL WS-IDX-GAR-PROD > PRO-NB-GARANTIES
                   OR WS-GARANTIE-REFERENCEE
                   IF PRO-GAR-CODE(WS-IDX-GAR-PROD) = GAR-CODE-GARANTIE
                       MOVE 'O' TO WS-GAR-PROD-TROUVE
                       MOVE PRO-GAR-CATEGORIE-TAXE(WS-IDX-GAR-PROD)
                           TO WS-CATEGORIE-GARANTIE
                       MOVE PRO-GAR-TAUX-TAXE(WS-IDX-GAR-PROD)
                           TO WS-TAUX-GARANTIE
                   END-IF
               END-PERFORM
           END-IF.

       1430-CUMULER-VENTILATION.
           MOVE 'N' TO WS-VTX-TROUVE
           PERFORM VARYING WS-IDX-VTX FROM 1 BY 1
               UNTIL WS-IDX-VTX > WS-NB-VTX
               OR WS-VTX-LIGNE-TROUVEE
               IF WS-VTX-CATEGORIE(WS-IDX-VTX) = WS-CATEGORIE-GARANTIE
                   AND WS-VTX-TAUX(WS-IDX-VTX) = WS-TAUX-GARANTIE
                   MOVE 'O' TO WS-VTX-TROUVE
               END-IF
           END-PERFORM
      *> Table pleine (onze couples pour dix lignes de quittance, cas
      *> d'un code hors referentiel en plus des dix codes de la fiche) :
      *> le couple en trop est verse sur la derniere ligne.
           IF NOT WS-VTX-LIGNE-TROUVEE
               IF WS-NB-VTX < 10
                   ADD 1 TO WS-NB-VTX
                   MOVE WS-NB-VTX TO WS-IDX-VTX
                   MOVE WS-CATEGORIE-GARANTIE
                       TO WS-VTX-CATEGORIE(WS-IDX-VTX)
                   MOVE WS-TAUX-GARANTIE TO WS-VTX-TAUX(WS-IDX-VTX)
                   MOVE ZERO TO WS-VTX-MONTANT(WS-IDX-VTX)
               ELSE
                   MOVE WS-NB-VTX TO WS-IDX-VTX
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-IDX-VTX
           END-IF
           ADD GAR-PRIME TO WS-VTX-MONTANT(WS-IDX-VTX).

      *> 1500-VENTILER-QUITTANCE : part de chaque ligne de la table au
      *> prorata du montant du de la quittance, la derniere prenant le
      *> reste ; contrat sans garantie active (ou garanties
      *> indisponibles) = une ligne unique sans categorie, taux zero.
      *> La prime etant saisie taxe comprise, net = part / (1 + taux).
       1500-VENTILER-QUITTANCE.
           MOVE ZERO TO QUI-MONTANT-NET QUI-MONTANT-TAXE
           PERFORM 1510-VIDER-LIGNE-VENTILATION
               VARYING WS-IDX-VTX FROM 1 BY 1
               UNTIL WS-IDX-VTX > 10
           IF WS-NB-VTX = ZERO
               OR WS-VTX-TOTAL = ZERO
               MOVE 1 TO QUI-NB-VENTILATIONS
               MOVE QUI-MONTANT-DU TO QUI-VT-MONTANT-NET(1)
               MOVE QUI-MONTANT-DU TO QUI-MONTANT-NET
           ELSE
               MOVE WS-NB-VTX TO QUI-NB-VENTILATIONS
               MOVE ZERO TO WS-VTX-CUMUL
               PERFORM 1520-POSER-LIGNE-VENTILATION
                   VARYING WS-IDX-VTX FROM 1 BY 1
                   UNTIL WS-IDX-VTX > WS-NB-VTX
           END-IF.

       1510-VIDER-LIGNE-VENTILATION.
           MOVE SPACES TO QUI-VT-CATEGORIE(WS-IDX-VTX)
           MOVE ZERO TO QUI-VT-TAUX(WS-IDX-VTX)
           MOVE ZERO TO QUI-VT-MONTANT-NET(WS-IDX-VTX)
           MOVE ZERO TO QUI-VT-MONTANT-TAXE(WS-IDX-VTX).

       1520-POSER-LIGNE-VENTILATION.
           IF WS-IDX-VTX = WS-NB-VTX
               COMPUTE WS-VTX-PART = QUI-MONTANT-DU - WS-VTX-CUMUL
           ELSE
               COMPUTE WS-VTX-PART ROUNDED =
                   WS-VTX-MONTANT(WS-IDX-VTX) * QUI-MONTANT-DU
                   / WS-VTX-TOTAL
           END-IF
           ADD WS-VTX-PART TO WS-VTX-CUMUL
           MOVE WS-VTX-CATEGORIE(WS-IDX-VTX)
               TO QUI-VT-CATEGORIE(WS-IDX-VTX)
           MOVE WS-VTX-TAUX(WS-IDX-VTX) TO QUI-VT-TAUX(WS-IDX-VTX)
           COMPUTE QUI-VT-MONTANT-NET(WS-IDX-VTX) ROUNDED =
               WS-VTX-PART * 100 / (100 + WS-VTX-TAUX(WS-IDX-VTX))
           COMPUTE QUI-VT-MONTANT-TAXE(WS-IDX-VTX) =
               WS-VTX-PART - QUI-VT-MONTANT-NET(WS-IDX-VTX)
           ADD QUI-VT-MONTANT-NET(WS-IDX-VTX) TO QUI-MONTANT-NET
           ADD QUI-VT-MONTANT-TAXE(WS-IDX-VTX) TO QUI-MONTANT-TAXE.

      *> Journal commun des batches : un enregistrement de debut (carte
      *> parametre comprise) au lancement et un de fin (compteurs, code
      *> de fin) a l'issue du traitement, via BATCH-JOURNAL.
