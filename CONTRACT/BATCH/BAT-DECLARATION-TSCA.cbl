       >>SOURCE FORMAT FREE
      *> Batch mensuel : declaration de la taxe speciale sur les
      *> conventions d'assurance (TSCA).
      *> Parcourt QUITTANCE-FILE ; chaque quittance reglee au plus
      *> tard dans le mois declare et pas encore declaree - quelle que
      *> soit l'anciennete de son reglement (prelevement pointe a la
      *> date d'echeance, reglement saisi en retard) - est reprise
      *> pour sa ventilation fiscale : prime nette et taxe par couple
      *> categorie / taux de TSCA, les avoirs rembourses ou compenses
      *> en deduction. L'etat DECLTSCAF porte une ligne par couple
      *> (nombre de quittances, assiette, taxe, total) et une ligne de
      *> total, a reporter tel quel sur la declaration. Chaque
      *> quittance reprise est marquee du mois declare
      *> (QUI-PERIODE-TSCA) : elle ne sera pas declaree une seconde
      *> fois, meme si elle est remise en impayee puis reglee a
      *> nouveau ; une reexecution du meme mois la reprend a
      *> l'identique.
      *> Le lancement et la fin du traitement sont journalises sur le
      *> journal commun des batches via BATCH-JOURNAL ; un abandon
      *> (quittances indisponibles) ressort en code de fin 8. Une
      *> table des couples saturee ressort en code de fin 4 : la
      *> declaration editee est incomplete, WS-TABLE-TSCA est a
      *> agrandir avant de reexecuter le mois.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAT-DECLARATION-TSCA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "TSCAPARAMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT QUITTANCE-FILE ASSIGN TO "QUITTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QUI-CLE
               FILE STATUS IS WS-FS-QUITTANCE.

           SELECT DECLARATION-FILE ASSIGN TO "DECLTSCAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECLARATION.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       COPY "TSCA-PARAM-RECORD.cpy".

       FD  QUITTANCE-FILE.
       COPY "QUITTANCE-RECORD.cpy".

       FD  DECLARATION-FILE.
       COPY "DECLARATION-TSCA-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAM                   PIC X(2).
       01  WS-FS-QUITTANCE               PIC X(2).
           88  WS-FS-QUITTANCE-OK            VALUE '00'.
           88  WS-FS-QUITTANCE-EOF           VALUE '10'.
       01  WS-FS-DECLARATION             PIC X(2).

      *> Mois declare (AAAAMM).
       01  WS-MOIS-DECLARE               PIC 9(6).

      *> Cumuls par couple categorie / taux, meme mecanique de table a
      *> creation au premier passage que WS-TABLE-COMMISSION de
      *> BAT-COMMISSION. Montants signes : un avoir vient en deduction.
       01  WS-TABLE-TSCA.
           05  WS-TSC-ENTRY OCCURS 50 TIMES
               INDEXED BY WS-IDX-TSC.
               10  WS-TSC-CATEGORIE          PIC X(6).
               10  WS-TSC-TAUX               PIC 9(2)V99.
               10  WS-TSC-NB-QUITTANCES      PIC 9(9).
               10  WS-TSC-ASSIETTE           PIC S9(11)V99.
               10  WS-TSC-TAXE               PIC S9(11)V99.
       01  WS-NB-COUPLES                 PIC 9(3) VALUE ZERO.
       01  WS-NB-COUPLES-MAX             PIC 9(3) VALUE 50.
       01  WS-TROUVE                     PIC X(1).
           88  WS-COUPLE-TROUVE              VALUE 'O'.
           88  WS-TABLE-TSCA-PLEINE          VALUE 'P'.

      *> Ligne de ventilation de la quittance en cours, signee.
       01  WS-IDX-VENTIL                 PIC 9(2).
       01  WS-CATEGORIE-LIGNE            PIC X(6).
       01  WS-TAUX-LIGNE                 PIC 9(2)V99.
       01  WS-NET-LIGNE                  PIC S9(9)V99.
       01  WS-TAXE-LIGNE                 PIC S9(9)V99.

       01  WS-TOTAL-NB-QUITTANCES        PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-ASSIETTE             PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-TAXE                 PIC S9(11)V99 VALUE ZERO.

       01  WS-NB-QUITTANCES-LUES         PIC 9(9) VALUE ZERO.
       01  WS-NB-QUITTANCES-DECLAREES    PIC 9(9) VALUE ZERO.
       01  WS-NB-LIGNES-EDITEES          PIC 9(9) VALUE ZERO.

      *> Code de fin journalise et rendu a l'appelant : zero quand les
      *> quittances ont ete parcourues, 4 quand une ligne n'a pu etre
      *> cumulee faute de place dans la table des couples, 8 quand le
      *> traitement a ete abandonne faute de quittances.
       01  WS-CODE-RETOUR                PIC 9(4) VALUE ZERO.

       COPY "BATCH-JOURNAL-ZONE.cpy".

       PROCEDURE DIVISION.
       0000-DEBUT.
           PERFORM 0100-OUVERTURE
           PERFORM 0200-LIRE-PARAMETRES
           PERFORM 0250-JOURNAL-DEBUT
           PERFORM 1000-CUMULER-QUITTANCES
               UNTIL WS-FS-QUITTANCE-EOF
           IF WS-CODE-RETOUR NOT = 8
               PERFORM 3000-EDITER-DECLARATION
           END-IF
           PERFORM 0900-FERMETURE
           PERFORM 0950-JOURNAL-FIN
           DISPLAY "BAT-DECLARATION-TSCA : " WS-NB-QUITTANCES-LUES
               " QUITTANCES LUES, " WS-NB-QUITTANCES-DECLAREES
               " DECLAREES, " WS-NB-LIGNES-EDITEES " LIGNES"
           GOBACK.

       0100-OUVERTURE.
           OPEN INPUT PARAM-FILE
           OPEN I-O QUITTANCE-FILE
           OPEN OUTPUT DECLARATION-FILE.

       0200-LIRE-PARAMETRES.
           READ PARAM-FILE
           MOVE TXP-MOIS-DECLARE TO WS-MOIS-DECLARE
      *> Sans quittances, aucune assiette ne peut etre etablie : mieux
      *> vaut abandonner que d'editer une declaration a zero.
           IF NOT WS-FS-QUITTANCE-OK
               DISPLAY "QUITTANCES INDISPONIBLES (" WS-FS-QUITTANCE
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
               SET WS-FS-QUITTANCE-EOF TO TRUE
           END-IF
           IF NOT WS-FS-QUITTANCE-EOF
               PERFORM 1100-LIRE-QUITTANCE-SUIVANTE
           END-IF.

       0900-FERMETURE.
           CLOSE PARAM-FILE
           IF WS-CODE-RETOUR NOT = 8
               CLOSE QUITTANCE-FILE
           END-IF
           CLOSE DECLARATION-FILE.

      *> Seules les quittances integralement reglees entrent dans la
      *> declaration : la taxe suit la prime effectivement encaissee,
      *> une quittance partielle attend son dernier encaissement. Une
      *> quittance non encore declaree est reprise des que son
      *> reglement est date du mois declare ou d'un mois anterieur ;
      *> une quittance deja marquee du mois declare est reprise a la
      *> reexecution, une quittance marquee d'un autre mois ne l'est
      *> pas.
       1000-CUMULER-QUITTANCES.
           ADD 1 TO WS-NB-QUITTANCES-LUES
           IF QUI-PERIODE-TSCA IS NOT NUMERIC
               MOVE ZERO TO QUI-PERIODE-TSCA
           END-IF
           IF QUI-STATUT-REGLEE
               AND ((QUI-PERIODE-TSCA = ZERO
                     AND QUI-DATE-REGLEMENT(1:6) <= WS-MOIS-DECLARE)
                   OR QUI-PERIODE-TSCA = WS-MOIS-DECLARE)
               PERFORM 1200-DECLARER-QUITTANCE
           END-IF
           PERFORM 1100-LIRE-QUITTANCE-SUIVANTE.

       1100-LIRE-QUITTANCE-SUIVANTE.
           READ QUITTANCE-FILE NEXT RECORD
               AT END
                   SET WS-FS-QUITTANCE-EOF TO TRUE
           END-READ.

      *> 1200-DECLARER-QUITTANCE : chaque ligne de ventilation de la
      *> quittance est cumulee sous son couple categorie / taux ; une
      *> quittance sans ventilation (emise avant sa mise en place) est
      *> declaree en entier sous NONVEN, taxe a zero. La quittance est
      *> ensuite marquee du mois declare.
       1200-DECLARER-QUITTANCE.
           IF QUI-NB-VENTILATIONS IS NOT NUMERIC
               OR QUI-NB-VENTILATIONS = ZERO
               MOVE 'NONVEN' TO WS-CATEGORIE-LIGNE
               MOVE ZERO TO WS-TAUX-LIGNE
               MOVE QUI-MONTANT-DU TO WS-NET-LIGNE
               MOVE ZERO TO WS-TAXE-LIGNE
               PERFORM 1300-CUMULER-LIGNE
           ELSE
               PERFORM 1250-DECLARER-LIGNE-VENTILATION
                   VARYING WS-IDX-VENTIL FROM 1 BY 1
                   UNTIL WS-IDX-VENTIL > QUI-NB-VENTILATIONS
           END-IF
           ADD 1 TO WS-NB-QUITTANCES-DECLAREES
           MOVE WS-MOIS-DECLARE TO QUI-PERIODE-TSCA
           REWRITE QUITTANCE-ENR
               INVALID KEY
                   DISPLAY "ERREUR REECRITURE QUITTANCE : "
                       WS-FS-QUITTANCE
           END-REWRITE.

       1250-DECLARER-LIGNE-VENTILATION.
           MOVE QUI-VT-CATEGORIE(WS-IDX-VENTIL) TO WS-CATEGORIE-LIGNE
           IF WS-CATEGORIE-LIGNE = SPACES
               MOVE 'NONVEN' TO WS-CATEGORIE-LIGNE
           END-IF
           MOVE QUI-VT-TAUX(WS-IDX-VENTIL) TO WS-TAUX-LIGNE
           MOVE QUI-VT-MONTANT-NET(WS-IDX-VENTIL) TO WS-NET-LIGNE
           MOVE QUI-VT-MONTANT-TAXE(WS-IDX-VENTIL) TO WS-TAXE-LIGNE
           PERFORM 1300-CUMULER-LIGNE.

      *> Un avoir (rembourse ou compense) vient en deduction de
      *> l'assiette et de la taxe de son couple. Table pleine : la
      *> ligne est signalee et n'est pas cumulee, mais la quittance
      *> est marquee du mois comme les autres. La reexecution du mois
      *> la reprend, mais avec une table de meme taille elle
      *> deborderait au meme point : la declaration n'est juste
      *> qu'apres agrandissement de WS-TABLE-TSCA et de
      *> WS-NB-COUPLES-MAX, puis reexecution du mois.
       1300-CUMULER-LIGNE.
           IF QUI-TYPE-AVOIR
               COMPUTE WS-NET-LIGNE = ZERO - WS-NET-LIGNE
               COMPUTE WS-TAXE-LIGNE = ZERO - WS-TAXE-LIGNE
           END-IF
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-IDX-TSC FROM 1 BY 1
               UNTIL WS-IDX-TSC > WS-NB-COUPLES
               OR WS-COUPLE-TROUVE
               IF WS-TSC-CATEGORIE(WS-IDX-TSC) = WS-CATEGORIE-LIGNE
                   AND WS-TSC-TAUX(WS-IDX-TSC) = WS-TAUX-LIGNE
                   MOVE 'O' TO WS-TROUVE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-COUPLE-TROUVE
                   SUBTRACT 1 FROM WS-IDX-TSC
               WHEN WS-NB-COUPLES >= WS-NB-COUPLES-MAX
                   DISPLAY "TABLE DES COUPLES PLEINE A "
                       WS-NB-COUPLES-MAX " : QUITTANCE "
                       QUI-NO-CONTRAT "/" QUI-PERIODE " LIGNE "
                       WS-CATEGORIE-LIGNE " NON DECLAREE - TABLE A"
                       " AGRANDIR AVANT REEXECUTION DU MOIS"
                   MOVE 4 TO WS-CODE-RETOUR
                   MOVE 'P' TO WS-TROUVE
               WHEN OTHER
                   ADD 1 TO WS-NB-COUPLES
                   SET WS-IDX-TSC TO WS-NB-COUPLES
                   MOVE WS-CATEGORIE-LIGNE
                       TO WS-TSC-CATEGORIE(WS-IDX-TSC)
                   MOVE WS-TAUX-LIGNE TO WS-TSC-TAUX(WS-IDX-TSC)
                   MOVE ZERO TO WS-TSC-NB-QUITTANCES(WS-IDX-TSC)
                   MOVE ZERO TO WS-TSC-ASSIETTE(WS-IDX-TSC)
                   MOVE ZERO TO WS-TSC-TAXE(WS-IDX-TSC)
           END-EVALUATE
           IF NOT WS-TABLE-TSCA-PLEINE
               ADD 1 TO WS-TSC-NB-QUITTANCES(WS-IDX-TSC)
               ADD WS-NET-LIGNE TO WS-TSC-ASSIETTE(WS-IDX-TSC)
               ADD WS-TAXE-LIGNE TO WS-TSC-TAXE(WS-IDX-TSC)
           END-IF.

      *> 3000-EDITER-DECLARATION : une ligne par couple dans l'ordre de
      *> creation, puis la ligne de total (nombre de quittances
      *> distinctes declarees, taux sans objet).
       3000-EDITER-DECLARATION.
           PERFORM 3100-EDITER-COUPLE
               VARYING WS-IDX-TSC FROM 1 BY 1
               UNTIL WS-IDX-TSC > WS-NB-COUPLES
           MOVE SPACES TO DECLARATION-TSCA-ENR
           MOVE 'TOTAL' TO TSC-CATEGORIE
           MOVE ZERO TO TSC-TAUX
           MOVE WS-NB-QUITTANCES-DECLAREES TO TSC-NB-QUITTANCES
           MOVE WS-TOTAL-ASSIETTE TO TSC-ASSIETTE
           MOVE WS-TOTAL-TAXE TO TSC-TAXE
           COMPUTE TSC-TOTAL = WS-TOTAL-ASSIETTE + WS-TOTAL-TAXE
           WRITE DECLARATION-TSCA-ENR
           ADD 1 TO WS-NB-LIGNES-EDITEES.

       3100-EDITER-COUPLE.
           MOVE SPACES TO DECLARATION-TSCA-ENR
           MOVE WS-TSC-CATEGORIE(WS-IDX-TSC) TO TSC-CATEGORIE
           MOVE WS-TSC-TAUX(WS-IDX-TSC) TO TSC-TAUX
           MOVE WS-TSC-NB-QUITTANCES(WS-IDX-TSC) TO TSC-NB-QUITTANCES
           MOVE WS-TSC-ASSIETTE(WS-IDX-TSC) TO TSC-ASSIETTE
           MOVE WS-TSC-TAXE(WS-IDX-TSC) TO TSC-TAXE
           COMPUTE TSC-TOTAL =
               WS-TSC-ASSIETTE(WS-IDX-TSC) + WS-TSC-TAXE(WS-IDX-TSC)
           WRITE DECLARATION-TSCA-ENR
           ADD 1 TO WS-NB-LIGNES-EDITEES
           ADD WS-TSC-ASSIETTE(WS-IDX-TSC) TO WS-TOTAL-ASSIETTE
           ADD WS-TSC-TAXE(WS-IDX-TSC) TO WS-TOTAL-TAXE.

      *> Journal commun des batches : un enregistrement de debut (carte
      *> parametre comprise) au lancement et un de fin (compteurs, code
      *> de fin) a l'issue du traitement, via BATCH-JOURNAL.
       0250-JOURNAL-DEBUT.
           MOVE 'BAT-DECLARATION-TSCA' TO JRN-Z-NOM-PROGRAMME
           SET JRN-Z-DEBUT TO TRUE
           MOVE TSCA-PARAM-ENR TO JRN-Z-CARTE-PARAM
           MOVE ZERO TO JRN-Z-NB-LUS JRN-Z-NB-ECRITS JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE.

       0950-JOURNAL-FIN.
           SET JRN-Z-FIN TO TRUE
           MOVE WS-NB-QUITTANCES-LUES TO JRN-Z-NB-LUS
           MOVE WS-NB-QUITTANCES-DECLAREES TO JRN-Z-NB-ECRITS
           MOVE WS-CODE-RETOUR TO JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
