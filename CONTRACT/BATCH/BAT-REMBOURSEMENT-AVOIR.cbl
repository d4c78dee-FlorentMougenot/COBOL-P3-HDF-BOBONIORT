       >>SOURCE FORMAT FREE
      *> Batch nocturne : reglement des avoirs d'avenant.
      *> Parcourt QUITTANCE-FILE ; chaque avoir encore ouvert (emis ou
      *> partiellement solde) est d'abord compense avec les quittances
      *> impayees du meme contrat - l'adherent ne se voit pas rembourser
      *> une somme qu'il doit encore - puis le solde eventuel lui est
      *> rembourse par un ordre de virement sur le fichier remis a la
      *> banque (coordonnees bancaires reprises de la fiche adherent).
      *> Les quittances compensees sont pointees reglees (ou
      *> partielles) par compensation a la date de traitement, l'avoir
      *> est pointe solde et un mouvement de reglement d'avoir
      *> (compense / vire) part vers la comptabilite. Un adherent sans
      *> IBAN ressort en anomalie : la compensation est faite, le solde
      *> de l'avoir reste ouvert (remboursable au guichet ou a la nuit
      *> suivante une fois l'IBAN saisi).
      *> Les avoirs qu'un avenant de MENU-CONTRACT n'a pas pu cumuler
      *> sur une quittance deja reglee sont emis sous une periode de
      *> regularisation (mois 13 a 98 de l'annee) et suivent ce meme
      *> circuit.
      *> Lance avant BAT-PRELEVEMENT : une quittance compensee dans la
      *> nuit n'est plus presentee a la banque que pour son reste du.
      *> La carte PARAMF est la meme que celle de BAT-ECHEANCE (seule
      *> la date de traitement est utilisee ici).
      *> Le lancement et la fin du traitement sont journalises sur le
      *> journal commun des batches via BATCH-JOURNAL ; un abandon
      *> (quittances ou contrats indisponibles, erreur de lecture des
      *> quittances) ressort en code 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAT-REMBOURSEMENT-AVOIR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PARAMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT QUITTANCE-FILE ASSIGN TO "QUITTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUI-CLE
               FILE STATUS IS WS-FS-QUITTANCE.

           SELECT CONTRAT-FILE ASSIGN TO "CONTRATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-NO-CONTRAT
               FILE STATUS IS WS-FS-CONTRAT.

           SELECT ADHERENT-FILE ASSIGN TO "ADHERF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADH-ID
               FILE STATUS IS WS-FS-ADHERENT.

           SELECT VIREMENT-FILE ASSIGN TO "ORDVIRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VIREMENT.

           SELECT MVT-AVOIR-FILE ASSIGN TO "MVTAVRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MVT-AVOIR.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       COPY "PARAM-ECHEANCE-RECORD.cpy".

       FD  QUITTANCE-FILE.
       COPY "QUITTANCE-RECORD.cpy".

       FD  CONTRAT-FILE.
       COPY "CONTRAT-RECORD.cpy".

       FD  ADHERENT-FILE.
       COPY "ADHERENT-RECORD.cpy".

       FD  VIREMENT-FILE.
       COPY "VIREMENT-ORDRE-RECORD.cpy".

       FD  MVT-AVOIR-FILE.
       COPY "MVT-AVOIR-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAM                   PIC X(2).
       01  WS-FS-QUITTANCE               PIC X(2).
           88  WS-FS-QUITTANCE-OK            VALUE '00'.
           88  WS-FS-QUITTANCE-EOF           VALUE '10'.
       01  WS-FS-CONTRAT                 PIC X(2).
           88  WS-FS-CONTRAT-OK              VALUE '00'.
       01  WS-FS-ADHERENT                PIC X(2).
           88  WS-FS-ADHERENT-OK             VALUE '00'.
       01  WS-FS-VIREMENT                PIC X(2).
       01  WS-FS-MVT-AVOIR               PIC X(2).

       01  WS-DATE-TRAITEMENT            PIC 9(8).

      *> Image de l'avoir en cours de reglement : QUITTANCE-ENR est
      *> reutilise pour parcourir les quittances du contrat, l'avoir
      *> est relu par sa cle au moment d'etre pointe.
       COPY "QUITTANCE-RECORD.cpy"
           REPLACING ==QUITTANCE-ENR== BY ==AVOIR-ENR==
           LEADING ==QUI== BY ==AVR==.

       01  WS-RESTE-AVOIR                PIC 9(7)V99.
       01  WS-RESTE-QUITTANCE            PIC 9(7)V99.
       01  WS-IMPUTATION                 PIC 9(7)V99.
       01  WS-TOTAL-COMPENSE             PIC 9(7)V99.
       01  WS-MONTANT-VIRE               PIC 9(7)V99.
       01  WS-MONTANT-EDITE              PIC ZZZZZZ9,99.

       01  WS-NB-QUITTANCES-LUES         PIC 9(9) VALUE ZERO.
       01  WS-NB-AVOIRS-TRAITES          PIC 9(9) VALUE ZERO.
       01  WS-NB-COMPENSATIONS           PIC 9(9) VALUE ZERO.
       01  WS-NB-VIREMENTS-EMIS          PIC 9(9) VALUE ZERO.
       01  WS-NB-ANOMALIES               PIC 9(9) VALUE ZERO.

      *> Code de fin journalise et rendu a l'appelant : zero quand les
      *> quittances ont ete parcourues, 8 quand le traitement a ete
      *> abandonne faute de quittances ou de contrats, ou interrompu
      *> sur une erreur de lecture des quittances.
       01  WS-CODE-RETOUR                PIC 9(4) VALUE ZERO.

       COPY "BATCH-JOURNAL-ZONE.cpy".

       PROCEDURE DIVISION.
       0000-DEBUT.
           PERFORM 0100-OUVERTURE
           PERFORM 0200-LIRE-PARAMETRES
           PERFORM 0250-JOURNAL-DEBUT
           PERFORM 1000-TRAITER-QUITTANCES
               UNTIL WS-FS-QUITTANCE-EOF
           PERFORM 0900-FERMETURE
           PERFORM 0950-JOURNAL-FIN
           DISPLAY "BAT-REMBOURSEMENT-AVOIR : " WS-NB-QUITTANCES-LUES
               " QUITTANCES LUES, " WS-NB-AVOIRS-TRAITES
               " AVOIRS REGLES, " WS-NB-COMPENSATIONS
               " COMPENSATIONS, " WS-NB-VIREMENTS-EMIS
               " VIREMENTS EMIS, " WS-NB-ANOMALIES " ANOMALIES"
           GOBACK.

       0100-OUVERTURE.
           OPEN INPUT PARAM-FILE
           OPEN I-O QUITTANCE-FILE
           OPEN INPUT CONTRAT-FILE
           OPEN INPUT ADHERENT-FILE
           OPEN OUTPUT VIREMENT-FILE
      *> MVTAVRF est cree a la premiere ecriture : un statut 35
      *> (fichier absent) est rattrape par une ouverture OUTPUT, comme
      *> pour les autres fichiers de mouvements comptables.
           OPEN EXTEND MVT-AVOIR-FILE
           IF WS-FS-MVT-AVOIR = '35'
               OPEN OUTPUT MVT-AVOIR-FILE
           END-IF.

       0200-LIRE-PARAMETRES.
           READ PARAM-FILE
           MOVE PAR-DATE-TRAITEMENT TO WS-DATE-TRAITEMENT
      *> Sans quittances, rien a regler ; sans contrats, impossible de
      *> retrouver l'adherent a rembourser : abandon dans les deux cas,
      *> mieux vaut rembourser la nuit suivante que rembourser faux.
           IF NOT WS-FS-QUITTANCE-OK
               DISPLAY "QUITTANCES INDISPONIBLES (" WS-FS-QUITTANCE
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
               SET WS-FS-QUITTANCE-EOF TO TRUE
           END-IF
           IF NOT WS-FS-CONTRAT-OK
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "CONTRATS INDISPONIBLES (" WS-FS-CONTRAT
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
               SET WS-FS-QUITTANCE-EOF TO TRUE
           END-IF
           IF NOT WS-FS-QUITTANCE-EOF
               MOVE LOW-VALUES TO QUI-CLE
               START QUITTANCE-FILE KEY IS NOT LESS THAN QUI-CLE
                   INVALID KEY
                       SET WS-FS-QUITTANCE-EOF TO TRUE
               END-START
           END-IF
           IF NOT WS-FS-QUITTANCE-EOF
               PERFORM 1100-LIRE-QUITTANCE-SUIVANTE
           END-IF.

       0900-FERMETURE.
           CLOSE PARAM-FILE
           CLOSE QUITTANCE-FILE
           CLOSE CONTRAT-FILE
           CLOSE ADHERENT-FILE
           CLOSE VIREMENT-FILE
           CLOSE MVT-AVOIR-FILE.

      *> Seuls les avoirs encore ouverts (emis ou partiellement soldes)
      *> sont regles ; les quittances a payer ne sont touchees que par
      *> la compensation d'un avoir de leur contrat.
       1000-TRAITER-QUITTANCES.
           ADD 1 TO WS-NB-QUITTANCES-LUES
           IF QUI-TYPE-AVOIR
               AND QUI-STATUT-IMPAYEE
               PERFORM 2000-REGLER-AVOIR
           END-IF
           IF NOT WS-FS-QUITTANCE-EOF
               PERFORM 1100-LIRE-QUITTANCE-SUIVANTE
           END-IF.

      *> Tout statut autre que lecture correcte ou fin de fichier
      *> interrompt le parcours : la quittance en zone n'est pas sure
      *> et ne doit etre ni compensee ni remboursee.
       1100-LIRE-QUITTANCE-SUIVANTE.
           READ QUITTANCE-FILE NEXT RECORD
               AT END
                   SET WS-FS-QUITTANCE-EOF TO TRUE
           END-READ
           IF NOT WS-FS-QUITTANCE-OK
               AND NOT WS-FS-QUITTANCE-EOF
               DISPLAY "ERREUR LECTURE QUITTANCES (" WS-FS-QUITTANCE
                   ") : TRAITEMENT INTERROMPU"
               MOVE 8 TO WS-CODE-RETOUR
               SET WS-FS-QUITTANCE-EOF TO TRUE
           END-IF.

      *> 2000-REGLER-AVOIR : compensation, virement du solde, pointage
      *> de l'avoir et mouvement comptable. La compensation parcourt
      *> les quittances du contrat depuis sa premiere periode ; le
      *> parcours principal est ensuite repositionne juste apres
      *> l'avoir, pour reprendre la ou il s'etait arrete. Apres une
      *> erreur de lecture pendant la compensation, les quittances deja
      *> compensees sont pointees sur l'avoir mais le solde n'est pas
      *> vire et le parcours n'est pas repris.
       2000-REGLER-AVOIR.
           MOVE QUITTANCE-ENR TO AVOIR-ENR
           COMPUTE WS-RESTE-AVOIR = AVR-MONTANT-DU - AVR-MONTANT-REGLE
           MOVE ZERO TO WS-TOTAL-COMPENSE
           MOVE ZERO TO WS-MONTANT-VIRE
           PERFORM 2100-COMPENSER-QUITTANCES
           IF WS-RESTE-AVOIR > ZERO
               AND WS-CODE-RETOUR NOT = 8
               PERFORM 2300-EMETTRE-VIREMENT
           END-IF
           IF WS-TOTAL-COMPENSE + WS-MONTANT-VIRE > ZERO
               PERFORM 2400-POINTER-AVOIR
           END-IF
           IF WS-CODE-RETOUR NOT = 8
               MOVE AVR-CLE TO QUI-CLE
               START QUITTANCE-FILE KEY IS GREATER THAN QUI-CLE
                   INVALID KEY
                       SET WS-FS-QUITTANCE-EOF TO TRUE
               END-START
           ELSE
               SET WS-FS-QUITTANCE-EOF TO TRUE
           END-IF.

       2100-COMPENSER-QUITTANCES.
           MOVE AVR-NO-CONTRAT TO QUI-NO-CONTRAT
           MOVE ZERO TO QUI-PERIODE
           START QUITTANCE-FILE KEY IS NOT LESS THAN QUI-CLE
               INVALID KEY
                   SET WS-FS-QUITTANCE-EOF TO TRUE
           END-START
           IF NOT WS-FS-QUITTANCE-EOF
               PERFORM 1100-LIRE-QUITTANCE-SUIVANTE
               PERFORM 2200-COMPENSER-QUITTANCE
                   UNTIL WS-FS-QUITTANCE-EOF
                   OR QUI-NO-CONTRAT NOT = AVR-NO-CONTRAT
                   OR WS-RESTE-AVOIR = ZERO
           END-IF.

      *> Une quittance a payer du contrat (jamais un autre avoir) recoit
      *> au plus son reste du ; elle passe reglee quand il est couvert,
      *> partielle sinon - le reste suit alors le circuit normal
      *> (guichet, prelevement, contentieux).
       2200-COMPENSER-QUITTANCE.
           IF QUI-STATUT-IMPAYEE
               AND NOT QUI-TYPE-AVOIR
               COMPUTE WS-RESTE-QUITTANCE =
                   QUI-MONTANT-DU - QUI-MONTANT-REGLE
               IF WS-RESTE-QUITTANCE > WS-RESTE-AVOIR
                   MOVE WS-RESTE-AVOIR TO WS-IMPUTATION
               ELSE
                   MOVE WS-RESTE-QUITTANCE TO WS-IMPUTATION
               END-IF
               ADD WS-IMPUTATION TO QUI-MONTANT-REGLE
               MOVE WS-DATE-TRAITEMENT TO QUI-DATE-REGLEMENT
               SET QUI-REGLT-COMPENSATION TO TRUE
               IF QUI-MONTANT-REGLE = QUI-MONTANT-DU
                   SET QUI-STATUT-REGLEE TO TRUE
               ELSE
                   SET QUI-STATUT-PARTIELLE TO TRUE
               END-IF
               REWRITE QUITTANCE-ENR
                   INVALID KEY
                       DISPLAY "ERREUR REECRITURE QUITTANCE : "
                           WS-FS-QUITTANCE
               END-REWRITE
               IF WS-FS-QUITTANCE-OK
                   SUBTRACT WS-IMPUTATION FROM WS-RESTE-AVOIR
                   ADD WS-IMPUTATION TO WS-TOTAL-COMPENSE
                   ADD 1 TO WS-NB-COMPENSATIONS
                   MOVE WS-IMPUTATION TO WS-MONTANT-EDITE
                   DISPLAY "BAT-REMBOURSEMENT-AVOIR : QUITTANCE "
                       QUI-NO-CONTRAT " / " QUI-PERIODE
                       " COMPENSEE PAR AVOIR " AVR-PERIODE
                       " POUR " WS-MONTANT-EDITE
               END-IF
           END-IF
           IF WS-RESTE-AVOIR > ZERO
               PERFORM 1100-LIRE-QUITTANCE-SUIVANTE
           END-IF.

      *> 2300-EMETTRE-VIREMENT : les coordonnees bancaires viennent de
      *> la fiche adherent du contrat ; contrat ou fiche absents, ou
      *> IBAN vide, le virement n'est pas emis et le solde de l'avoir
      *> reste ouvert.
       2300-EMETTRE-VIREMENT.
           MOVE AVR-NO-CONTRAT TO CTR-NO-CONTRAT
           READ CONTRAT-FILE
               KEY IS CTR-NO-CONTRAT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-CONTRAT-OK
               MOVE CTR-ID-ADHERENT TO ADH-ID
               READ ADHERENT-FILE
                   KEY IS ADH-ID
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF NOT WS-FS-CONTRAT-OK
               OR NOT WS-FS-ADHERENT-OK
               OR ADH-IBAN = SPACES
               ADD 1 TO WS-NB-ANOMALIES
               MOVE WS-RESTE-AVOIR TO WS-MONTANT-EDITE
               DISPLAY "BAT-REMBOURSEMENT-AVOIR : AVOIR "
                   AVR-NO-CONTRAT " / " AVR-PERIODE
                   " SANS IBAN ADHERENT - SOLDE " WS-MONTANT-EDITE
                   " NON REMBOURSE"
           ELSE
               MOVE AVR-NO-CONTRAT TO VIR-NO-CONTRAT
               MOVE AVR-PERIODE TO VIR-PERIODE
               MOVE CTR-ID-ADHERENT TO VIR-ID-ADHERENT
               MOVE CTR-NOM-ADHERENT TO VIR-NOM-ADHERENT
               MOVE ADH-IBAN TO VIR-IBAN
               MOVE ADH-BIC TO VIR-BIC
               MOVE WS-RESTE-AVOIR TO VIR-MONTANT
               MOVE WS-DATE-TRAITEMENT TO VIR-DATE-VIREMENT
               WRITE ORDRE-VIREMENT-ENR
               ADD 1 TO WS-NB-VIREMENTS-EMIS
               MOVE WS-RESTE-AVOIR TO WS-MONTANT-VIRE
               MOVE ZERO TO WS-RESTE-AVOIR
           END-IF.

      *> 2400-POINTER-AVOIR : l'avoir est relu par sa cle (la zone
      *> quittance a servi a la compensation) et recoit en regle la
      *> part compensee et la part viree de la nuit ; il passe solde
      *> quand plus rien n'est du a l'adherent.
       2400-POINTER-AVOIR.
           MOVE AVR-CLE TO QUI-CLE
           READ QUITTANCE-FILE
               KEY IS QUI-CLE
               INVALID KEY
                   DISPLAY "ERREUR RELECTURE AVOIR : " WS-FS-QUITTANCE
           END-READ
           IF WS-FS-QUITTANCE-OK
               ADD WS-TOTAL-COMPENSE WS-MONTANT-VIRE
                   TO QUI-MONTANT-REGLE
               MOVE WS-DATE-TRAITEMENT TO QUI-DATE-REGLEMENT
               IF WS-TOTAL-COMPENSE > ZERO
                   SET QUI-REGLT-COMPENSATION TO TRUE
               END-IF
               IF QUI-MONTANT-REGLE = QUI-MONTANT-DU
                   SET QUI-STATUT-REGLEE TO TRUE
               ELSE
                   SET QUI-STATUT-PARTIELLE TO TRUE
               END-IF
               REWRITE QUITTANCE-ENR
                   INVALID KEY
                       DISPLAY "ERREUR REECRITURE AVOIR : "
                           WS-FS-QUITTANCE
               END-REWRITE
               IF WS-FS-QUITTANCE-OK
                   ADD 1 TO WS-NB-AVOIRS-TRAITES
                   PERFORM 2500-EMETTRE-MVT-AVOIR
               END-IF
           END-IF.

       2500-EMETTRE-MVT-AVOIR.
           MOVE AVR-NO-CONTRAT TO MVA-NO-CONTRAT
           MOVE AVR-PERIODE TO MVA-PERIODE
           MOVE AVR-CODE-PRODUIT TO MVA-CODE-PRODUIT
           COMPUTE MVA-MONTANT-AVOIR =
               WS-TOTAL-COMPENSE + WS-MONTANT-VIRE
           MOVE WS-TOTAL-COMPENSE TO MVA-MONTANT-COMPENSE
           MOVE WS-MONTANT-VIRE TO MVA-MONTANT-VIRE
           MOVE WS-DATE-TRAITEMENT TO MVA-DATE-EFFET
           WRITE MVT-AVOIR-ENR.

      *> Journal commun des batches : un enregistrement de debut (carte
      *> parametre comprise) au lancement et un de fin (compteurs, code
      *> de fin) a l'issue du traitement, via BATCH-JOURNAL.
       0250-JOURNAL-DEBUT.
           MOVE 'BAT-REMBOURSEMENT-AVOIR' TO JRN-Z-NOM-PROGRAMME
           SET JRN-Z-DEBUT TO TRUE
           MOVE PARAM-ENR TO JRN-Z-CARTE-PARAM
           MOVE ZERO TO JRN-Z-NB-LUS JRN-Z-NB-ECRITS JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE.

       0950-JOURNAL-FIN.
           SET JRN-Z-FIN TO TRUE
           MOVE WS-NB-QUITTANCES-LUES TO JRN-Z-NB-LUS
           MOVE WS-NB-AVOIRS-TRAITES TO JRN-Z-NB-ECRITS
           MOVE WS-CODE-RETOUR TO JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
