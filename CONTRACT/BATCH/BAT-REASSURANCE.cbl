       >>SOURCE FORMAT FREE
      *> Batch trimestriel : cession en reassurance quote-part.
      *> Parcourt QUITTANCE-FILE ; chaque encaissement reel du
      *> trimestre (date de reglement, avoirs d'avenant en deduction)
      *> d'un produit couvert par un traite du referentiel TRAITEF en
      *> vigueur a la date de reglement est cumule par produit, hors
      *> taxe (TSCA) quand la quittance porte sa ventilation fiscale -
      *> la taxe n'est pas cedee. Parcourt ensuite SINISTRE-FILE :
      *> chaque sinistre regle dans le trimestre et survenu (declare)
      *> pendant la periode du traite de son produit est cumule pour
      *> son montant brut, compensation de quittances comprise. Pour
      *> chaque couple reassureur / produit sont calcules la prime
      *> cedee et les sinistres cedes au pourcentage du traite, la
      *> commission de reassurance sur la prime cedee, et le solde
      *> (prime cedee - commission - sinistres cedes : positif = du au
      *> reassureur, negatif = a recevoir). Le batch produit un
      *> bordereau de cession par reassureur et un mouvement vers la
      *> comptabilite par couple, comme BAT-COMMISSION pour les
      *> courtiers. Meme approximation assumee que BAT-COMMISSION :
      *> une quittance reglee en plusieurs fois est rattachee au
      *> trimestre de son dernier encaissement.
      *> Le lancement et la fin du traitement sont journalises sur le
      *> journal commun des batches via BATCH-JOURNAL ; un abandon
      *> (quittances, contrats ou traites indisponibles) ressort en
      *> code de fin 8. Un sinistre regle a verifier (contrat
      *> introuvable, survenance hors de la periode du traite) ou une
      *> table des cessions saturee ressort en code de fin 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAT-REASSURANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "REAPARAMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT QUITTANCE-FILE ASSIGN TO "QUITTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QUI-CLE
               FILE STATUS IS WS-FS-QUITTANCE.

           SELECT SINISTRE-FILE ASSIGN TO "SINISTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIN-CLE
               FILE STATUS IS WS-FS-SINISTRE.

           SELECT CONTRAT-FILE ASSIGN TO "CONTRATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-NO-CONTRAT
               FILE STATUS IS WS-FS-CONTRAT.

           SELECT TRAITE-FILE ASSIGN TO "TRAITEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRT-CODE-PRODUIT
               FILE STATUS IS WS-FS-TRAITE.

           SELECT BORDEREAU-FILE ASSIGN TO "BORDREAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BORDEREAU.

           SELECT MVT-REA-FILE ASSIGN TO "MVTREAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MVT-REA.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       COPY "REASSURANCE-PARAM-RECORD.cpy".

       FD  QUITTANCE-FILE.
       COPY "QUITTANCE-RECORD.cpy".

       FD  SINISTRE-FILE.
       COPY "SINISTRE-RECORD.cpy".

       FD  CONTRAT-FILE.
       COPY "CONTRAT-RECORD.cpy".

       FD  TRAITE-FILE.
       COPY "TRAITE-RECORD.cpy".

       FD  BORDEREAU-FILE.
       COPY "BORDEREAU-CESSION-RECORD.cpy".

       FD  MVT-REA-FILE.
       COPY "MVT-REASSURANCE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAM                   PIC X(2).
       01  WS-FS-QUITTANCE               PIC X(2).
           88  WS-FS-QUITTANCE-OK            VALUE '00'.
           88  WS-FS-QUITTANCE-EOF           VALUE '10'.
       01  WS-FS-SINISTRE                PIC X(2).
           88  WS-FS-SINISTRE-OK             VALUE '00'.
           88  WS-FS-SINISTRE-EOF            VALUE '10'.
       01  WS-FS-CONTRAT                 PIC X(2).
           88  WS-FS-CONTRAT-OK              VALUE '00'.
       01  WS-FS-TRAITE                  PIC X(2).
           88  WS-FS-TRAITE-OK               VALUE '00'.
       01  WS-FS-BORDEREAU               PIC X(2).
       01  WS-FS-MVT-REA                 PIC X(2).

      *> Trimestre cede et ses bornes en AAAAMMJJ ; le 31 sert de borne
      *> de fin quel que soit le mois, seule la comparaison compte.
      *> WS-ARRETE-TRIMESTRE est le vrai dernier jour du trimestre,
      *> date d'effet des mouvements remis a la comptabilite.
       01  WS-ANNEE-CESSION              PIC 9(4).
       01  WS-TRIMESTRE-CESSION          PIC 9(1).
       01  WS-DEBUT-TRIMESTRE            PIC 9(8).
       01  WS-FIN-TRIMESTRE              PIC 9(8).
       01  WS-ARRETE-TRIMESTRE           PIC 9(8).

       01  WS-DATE-COUVERTE              PIC 9(8).
       01  WS-PRODUIT-CEDE               PIC X(6).
       01  WS-MONTANT-SIGNE              PIC S9(9)V99.
       01  WS-TRAITE-APPLICABLE          PIC X(1).
           88  WS-TRAITE-EN-VIGUEUR          VALUE 'O'.
           88  WS-TRAITE-HORS-PERIODE        VALUE 'H'.

      *> Cumuls par produit reassure, meme mecanique de table a
      *> creation au premier passage que WS-TABLE-COMMISSION de
      *> BAT-COMMISSION. Le reassureur et les taux sont repris du
      *> traite a la creation de l'entree ; la base de primes est
      *> signee (un avoir rembourse vient en deduction). WS-RC-EDITE
      *> marque les entrees deja portees sur un bordereau lors de
      *> l'edition groupee par reassureur.
       01  WS-TABLE-CESSION.
           05  WS-RC-ENTRY OCCURS 100 TIMES
               INDEXED BY WS-IDX-RC WS-IDX-RC2.
               10  WS-RC-REASSUREUR          PIC X(6).
               10  WS-RC-NOM-REASSUREUR      PIC X(40).
               10  WS-RC-PRODUIT             PIC X(6).
               10  WS-RC-TAUX-CESSION        PIC 9(3)V99.
               10  WS-RC-TAUX-COMMISSION     PIC 9(3)V99.
               10  WS-RC-BASE-PRIMES         PIC S9(11)V99.
               10  WS-RC-BASE-SINISTRES      PIC S9(11)V99.
               10  WS-RC-EDITE               PIC X(1).
       01  WS-NB-COUPLES                 PIC 9(3) VALUE ZERO.
       01  WS-NB-COUPLES-MAX             PIC 9(3) VALUE 100.
       01  WS-TROUVE                     PIC X(1).
           88  WS-COUPLE-TROUVE              VALUE 'O'.
           88  WS-TABLE-CESSION-PLEINE       VALUE 'P'.

       01  WS-REASSUREUR-COURANT         PIC X(6).
       01  WS-PRIME-CEDEE                PIC S9(9)V99.
       01  WS-SINISTRE-CEDE              PIC S9(9)V99.
       01  WS-COMMISSION                 PIC S9(9)V99.
       01  WS-SOLDE                      PIC S9(9)V99.
       01  WS-TOTAL-PRIME-CEDEE          PIC S9(9)V99.
       01  WS-TOTAL-SINISTRE-CEDE        PIC S9(9)V99.
       01  WS-TOTAL-COMMISSION           PIC S9(9)V99.
       01  WS-TOTAL-SOLDE                PIC S9(9)V99.

       01  WS-MONTANT-EDITE              PIC -(8)9,99.
       01  WS-PRIME-EDITEE               PIC -(8)9,99.
       01  WS-SINISTRE-EDITE             PIC -(8)9,99.
       01  WS-COMMISSION-EDITEE          PIC -(8)9,99.
       01  WS-SOLDE-EDITE                PIC -(8)9,99.
       01  WS-TAUX-EDITE                 PIC ZZ9,99.

       01  WS-NB-QUITTANCES-LUES         PIC 9(9) VALUE ZERO.
       01  WS-NB-SINISTRES-LUS           PIC 9(9) VALUE ZERO.
       01  WS-NB-REASSUREURS-EDITES      PIC 9(9) VALUE ZERO.
       01  WS-NB-MVT-EMIS                PIC 9(9) VALUE ZERO.

      *> Code de fin journalise et rendu a l'appelant : zero quand les
      *> fichiers ont ete parcourus, 4 quand des sinistres regles sont
      *> a ceder a la main ou que la table des cessions est pleine, 8
      *> quand le traitement a ete abandonne faute de quittances, de
      *> contrats ou de traites.
       01  WS-CODE-RETOUR                PIC 9(4) VALUE ZERO.

       COPY "BATCH-JOURNAL-ZONE.cpy".

       PROCEDURE DIVISION.
       0000-DEBUT.
           PERFORM 0100-OUVERTURE
           PERFORM 0200-LIRE-PARAMETRES
           PERFORM 0250-JOURNAL-DEBUT
           PERFORM 1000-CUMULER-QUITTANCES
               UNTIL WS-FS-QUITTANCE-EOF
           PERFORM 2000-CUMULER-SINISTRES
               UNTIL WS-FS-SINISTRE-EOF
           PERFORM 3000-EDITER-BORDEREAUX
           PERFORM 0900-FERMETURE
           PERFORM 0950-JOURNAL-FIN
           DISPLAY "BAT-REASSURANCE : " WS-NB-QUITTANCES-LUES
               " QUITTANCES LUES, " WS-NB-SINISTRES-LUS
               " SINISTRES LUS, " WS-NB-REASSUREURS-EDITES
               " BORDEREAUX, " WS-NB-MVT-EMIS " MOUVEMENTS"
           GOBACK.

       0100-OUVERTURE.
           OPEN INPUT PARAM-FILE
           OPEN INPUT QUITTANCE-FILE
           OPEN INPUT SINISTRE-FILE
           OPEN INPUT CONTRAT-FILE
           OPEN INPUT TRAITE-FILE
           OPEN OUTPUT BORDEREAU-FILE
      *> MVTREAF est cree a la premiere ecriture : un statut 35
      *> (fichier absent) est rattrape par une ouverture OUTPUT, comme
      *> pour les autres fichiers de mouvements comptables.
           OPEN EXTEND MVT-REA-FILE
           IF WS-FS-MVT-REA = '35'
               OPEN OUTPUT MVT-REA-FILE
           END-IF.

       0200-LIRE-PARAMETRES.
           READ PARAM-FILE
           MOVE RAP-ANNEE TO WS-ANNEE-CESSION
           MOVE RAP-TRIMESTRE TO WS-TRIMESTRE-CESSION
           COMPUTE WS-DEBUT-TRIMESTRE = WS-ANNEE-CESSION * 10000
               + ((WS-TRIMESTRE-CESSION - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-FIN-TRIMESTRE = WS-ANNEE-CESSION * 10000
               + WS-TRIMESTRE-CESSION * 300 + 31
      *> Juin et septembre n'ont que 30 jours.
           IF WS-TRIMESTRE-CESSION = 2 OR WS-TRIMESTRE-CESSION = 3
               COMPUTE WS-ARRETE-TRIMESTRE = WS-FIN-TRIMESTRE - 1
           ELSE
               MOVE WS-FIN-TRIMESTRE TO WS-ARRETE-TRIMESTRE
           END-IF
           IF WS-TRIMESTRE-CESSION < 1 OR WS-TRIMESTRE-CESSION > 4
               DISPLAY "TRIMESTRE " WS-TRIMESTRE-CESSION
                   " INVALIDE : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
      *> Sans quittances ou sans contrats, aucune cession ne peut etre
      *> etablie : abandon. Sans referentiel des traites, rien ne
      *> serait cede : abandon aussi, plutot qu'un bordereau vide
      *> passe pour un trimestre sans cession. Sans sinistres (fichier
      *> jamais initialise), la cession sort avec des sinistres nuls.
           IF NOT WS-FS-QUITTANCE-OK
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "QUITTANCES INDISPONIBLES (" WS-FS-QUITTANCE
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF NOT WS-FS-CONTRAT-OK
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "CONTRATS INDISPONIBLES (" WS-FS-CONTRAT
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF NOT WS-FS-TRAITE-OK
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "REFERENTIEL DES TRAITES INDISPONIBLE ("
                   WS-FS-TRAITE ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF WS-CODE-RETOUR NOT = ZERO
               SET WS-FS-QUITTANCE-EOF TO TRUE
               SET WS-FS-SINISTRE-EOF TO TRUE
           END-IF
           IF NOT WS-FS-SINISTRE-OK
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "SINISTRES INDISPONIBLES (" WS-FS-SINISTRE
                   ") : SINISTRES CEDES NULS"
               SET WS-FS-SINISTRE-EOF TO TRUE
           END-IF
           IF NOT WS-FS-QUITTANCE-EOF
               PERFORM 1100-LIRE-QUITTANCE-SUIVANTE
           END-IF
           IF NOT WS-FS-SINISTRE-EOF
               PERFORM 2100-LIRE-SINISTRE-SUIVANT
           END-IF.

       0900-FERMETURE.
           CLOSE PARAM-FILE
           CLOSE QUITTANCE-FILE
           CLOSE SINISTRE-FILE
           CLOSE CONTRAT-FILE
           CLOSE TRAITE-FILE
           CLOSE BORDEREAU-FILE
           CLOSE MVT-REA-FILE.

      *> Seuls les encaissements reels du trimestre entrent dans la
      *> base des primes cedees.
       1000-CUMULER-QUITTANCES.
           ADD 1 TO WS-NB-QUITTANCES-LUES
           IF QUI-MONTANT-REGLE > ZERO
               AND QUI-DATE-REGLEMENT >= WS-DEBUT-TRIMESTRE
               AND QUI-DATE-REGLEMENT <= WS-FIN-TRIMESTRE
               MOVE QUI-CODE-PRODUIT TO WS-PRODUIT-CEDE
               MOVE QUI-DATE-REGLEMENT TO WS-DATE-COUVERTE
               PERFORM 8000-CHERCHER-TRAITE
               IF WS-TRAITE-EN-VIGUEUR
                   PERFORM 1200-CEDER-QUITTANCE
               END-IF
           END-IF
           PERFORM 1100-LIRE-QUITTANCE-SUIVANTE.

       1100-LIRE-QUITTANCE-SUIVANTE.
           READ QUITTANCE-FILE NEXT RECORD
               AT END
                   SET WS-FS-QUITTANCE-EOF TO TRUE
           END-READ.

      *> La prime cedee est hors taxe : l'encaissement est ramene a la
      *> part nette de la quittance quand celle-ci porte sa
      *> ventilation fiscale ; une quittance anterieure a la
      *> ventilation est cedee pour son montant encaisse.
       1200-CEDER-QUITTANCE.
           IF QUI-NB-VENTILATIONS IS NUMERIC
               AND QUI-NB-VENTILATIONS > ZERO
               AND QUI-MONTANT-DU > ZERO
               COMPUTE WS-MONTANT-SIGNE ROUNDED =
                   QUI-MONTANT-REGLE * QUI-MONTANT-NET / QUI-MONTANT-DU
           ELSE
               MOVE QUI-MONTANT-REGLE TO WS-MONTANT-SIGNE
           END-IF
           IF QUI-TYPE-AVOIR
               COMPUTE WS-MONTANT-SIGNE = ZERO - WS-MONTANT-SIGNE
           END-IF
           PERFORM 8100-TROUVER-OU-CREER-COUPLE
           IF NOT WS-TABLE-CESSION-PLEINE
               ADD WS-MONTANT-SIGNE TO WS-RC-BASE-PRIMES(WS-IDX-RC)
           END-IF.

       2000-CUMULER-SINISTRES.
           ADD 1 TO WS-NB-SINISTRES-LUS
           IF SIN-STATUT-REGLE
               AND SIN-MONTANT-REGLE > ZERO
               AND SIN-DATE-REGLEMENT >= WS-DEBUT-TRIMESTRE
               AND SIN-DATE-REGLEMENT <= WS-FIN-TRIMESTRE
               PERFORM 2200-CEDER-SINISTRE
           END-IF
           PERFORM 2100-LIRE-SINISTRE-SUIVANT.

       2100-LIRE-SINISTRE-SUIVANT.
           READ SINISTRE-FILE NEXT RECORD
               AT END
                   SET WS-FS-SINISTRE-EOF TO TRUE
           END-READ.

      *> Le produit du sinistre vient du contrat ; un sinistre regle
      *> sur un contrat qui n'est plus sur le portefeuille vivant est
      *> signale pour etre cede a la main. Le traite s'apprecie a la
      *> date de survenance (declaration) du sinistre ; un sinistre
      *> d'un produit reassure survenu hors de la periode du traite
      *> en cours est signale de meme, l'ancien traite n'etant plus
      *> au referentiel.
       2200-CEDER-SINISTRE.
           MOVE SIN-NO-CONTRAT TO CTR-NO-CONTRAT
           READ CONTRAT-FILE
               KEY IS CTR-NO-CONTRAT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-CONTRAT-OK
               MOVE CTR-CODE-PRODUIT TO WS-PRODUIT-CEDE
               MOVE SIN-DATE-DECLARATION TO WS-DATE-COUVERTE
               PERFORM 8000-CHERCHER-TRAITE
               IF WS-TRAITE-EN-VIGUEUR
                   PERFORM 8100-TROUVER-OU-CREER-COUPLE
                   IF NOT WS-TABLE-CESSION-PLEINE
                       ADD SIN-MONTANT-REGLE
                           TO WS-RC-BASE-SINISTRES(WS-IDX-RC)
                   END-IF
               END-IF
               IF WS-TRAITE-HORS-PERIODE
                   MOVE SIN-MONTANT-REGLE TO WS-MONTANT-EDITE
                   DISPLAY "SINISTRE " SIN-NO-CONTRAT "/"
                       SIN-NO-SINISTRE " REGLE " WS-MONTANT-EDITE
                       " : SINISTRE HORS PERIODE DE TRAITE"
                       " - CESSION A VERIFIER"
                   MOVE 4 TO WS-CODE-RETOUR
               END-IF
           ELSE
               MOVE SIN-MONTANT-REGLE TO WS-MONTANT-EDITE
               DISPLAY "SINISTRE " SIN-NO-CONTRAT "/" SIN-NO-SINISTRE
                   " REGLE " WS-MONTANT-EDITE
                   " : CONTRAT INTROUVABLE, CESSION A VERIFIER"
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.

      *> 3000-EDITER-BORDEREAUX : un bordereau par reassureur. Les
      *> couples sont parcourus dans l'ordre de leur creation ; la
      *> premiere entree non editee d'un reassureur declenche
      *> l'edition groupee de toutes ses lignes, marquees au passage.
       3000-EDITER-BORDEREAUX.
           PERFORM VARYING WS-IDX-RC FROM 1 BY 1
               UNTIL WS-IDX-RC > WS-NB-COUPLES
               IF WS-RC-EDITE(WS-IDX-RC) NOT = 'O'
                   MOVE WS-RC-REASSUREUR(WS-IDX-RC)
                       TO WS-REASSUREUR-COURANT
                   PERFORM 3100-EDITER-BORDEREAU-REASSUREUR
               END-IF
           END-PERFORM.

       3100-EDITER-BORDEREAU-REASSUREUR.
           MOVE SPACES TO CESSION-LIGNE
           WRITE CESSION-LIGNE
           MOVE SPACES TO CESSION-LIGNE
           STRING 'BORDEREAU DE CESSION QUOTE-PART - '
               WS-REASSUREUR-COURANT ' '
               WS-RC-NOM-REASSUREUR(WS-IDX-RC)
               ' - TRIMESTRE ' WS-ANNEE-CESSION '-T'
               WS-TRIMESTRE-CESSION
               DELIMITED BY SIZE INTO CESSION-LIGNE
           WRITE CESSION-LIGNE
           MOVE ZERO TO WS-TOTAL-PRIME-CEDEE WS-TOTAL-SINISTRE-CEDE
               WS-TOTAL-COMMISSION WS-TOTAL-SOLDE
           PERFORM VARYING WS-IDX-RC2 FROM 1 BY 1
               UNTIL WS-IDX-RC2 > WS-NB-COUPLES
               IF WS-RC-REASSUREUR(WS-IDX-RC2) = WS-REASSUREUR-COURANT
                   AND WS-RC-EDITE(WS-IDX-RC2) NOT = 'O'
                   PERFORM 3200-EDITER-LIGNE-CESSION
                   MOVE 'O' TO WS-RC-EDITE(WS-IDX-RC2)
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-PRIME-CEDEE TO WS-PRIME-EDITEE
           MOVE WS-TOTAL-SINISTRE-CEDE TO WS-SINISTRE-EDITE
           MOVE WS-TOTAL-COMMISSION TO WS-COMMISSION-EDITEE
           MOVE SPACES TO CESSION-LIGNE
           STRING 'TOTAL PRIMES CEDEES ' WS-PRIME-EDITEE
               ' SINISTRES CEDES ' WS-SINISTRE-EDITE
               ' COMMISSION ' WS-COMMISSION-EDITEE
               DELIMITED BY SIZE INTO CESSION-LIGNE
           WRITE CESSION-LIGNE
           MOVE WS-TOTAL-SOLDE TO WS-SOLDE-EDITE
           MOVE SPACES TO CESSION-LIGNE
           IF WS-TOTAL-SOLDE < ZERO
               STRING 'SOLDE A RECEVOIR DU REASSUREUR : '
                   WS-SOLDE-EDITE
                   DELIMITED BY SIZE INTO CESSION-LIGNE
           ELSE
               STRING 'SOLDE DU AU REASSUREUR : ' WS-SOLDE-EDITE
                   DELIMITED BY SIZE INTO CESSION-LIGNE
           END-IF
           WRITE CESSION-LIGNE
           ADD 1 TO WS-NB-REASSUREURS-EDITES.

      *> Ligne du bordereau pour le couple WS-IDX-RC2 : prime et
      *> sinistres cedes au pourcentage du traite, commission sur la
      *> prime cedee, solde du couple ; mouvement comptable emis.
       3200-EDITER-LIGNE-CESSION.
           COMPUTE WS-PRIME-CEDEE ROUNDED =
               WS-RC-BASE-PRIMES(WS-IDX-RC2)
               * WS-RC-TAUX-CESSION(WS-IDX-RC2) / 100
           COMPUTE WS-SINISTRE-CEDE ROUNDED =
               WS-RC-BASE-SINISTRES(WS-IDX-RC2)
               * WS-RC-TAUX-CESSION(WS-IDX-RC2) / 100
           COMPUTE WS-COMMISSION ROUNDED =
               WS-PRIME-CEDEE * WS-RC-TAUX-COMMISSION(WS-IDX-RC2) / 100
           COMPUTE WS-SOLDE =
               WS-PRIME-CEDEE - WS-COMMISSION - WS-SINISTRE-CEDE
           ADD WS-PRIME-CEDEE TO WS-TOTAL-PRIME-CEDEE
           ADD WS-SINISTRE-CEDE TO WS-TOTAL-SINISTRE-CEDE
           ADD WS-COMMISSION TO WS-TOTAL-COMMISSION
           ADD WS-SOLDE TO WS-TOTAL-SOLDE
           MOVE WS-RC-TAUX-CESSION(WS-IDX-RC2) TO WS-TAUX-EDITE
           MOVE WS-PRIME-CEDEE TO WS-PRIME-EDITEE
           MOVE WS-SINISTRE-CEDE TO WS-SINISTRE-EDITE
           MOVE WS-COMMISSION TO WS-COMMISSION-EDITEE
           MOVE WS-SOLDE TO WS-SOLDE-EDITE
           MOVE SPACES TO CESSION-LIGNE
           STRING '  PRODUIT ' WS-RC-PRODUIT(WS-IDX-RC2)
               ' PART ' WS-TAUX-EDITE
               ' PRIMES ' WS-PRIME-EDITEE
               ' SINISTRES ' WS-SINISTRE-EDITE
               ' COMMISSION ' WS-COMMISSION-EDITEE
               ' SOLDE ' WS-SOLDE-EDITE
               DELIMITED BY SIZE INTO CESSION-LIGNE
           WRITE CESSION-LIGNE
           PERFORM 3400-EMETTRE-MVT-CESSION.

       3400-EMETTRE-MVT-CESSION.
           MOVE WS-REASSUREUR-COURANT TO MVR-CODE-REASSUREUR
           MOVE WS-RC-PRODUIT(WS-IDX-RC2) TO MVR-CODE-PRODUIT
           MOVE WS-ANNEE-CESSION TO MVR-ANNEE
           MOVE WS-TRIMESTRE-CESSION TO MVR-TRIMESTRE
           MOVE WS-RC-TAUX-CESSION(WS-IDX-RC2) TO MVR-TAUX-CESSION
           MOVE WS-PRIME-CEDEE TO MVR-PRIME-CEDEE
           MOVE WS-SINISTRE-CEDE TO MVR-SINISTRE-CEDE
           MOVE WS-COMMISSION TO MVR-COMMISSION
           MOVE WS-SOLDE TO MVR-SOLDE
           MOVE WS-ARRETE-TRIMESTRE TO MVR-DATE-EFFET
           WRITE MVT-REASSURANCE-ENR
           ADD 1 TO WS-NB-MVT-EMIS.

      *> 8000-CHERCHER-TRAITE : traite du produit WS-PRODUIT-CEDE,
      *> applicable quand WS-DATE-COUVERTE tombe dans sa periode et
      *> que la part cedee n'est pas nulle ; produit sans traite = pas
      *> de cession. Un traite cede dont la periode ne couvre pas la
      *> date est distingue (WS-TRAITE-HORS-PERIODE) pour les
      *> sinistres.
       8000-CHERCHER-TRAITE.
           MOVE 'N' TO WS-TRAITE-APPLICABLE
           MOVE WS-PRODUIT-CEDE TO TRT-CODE-PRODUIT
           READ TRAITE-FILE
               KEY IS TRT-CODE-PRODUIT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-TRAITE-OK
               AND TRT-TAUX-CESSION > ZERO
               IF WS-DATE-COUVERTE >= TRT-DATE-DEBUT
                   AND WS-DATE-COUVERTE <= TRT-DATE-FIN
                   MOVE 'O' TO WS-TRAITE-APPLICABLE
               ELSE
                   MOVE 'H' TO WS-TRAITE-APPLICABLE
               END-IF
           END-IF.

      *> Entree du produit WS-PRODUIT-CEDE, creee avec le reassureur et
      *> les taux du traite lu par 8000. Table pleine : le montant
      *> n'est pas cede (WS-TABLE-CESSION-PLEINE), le produit est
      *> signale et le code de fin passe a 4.
       8100-TROUVER-OU-CREER-COUPLE.
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-IDX-RC FROM 1 BY 1
               UNTIL WS-IDX-RC > WS-NB-COUPLES
               OR WS-COUPLE-TROUVE
               IF WS-RC-PRODUIT(WS-IDX-RC) = WS-PRODUIT-CEDE
                   MOVE 'O' TO WS-TROUVE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-COUPLE-TROUVE
                   SUBTRACT 1 FROM WS-IDX-RC
               WHEN WS-NB-COUPLES >= WS-NB-COUPLES-MAX
                   DISPLAY "TABLE DES CESSIONS PLEINE A "
                       WS-NB-COUPLES-MAX " PRODUITS : PRODUIT "
                       WS-PRODUIT-CEDE " NON CEDE"
                   MOVE 4 TO WS-CODE-RETOUR
                   MOVE 'P' TO WS-TROUVE
               WHEN OTHER
                   ADD 1 TO WS-NB-COUPLES
                   SET WS-IDX-RC TO WS-NB-COUPLES
                   MOVE TRT-CODE-REASSUREUR
                       TO WS-RC-REASSUREUR(WS-IDX-RC)
                   MOVE TRT-NOM-REASSUREUR
                       TO WS-RC-NOM-REASSUREUR(WS-IDX-RC)
                   MOVE WS-PRODUIT-CEDE TO WS-RC-PRODUIT(WS-IDX-RC)
                   MOVE TRT-TAUX-CESSION
                       TO WS-RC-TAUX-CESSION(WS-IDX-RC)
                   MOVE TRT-TAUX-COMMISSION
                       TO WS-RC-TAUX-COMMISSION(WS-IDX-RC)
                   MOVE ZERO TO WS-RC-BASE-PRIMES(WS-IDX-RC)
                   MOVE ZERO TO WS-RC-BASE-SINISTRES(WS-IDX-RC)
                   MOVE 'N' TO WS-RC-EDITE(WS-IDX-RC)
           END-EVALUATE.

      *> Journal commun des batches : un enregistrement de debut (carte
      *> parametre comprise) au lancement et un de fin (compteurs, code
      *> de fin) a l'issue du traitement, via BATCH-JOURNAL.
       0250-JOURNAL-DEBUT.
           MOVE 'BAT-REASSURANCE' TO JRN-Z-NOM-PROGRAMME
           SET JRN-Z-DEBUT TO TRUE
           MOVE REASSURANCE-PARAM-ENR TO JRN-Z-CARTE-PARAM
           MOVE ZERO TO JRN-Z-NB-LUS JRN-Z-NB-ECRITS JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE.

       0950-JOURNAL-FIN.
           SET JRN-Z-FIN TO TRUE
           COMPUTE JRN-Z-NB-LUS =
               WS-NB-QUITTANCES-LUES + WS-NB-SINISTRES-LUS
           MOVE WS-NB-MVT-EMIS TO JRN-Z-NB-ECRITS
           MOVE WS-CODE-RETOUR TO JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
