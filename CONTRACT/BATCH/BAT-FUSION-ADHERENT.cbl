       >>SOURCE FORMAT FREE
      *> Batch de fusion des adherents en doublon. Chaque carte de
      *> FUSPARAMF designe un identifiant doublon et l'identifiant
      *> survivant, choisis par le gestionnaire sur la liste de
      *> BAT-DOUBLON-ADHERENT. Pour chaque carte :
      *>  - les deux fiches doivent exister, etre distinctes et ne pas
      *>    etre fermees, sans quoi la carte est refusee ;
      *>  - chaque contrat du doublon (cle alternee CTR-ID-ADHERENT)
      *>    est reporte sur le survivant : identifiant et nom recopie
      *>    de la fiche survivante, chaque changement trace dans
      *>    CONTRAT-HISTO (action fusion) ; un contrat portant une
      *>    transaction en attente de validation n'est pas touche - le
      *>    valideur reecrirait l'ancien identifiant - et la fusion
      *>    reste a relancer une fois la transaction validee ou
      *>    rejetee ;
      *>  - le mandat SEPA actif du doublon est repris par le survivant
      *>    s'il n'en a pas (meme RUM, meme IBAN, qui est aussi reporte
      *>    sur la fiche survivante si elle n'en porte pas), sinon
      *>    revoque : il ne reste qu'un mandat par personne ;
      *>  - une fois tous ses contrats reportes, la fiche du doublon est
      *>    fermee : elle ne peut plus etre affectee a un contrat.
      *> Une carte relancee apres une fusion incomplete reprend les
      *> contrats restants. Le compte rendu FUSIONF detaille chaque
      *> carte.
      *> Le lancement et la fin du traitement sont journalises sur le
      *> journal commun des batches via BATCH-JOURNAL (premiere carte
      *> en carte parametre) ; un abandon (adherents ou contrats
      *> indisponibles) ressort en code de fin 8, une carte refusee ou
      *> une fusion incomplete en code de fin 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAT-FUSION-ADHERENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "FUSPARAMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT ADHERENT-FILE ASSIGN TO "ADHERF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADH-ID
               FILE STATUS IS WS-FS-ADHERENT.

           SELECT CONTRAT-FILE ASSIGN TO "CONTRATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-NO-CONTRAT
               ALTERNATE RECORD KEY IS CTR-ID-ADHERENT WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRAT.

           SELECT MANDAT-FILE ASSIGN TO "MANDATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-ID-ADHERENT
               FILE STATUS IS WS-FS-MANDAT.

           SELECT SUSPENS-FILE ASSIGN TO "SUSPENSF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CLE
               FILE STATUS IS WS-FS-SUSPENS.

           SELECT HISTO-FILE ASSIGN TO "HISTOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTO.

           SELECT FUSION-FILE ASSIGN TO "FUSIONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUSION.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       COPY "FUSION-PARAM-RECORD.cpy".

       FD  ADHERENT-FILE.
       COPY "ADHERENT-RECORD.cpy".

       FD  CONTRAT-FILE.
       COPY "CONTRAT-RECORD.cpy".

       FD  MANDAT-FILE.
       COPY "MANDAT-RECORD.cpy".

       FD  SUSPENS-FILE.
       COPY "SUSPENS-RECORD.cpy".

       FD  HISTO-FILE.
       COPY "CONTRAT-HISTO-RECORD.cpy".

       FD  FUSION-FILE.
       COPY "FUSION-ADHERENT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAM                   PIC X(2).
           88  WS-FS-PARAM-OK                VALUE '00'.
           88  WS-FS-PARAM-EOF               VALUE '10'.
       01  WS-FS-ADHERENT                PIC X(2).
           88  WS-FS-ADHERENT-OK             VALUE '00'.
       01  WS-FS-CONTRAT                 PIC X(2).
           88  WS-FS-CONTRAT-OK              VALUE '00'.
           88  WS-FS-CONTRAT-EOF             VALUE '10'.
       01  WS-FS-MANDAT                  PIC X(2).
           88  WS-FS-MANDAT-OK               VALUE '00'.
       01  WS-FS-SUSPENS                 PIC X(2).
           88  WS-FS-SUSPENS-OK              VALUE '00'.
       01  WS-FS-HISTO                   PIC X(2).
       01  WS-FS-FUSION                  PIC X(2).

      *> Mandats et transactions en attente sont facultatifs : un site
      *> sans MANDATF n'a pas de mandat a reprendre, un site sans
      *> SUSPENSF pas de transaction en attente.
       01  WS-MANDATS-ETAT               PIC X(1) VALUE 'N'.
           88  WS-MANDATS-OUVERTS            VALUE 'O'.
       01  WS-SUSPENS-ETAT               PIC X(1) VALUE 'N'.
           88  WS-SUSPENS-OUVERTS            VALUE 'O'.

       01  WS-PREMIERE-CARTE             PIC X(30) VALUE SPACES.

      *> Couple en cours de fusion.
       01  WS-ID-DOUBLON                 PIC X(10).
       01  WS-ID-SURVIVANT               PIC X(10).
       01  WS-NOM-DOUBLON                PIC X(40).
       01  WS-NOM-SURVIVANT              PIC X(40).
       01  WS-IBAN-SURVIVANT             PIC X(34).
       01  WS-CARTE-ETAT                 PIC X(1).
           88  WS-CARTE-VALIDE               VALUE 'O'.
       01  WS-MOTIF-REFUS                PIC X(60).
       01  WS-FUSION-ETAT                PIC X(1).
           88  WS-FUSION-COMPLETE            VALUE 'O'.
           88  WS-FUSION-INCOMPLETE          VALUE 'N'.

      *> Contrats du doublon releves par la cle alternee avant d'etre
      *> reportes un a un par la cle primaire : la cle alternee n'est
      *> ainsi jamais modifiee en cours de parcours. Au-dela de la
      *> table, la fusion est incomplete et la carte a relancer.
       01  WS-TABLE-CONTRATS.
           05  WS-FC-NO-CONTRAT          PIC X(10) OCCURS 200 TIMES
               INDEXED BY WS-IDX-FC.
       01  WS-NB-CONTRATS-RELEVES        PIC 9(3).
       01  WS-NB-CONTRATS-MAX            PIC 9(3) VALUE 200.
       01  WS-NB-CONTRATS-CARTE          PIC 9(3).
       01  WS-ID-AVANT                   PIC X(10).
       01  WS-NOM-AVANT                  PIC X(40).

      *> Mandat actif du doublon, conserve le temps de sa reprise.
       01  WS-MANDAT-SURVIVANT           PIC X(1).
           88  WS-MDT-SURVIVANT-ACTIF        VALUE 'A'.
           88  WS-MDT-SURVIVANT-REVOQUE      VALUE 'R'.
           88  WS-MDT-SURVIVANT-ABSENT       VALUE 'N'.
       01  WS-MDT-RUM                    PIC X(35).
       01  WS-MDT-DATE-SIGNATURE         PIC 9(8).
       01  WS-MDT-IBAN                   PIC X(34).
       01  WS-MDT-BIC                    PIC X(11).
       01  WS-MDT-SEQUENCE               PIC X(4).

       01  WS-DATE-HEURE                 PIC 9(14).
       01  WS-DATE-JOUR                  PIC 9(8).

       01  WS-NB-CARTES-LUES             PIC 9(9) VALUE ZERO.
       01  WS-NB-FUSIONS                 PIC 9(9) VALUE ZERO.
       01  WS-NB-CARTES-REFUSEES         PIC 9(9) VALUE ZERO.
       01  WS-NB-FUSIONS-INCOMPLETES     PIC 9(9) VALUE ZERO.
       01  WS-NB-CONTRATS-REPORTES       PIC 9(9) VALUE ZERO.

      *> Code de fin journalise et rendu a l'appelant : zero quand
      *> toutes les cartes ont abouti, 4 quand une carte a ete refusee
      *> ou une fusion laissee incomplete, 8 quand le traitement a ete
      *> abandonne faute d'adherents ou de contrats.
       01  WS-CODE-RETOUR                PIC 9(4) VALUE ZERO.

       COPY "BATCH-JOURNAL-ZONE.cpy".

       PROCEDURE DIVISION.
       0000-DEBUT.
           PERFORM 0100-OUVERTURE
           PERFORM 0200-LIRE-PARAMETRES
           PERFORM 0250-JOURNAL-DEBUT
           PERFORM 1000-TRAITER-CARTE
               UNTIL WS-FS-PARAM-EOF
           PERFORM 0900-FERMETURE
           PERFORM 0950-JOURNAL-FIN
           DISPLAY "BAT-FUSION-ADHERENT : " WS-NB-CARTES-LUES
               " CARTES LUES, " WS-NB-FUSIONS " FUSIONS, "
               WS-NB-CARTES-REFUSEES " REFUSEES, "
               WS-NB-FUSIONS-INCOMPLETES " INCOMPLETES, "
               WS-NB-CONTRATS-REPORTES " CONTRATS REPORTES"
           GOBACK.

       0100-OUVERTURE.
           OPEN INPUT PARAM-FILE
           OPEN I-O ADHERENT-FILE
           OPEN I-O CONTRAT-FILE
           OPEN I-O MANDAT-FILE
           IF WS-FS-MANDAT-OK
               SET WS-MANDATS-OUVERTS TO TRUE
           END-IF
           OPEN INPUT SUSPENS-FILE
           IF WS-FS-SUSPENS-OK
               SET WS-SUSPENS-OUVERTS TO TRUE
           END-IF
           OPEN EXTEND HISTO-FILE
           OPEN OUTPUT FUSION-FILE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE(1:8) TO WS-DATE-JOUR.

       0200-LIRE-PARAMETRES.
           PERFORM 1100-LIRE-CARTE-SUIVANTE
           IF WS-FS-PARAM-OK
               MOVE FUSION-PARAM-ENR TO WS-PREMIERE-CARTE
           END-IF
      *> Sans referentiel adherent ou sans contrats, aucune fusion ne
      *> peut etre menee : abandon avant toute mise a jour.
           IF NOT WS-FS-ADHERENT-OK
               DISPLAY "ADHERENTS INDISPONIBLES (" WS-FS-ADHERENT
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF NOT WS-FS-CONTRAT-OK
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "CONTRATS INDISPONIBLES (" WS-FS-CONTRAT
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF WS-CODE-RETOUR NOT = ZERO
               SET WS-FS-PARAM-EOF TO TRUE
           END-IF.

       0900-FERMETURE.
           CLOSE PARAM-FILE
           CLOSE ADHERENT-FILE
           CLOSE CONTRAT-FILE
           IF WS-MANDATS-OUVERTS
               CLOSE MANDAT-FILE
           END-IF
           IF WS-SUSPENS-OUVERTS
               CLOSE SUSPENS-FILE
           END-IF
           CLOSE HISTO-FILE
           CLOSE FUSION-FILE.

       1000-TRAITER-CARTE.
           ADD 1 TO WS-NB-CARTES-LUES
           MOVE FUS-ID-DOUBLON TO WS-ID-DOUBLON
           MOVE FUS-ID-SURVIVANT TO WS-ID-SURVIVANT
           MOVE SPACES TO FUSION-LIGNE
           WRITE FUSION-LIGNE
           MOVE SPACES TO FUSION-LIGNE
           STRING 'FUSION DE L''ADHERENT ' WS-ID-DOUBLON
               ' SUR L''ADHERENT ' WS-ID-SURVIVANT
               DELIMITED BY SIZE INTO FUSION-LIGNE
           WRITE FUSION-LIGNE
           PERFORM 1200-CONTROLER-CARTE
           IF WS-CARTE-VALIDE
               SET WS-FUSION-COMPLETE TO TRUE
               MOVE ZERO TO WS-NB-CONTRATS-CARTE
               PERFORM 2000-RELEVER-CONTRATS
               PERFORM 2100-REPORTER-CONTRAT
                   VARYING WS-IDX-FC FROM 1 BY 1
                   UNTIL WS-IDX-FC > WS-NB-CONTRATS-RELEVES
               IF WS-FUSION-COMPLETE
                   PERFORM 3000-TRAITER-MANDATS
                   PERFORM 4000-FERMER-DOUBLON
               END-IF
               PERFORM 5000-CONCLURE-CARTE
           ELSE
               ADD 1 TO WS-NB-CARTES-REFUSEES
               MOVE 4 TO WS-CODE-RETOUR
               MOVE SPACES TO FUSION-LIGNE
               STRING '  FUSION REFUSEE : ' WS-MOTIF-REFUS
                   DELIMITED BY SIZE INTO FUSION-LIGNE
               WRITE FUSION-LIGNE
           END-IF
           PERFORM 1100-LIRE-CARTE-SUIVANTE.

       1100-LIRE-CARTE-SUIVANTE.
           READ PARAM-FILE
               AT END
                   SET WS-FS-PARAM-EOF TO TRUE
           END-READ.

      *> 1200-CONTROLER-CARTE : deux identifiants distincts, deux
      *> fiches existantes et actives. Le nom et l'IBAN du survivant
      *> sont retenus pour le report des contrats et des mandats.
       1200-CONTROLER-CARTE.
           MOVE 'O' TO WS-CARTE-ETAT
           MOVE SPACES TO WS-MOTIF-REFUS
           IF WS-ID-DOUBLON = SPACES
               OR WS-ID-SURVIVANT = SPACES
               OR WS-ID-DOUBLON = WS-ID-SURVIVANT
               MOVE 'N' TO WS-CARTE-ETAT
               MOVE 'IDENTIFIANTS VIDES OU IDENTIQUES'
                   TO WS-MOTIF-REFUS
           END-IF
           IF WS-CARTE-VALIDE
               MOVE WS-ID-DOUBLON TO ADH-ID
               PERFORM 1300-LIRE-ADHERENT
               IF WS-CARTE-VALIDE
                   MOVE ADH-NOM TO WS-NOM-DOUBLON
               END-IF
           END-IF
           IF WS-CARTE-VALIDE
               MOVE WS-ID-SURVIVANT TO ADH-ID
               PERFORM 1300-LIRE-ADHERENT
               IF WS-CARTE-VALIDE
                   MOVE ADH-NOM TO WS-NOM-SURVIVANT
                   MOVE ADH-IBAN TO WS-IBAN-SURVIVANT
               END-IF
           END-IF.

       1300-LIRE-ADHERENT.
           READ ADHERENT-FILE
               KEY IS ADH-ID
               INVALID KEY
                   MOVE 'N' TO WS-CARTE-ETAT
                   STRING 'ADHERENT ' ADH-ID
                       ' ABSENT DU REFERENTIEL'
                       DELIMITED BY SIZE INTO WS-MOTIF-REFUS
           END-READ
           IF WS-FS-ADHERENT-OK
               AND NOT ADH-STATUT-ACTIF
               MOVE 'N' TO WS-CARTE-ETAT
               STRING 'ADHERENT ' ADH-ID ' FERME OU ANONYMISE'
                   DELIMITED BY SIZE INTO WS-MOTIF-REFUS
           END-IF.

      *> 2000-RELEVER-CONTRATS : numeros des contrats du doublon, par
      *> la cle alternee CTR-ID-ADHERENT.
       2000-RELEVER-CONTRATS.
           MOVE ZERO TO WS-NB-CONTRATS-RELEVES
           MOVE WS-ID-DOUBLON TO CTR-ID-ADHERENT
           START CONTRAT-FILE KEY IS EQUAL TO CTR-ID-ADHERENT
               INVALID KEY
                   SET WS-FS-CONTRAT-EOF TO TRUE
           END-START
           IF WS-FS-CONTRAT-OK
               PERFORM 2010-RELEVER-CONTRAT-SUIVANT
                   UNTIL WS-FS-CONTRAT-EOF
                   OR CTR-ID-ADHERENT NOT = WS-ID-DOUBLON
           END-IF
           MOVE '00' TO WS-FS-CONTRAT.

       2010-RELEVER-CONTRAT-SUIVANT.
           READ CONTRAT-FILE NEXT RECORD
               AT END
                   SET WS-FS-CONTRAT-EOF TO TRUE
           END-READ
           IF WS-FS-CONTRAT-OK
               AND CTR-ID-ADHERENT = WS-ID-DOUBLON
               IF WS-NB-CONTRATS-RELEVES < WS-NB-CONTRATS-MAX
                   ADD 1 TO WS-NB-CONTRATS-RELEVES
                   MOVE CTR-NO-CONTRAT
                       TO WS-FC-NO-CONTRAT(WS-NB-CONTRATS-RELEVES)
               ELSE
                   IF WS-FUSION-COMPLETE
                       MOVE SPACES TO FUSION-LIGNE
                       STRING '  PLUS DE ' WS-NB-CONTRATS-MAX
                           ' CONTRATS : CARTE A RELANCER POUR LES'
                           ' SUIVANTS'
                           DELIMITED BY SIZE INTO FUSION-LIGNE
                       WRITE FUSION-LIGNE
                   END-IF
                   SET WS-FUSION-INCOMPLETE TO TRUE
               END-IF
           END-IF.

      *> 2100-REPORTER-CONTRAT : le contrat WS-IDX-FC passe sur le
      *> survivant, sauf transaction en attente de validation.
       2100-REPORTER-CONTRAT.
           IF WS-SUSPENS-OUVERTS
               PERFORM 2200-CHERCHER-SUSPENS
           END-IF
           IF WS-SUSPENS-OUVERTS
               AND WS-FS-SUSPENS-OK
               AND SUS-NO-CONTRAT = WS-FC-NO-CONTRAT(WS-IDX-FC)
               SET WS-FUSION-INCOMPLETE TO TRUE
               MOVE SPACES TO FUSION-LIGNE
               STRING '  CONTRAT ' WS-FC-NO-CONTRAT(WS-IDX-FC)
                   ' NON REPORTE : TRANSACTION EN ATTENTE DE'
                   ' VALIDATION'
                   DELIMITED BY SIZE INTO FUSION-LIGNE
               WRITE FUSION-LIGNE
           ELSE
               MOVE WS-FC-NO-CONTRAT(WS-IDX-FC) TO CTR-NO-CONTRAT
               READ CONTRAT-FILE
                   KEY IS CTR-NO-CONTRAT
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-CONTRAT-OK
                   PERFORM 2300-REECRIRE-CONTRAT
               ELSE
                   SET WS-FUSION-INCOMPLETE TO TRUE
                   DISPLAY "CONTRAT " WS-FC-NO-CONTRAT(WS-IDX-FC)
                       " ILLISIBLE (" WS-FS-CONTRAT ")"
               END-IF
           END-IF.

      *> Premiere ligne en attente du contrat, s'il en a une.
       2200-CHERCHER-SUSPENS.
           MOVE WS-FC-NO-CONTRAT(WS-IDX-FC) TO SUS-NO-CONTRAT
           MOVE ZERO TO SUS-NO-SEQ
           START SUSPENS-FILE KEY IS NOT LESS THAN SUS-CLE
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FS-SUSPENS-OK
               READ SUSPENS-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
           END-IF.

       2300-REECRIRE-CONTRAT.
           MOVE CTR-ID-ADHERENT TO WS-ID-AVANT
           MOVE CTR-NOM-ADHERENT TO WS-NOM-AVANT
           MOVE WS-ID-SURVIVANT TO CTR-ID-ADHERENT
           MOVE WS-NOM-SURVIVANT TO CTR-NOM-ADHERENT
           REWRITE CONTRAT-ENR
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-FS-CONTRAT-OK
               ADD 1 TO WS-NB-CONTRATS-CARTE
               ADD 1 TO WS-NB-CONTRATS-REPORTES
               MOVE 'CTR-ID-ADHERENT' TO HIS-CHAMP-MODIFIE
               MOVE WS-ID-AVANT TO HIS-VALEUR-AVANT
               MOVE CTR-ID-ADHERENT TO HIS-VALEUR-APRES
               PERFORM 8000-ECRIRE-HISTO
               IF WS-NOM-AVANT NOT = CTR-NOM-ADHERENT
                   MOVE 'CTR-NOM-ADHERENT' TO HIS-CHAMP-MODIFIE
                   MOVE WS-NOM-AVANT TO HIS-VALEUR-AVANT
                   MOVE CTR-NOM-ADHERENT TO HIS-VALEUR-APRES
                   PERFORM 8000-ECRIRE-HISTO
               END-IF
               MOVE SPACES TO FUSION-LIGNE
               STRING '  CONTRAT ' CTR-NO-CONTRAT ' REPORTE'
                   DELIMITED BY SIZE INTO FUSION-LIGNE
               WRITE FUSION-LIGNE
           ELSE
               SET WS-FUSION-INCOMPLETE TO TRUE
               DISPLAY "ERREUR REECRITURE CONTRAT " CTR-NO-CONTRAT
                   " : " WS-FS-CONTRAT
           END-IF.

      *> 3000-TRAITER-MANDATS : un seul mandat par personne. Le mandat
      *> actif du doublon est repris par un survivant qui n'en a pas,
      *> revoque sinon.
       3000-TRAITER-MANDATS.
           IF WS-MANDATS-OUVERTS
               SET WS-MDT-SURVIVANT-ABSENT TO TRUE
               MOVE WS-ID-SURVIVANT TO MDT-ID-ADHERENT
               READ MANDAT-FILE
                   KEY IS MDT-ID-ADHERENT
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-MANDAT-OK
                   IF MDT-STATUT-ACTIF
                       SET WS-MDT-SURVIVANT-ACTIF TO TRUE
                   ELSE
                       SET WS-MDT-SURVIVANT-REVOQUE TO TRUE
                   END-IF
               END-IF
               MOVE WS-ID-DOUBLON TO MDT-ID-ADHERENT
               READ MANDAT-FILE
                   KEY IS MDT-ID-ADHERENT
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-MANDAT-OK
                   AND MDT-STATUT-ACTIF
                   IF WS-MDT-SURVIVANT-ACTIF
                       MOVE SPACES TO MDT-MOTIF-REVOCATION
                       STRING 'FUSION - MANDAT DE ' WS-ID-SURVIVANT
                           ' CONSERVE' DELIMITED BY SIZE
                           INTO MDT-MOTIF-REVOCATION
                       PERFORM 3300-REVOQUER-MANDAT-DOUBLON
                   ELSE
                       PERFORM 3100-REPRENDRE-MANDAT
                   END-IF
               END-IF
           END-IF.

      *> 3100-REPRENDRE-MANDAT : le mandat est reecrit sous la cle du
      *> survivant (RUM, date de signature, IBAN et sequence
      *> inchanges : le debiteur et son compte restent les memes), puis
      *> celui du doublon revoque.
       3100-REPRENDRE-MANDAT.
           MOVE MDT-RUM TO WS-MDT-RUM
           MOVE MDT-DATE-SIGNATURE TO WS-MDT-DATE-SIGNATURE
           MOVE MDT-IBAN TO WS-MDT-IBAN
           MOVE MDT-BIC TO WS-MDT-BIC
           MOVE MDT-TYPE-SEQUENCE TO WS-MDT-SEQUENCE
           MOVE SPACES TO MANDAT-ENR
           MOVE WS-ID-SURVIVANT TO MDT-ID-ADHERENT
           MOVE WS-MDT-RUM TO MDT-RUM
           MOVE WS-MDT-DATE-SIGNATURE TO MDT-DATE-SIGNATURE
           MOVE WS-MDT-IBAN TO MDT-IBAN
           MOVE WS-MDT-BIC TO MDT-BIC
           MOVE WS-MDT-SEQUENCE TO MDT-TYPE-SEQUENCE
           SET MDT-STATUT-ACTIF TO TRUE
           MOVE WS-DATE-JOUR TO MDT-DATE-MODIFICATION
           MOVE ZERO TO MDT-DATE-REVOCATION
           IF WS-MDT-SURVIVANT-REVOQUE
               REWRITE MANDAT-ENR
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE MANDAT-ENR
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF WS-FS-MANDAT-OK
               MOVE SPACES TO FUSION-LIGNE
               STRING '  MANDAT ' WS-MDT-RUM ' REPRIS PAR '
                   WS-ID-SURVIVANT
                   DELIMITED BY SIZE INTO FUSION-LIGNE
               WRITE FUSION-LIGNE
               IF WS-IBAN-SURVIVANT = SPACES
                   PERFORM 3200-REPORTER-IBAN-SURVIVANT
               END-IF
               MOVE WS-ID-DOUBLON TO MDT-ID-ADHERENT
               READ MANDAT-FILE
                   KEY IS MDT-ID-ADHERENT
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-MANDAT-OK
                   MOVE SPACES TO MDT-MOTIF-REVOCATION
                   STRING 'FUSION - MANDAT REPRIS PAR '
                       WS-ID-SURVIVANT DELIMITED BY SIZE
                       INTO MDT-MOTIF-REVOCATION
                   PERFORM 3300-REVOQUER-MANDAT-DOUBLON
               END-IF
           ELSE
               DISPLAY "ERREUR ECRITURE MANDAT " WS-ID-SURVIVANT
                   " : " WS-FS-MANDAT
               MOVE SPACES TO FUSION-LIGNE
               STRING '  MANDAT ' WS-MDT-RUM ' NON REPRIS : A FAIRE'
                   ' SIGNER PAR ' WS-ID-SURVIVANT
                   DELIMITED BY SIZE INTO FUSION-LIGNE
               WRITE FUSION-LIGNE
           END-IF.

      *> L'IBAN du mandat repris est porte sur la fiche survivante qui
      *> n'en avait pas, pour que fiche et mandat concordent.
       3200-REPORTER-IBAN-SURVIVANT.
           MOVE WS-ID-SURVIVANT TO ADH-ID
           READ ADHERENT-FILE
               KEY IS ADH-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-ADHERENT-OK
               MOVE WS-MDT-IBAN TO ADH-IBAN
               MOVE WS-MDT-BIC TO ADH-BIC
               REWRITE ADHERENT-ENR
                   INVALID KEY
                       DISPLAY "ERREUR REECRITURE ADHERENT "
                           WS-ID-SURVIVANT " : " WS-FS-ADHERENT
               END-REWRITE
           END-IF.

      *> Le motif est pose par l'appelant sur le mandat du doublon lu.
       3300-REVOQUER-MANDAT-DOUBLON.
           SET MDT-STATUT-REVOQUE TO TRUE
           MOVE WS-DATE-JOUR TO MDT-DATE-REVOCATION
           MOVE WS-DATE-JOUR TO MDT-DATE-MODIFICATION
           REWRITE MANDAT-ENR
               INVALID KEY
                   DISPLAY "ERREUR REECRITURE MANDAT " WS-ID-DOUBLON
                       " : " WS-FS-MANDAT
           END-REWRITE
           IF WS-FS-MANDAT-OK
               MOVE SPACES TO FUSION-LIGNE
               STRING '  MANDAT ' MDT-RUM ' REVOQUE : '
                   MDT-MOTIF-REVOCATION
                   DELIMITED BY SIZE INTO FUSION-LIGNE
               WRITE FUSION-LIGNE
           END-IF.

      *> 4000-FERMER-DOUBLON : la fiche du doublon, vide de contrats,
      *> est fermee.
       4000-FERMER-DOUBLON.
           MOVE WS-ID-DOUBLON TO ADH-ID
           READ ADHERENT-FILE
               KEY IS ADH-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-ADHERENT-OK
               SET ADH-STATUT-FERME TO TRUE
               REWRITE ADHERENT-ENR
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF NOT WS-FS-ADHERENT-OK
               SET WS-FUSION-INCOMPLETE TO TRUE
               DISPLAY "ERREUR FERMETURE ADHERENT " WS-ID-DOUBLON
                   " : " WS-FS-ADHERENT
           END-IF.

       5000-CONCLURE-CARTE.
           MOVE SPACES TO FUSION-LIGNE
           IF WS-FUSION-COMPLETE
               ADD 1 TO WS-NB-FUSIONS
               STRING '  ' WS-NB-CONTRATS-CARTE
                   ' CONTRAT(S) REPORTE(S),'
                   ' FICHE ' WS-ID-DOUBLON ' ' WS-NOM-DOUBLON
                   ' FERMEE'
                   DELIMITED BY SIZE INTO FUSION-LIGNE
           ELSE
               ADD 1 TO WS-NB-FUSIONS-INCOMPLETES
               MOVE 4 TO WS-CODE-RETOUR
               STRING '  ' WS-NB-CONTRATS-CARTE
                   ' CONTRAT(S) REPORTE(S),'
                   ' FUSION INCOMPLETE : FICHE ' WS-ID-DOUBLON
                   ' LAISSEE OUVERTE, CARTE A RELANCER'
                   DELIMITED BY SIZE INTO FUSION-LIGNE
           END-IF
           WRITE FUSION-LIGNE.

       8000-ECRIRE-HISTO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATE-HEURE
           MOVE CTR-NO-CONTRAT TO HIS-NO-CONTRAT
           MOVE WS-DATE-HEURE TO HIS-DATE-HEURE
           MOVE 'BATCH' TO HIS-ID-OPERATEUR
           SET HIS-ACTION-FUSION TO TRUE
           WRITE HISTO-ENR.

      *> Journal commun des batches : un enregistrement de debut (carte
      *> parametre comprise) au lancement et un de fin (compteurs, code
      *> de fin) a l'issue du traitement, via BATCH-JOURNAL.
       0250-JOURNAL-DEBUT.
           MOVE 'BAT-FUSION-ADHERENT' TO JRN-Z-NOM-PROGRAMME
           SET JRN-Z-DEBUT TO TRUE
           MOVE WS-PREMIERE-CARTE TO JRN-Z-CARTE-PARAM
           MOVE ZERO TO JRN-Z-NB-LUS JRN-Z-NB-ECRITS JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE.

       0950-JOURNAL-FIN.
           SET JRN-Z-FIN TO TRUE
           MOVE WS-NB-CARTES-LUES TO JRN-Z-NB-LUS
           MOVE WS-NB-CONTRATS-REPORTES TO JRN-Z-NB-ECRITS
           MOVE WS-CODE-RETOUR TO JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
