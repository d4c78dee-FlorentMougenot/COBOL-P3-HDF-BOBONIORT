       >>SOURCE FORMAT FREE
      *> Batch mensuel : mouvements du portefeuille par produit et par
      *> courtier apporteur sur le mois de la date de traitement.
      *> Les contrats du portefeuille vivant (CONTRATF) et ceux deja
      *> epures par BAT-ARCHIVE (ARCCTRF) sont classes d'apres leurs
      *> dates : en stock au debut du mois (effet anterieur, pas
      *> resilie avant le 1er), affaire nouvelle (effet dans le mois),
      *> resiliation (date de resiliation dans le mois - contentieux
      *> quand le motif est celui pose par BAT-CONTENTIEUX, gestion
      *> sinon), en stock en fin de mois. Un contrat resilie puis
      *> archive dans le mois compte ainsi bien en sortie. Les
      *> historiques vivant (HISTOF) et archive (ARCHISF) donnent les
      *> suspensions du mois et les remises en vigueur depuis
      *> l'archive (CONTRAT-ARCHIVE), le contrat remis en vigueur
      *> etant retire du stock de debut ou ses dates effacees le
      *> feraient figurer. Chaque mouvement est compte avec la prime
      *> annuelle du contrat, sous son produit, sous son courtier et
      *> au total ; le rapport PORTEFF edite le detail par produit,
      *> puis par courtier, puis le total du portefeuille.
      *> Limite assumee : une remise en vigueur posterieure au mois
      *> rapporte n'est pas vue - le rapport est a passer en fin de
      *> mois, comme BAT-SINISTRALITE.
      *> La carte PARAMF est la meme que celle de BAT-ECHEANCE (seule
      *> la date de traitement est utilisee ici).
      *> Le lancement et la fin du traitement sont journalises sur le
      *> journal commun des batches via BATCH-JOURNAL ; un abandon
      *> (contrats indisponibles) ressort en code de fin 8, une table
      *> des regroupements saturee en code de fin 4 (le mouvement reste
      *> porte sur le total).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAT-PORTEFEUILLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PARAMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT CONTRAT-FILE ASSIGN TO "CONTRATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-NO-CONTRAT
               FILE STATUS IS WS-FS-CONTRAT.

           SELECT ARCH-CONTRAT-FILE ASSIGN TO "ARCCTRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-NO-CONTRAT
               FILE STATUS IS WS-FS-ARCH-CONTRAT.

           SELECT HISTO-FILE ASSIGN TO "HISTOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTO.

           SELECT ARCH-HISTO-FILE ASSIGN TO "ARCHISF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCH-HISTO.

           SELECT PORTEFEUILLE-FILE ASSIGN TO "PORTEFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PORTEFEUILLE.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       COPY "PARAM-ECHEANCE-RECORD.cpy".

       FD  CONTRAT-FILE.
       COPY "CONTRAT-RECORD.cpy".

      *> Les archives portent les memes dessins d'enregistrement que les
      *> fichiers vivants, sous des prefixes distincts.
       FD  ARCH-CONTRAT-FILE.
       COPY "CONTRAT-RECORD.cpy"
           REPLACING ==CONTRAT-ENR== BY ==ARCH-CONTRAT-ENR==
           LEADING ==CTR== BY ==ACT==.

       FD  HISTO-FILE.
       COPY "CONTRAT-HISTO-RECORD.cpy".

       FD  ARCH-HISTO-FILE.
       COPY "CONTRAT-HISTO-RECORD.cpy"
           REPLACING ==HISTO-ENR== BY ==ARCH-HISTO-ENR==
           LEADING ==HIS== BY ==AHI==.

       FD  PORTEFEUILLE-FILE.
       COPY "MOUVEMENT-PORTEFEUILLE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAM                   PIC X(2).
       01  WS-FS-CONTRAT                 PIC X(2).
           88  WS-FS-CONTRAT-OK              VALUE '00'.
           88  WS-FS-CONTRAT-EOF             VALUE '10'.
       01  WS-FS-ARCH-CONTRAT            PIC X(2).
           88  WS-FS-ARCH-CONTRAT-OK         VALUE '00'.
           88  WS-FS-ARCH-CONTRAT-EOF        VALUE '10'.
       01  WS-FS-HISTO                   PIC X(2).
           88  WS-FS-HISTO-OK                VALUE '00'.
           88  WS-FS-HISTO-EOF               VALUE '10'.
       01  WS-FS-ARCH-HISTO              PIC X(2).
           88  WS-FS-ARCH-HISTO-OK           VALUE '00'.
           88  WS-FS-ARCH-HISTO-EOF          VALUE '10'.
       01  WS-FS-PORTEFEUILLE            PIC X(2).

      *> Pose a 'O' quand l'archive contrats est ouverte : sans archive
      *> (aucune campagne BAT-ARCHIVE encore passee) le rapport porte
      *> sur le seul portefeuille vivant.
       01  WS-CONTROLE-ARCHIVE           PIC X(1) VALUE 'N'.
           88  WS-ARCHIVE-DISPONIBLE         VALUE 'O'.

       01  WS-DATE-TRAITEMENT            PIC 9(8).
       01  WS-MOIS-TRAITEMENT            PIC 9(6).
      *> Bornes du mois en AAAAMMJJ ; le 31 sert de borne de fin quel
      *> que soit le mois, seule la comparaison compte.
       01  WS-DEBUT-MOIS                 PIC 9(8).
       01  WS-FIN-MOIS                   PIC 9(8).

      *> Motif pose par BAT-CONTENTIEUX sur la resiliation de plein
      *> droit : toute autre resiliation est une resiliation de gestion.
       COPY "MOTIF-CONTENTIEUX-ZONE.cpy".

       01  WS-EN-VIGUEUR-DEBUT           PIC X(1).
           88  WS-STOCK-DEBUT                VALUE 'O'.
       01  WS-CONTRAT-EVT                PIC X(1).
           88  WS-CONTRAT-EVT-TROUVE         VALUE 'O'.

      *> Rang de la ligne de mouvement (1 a 7, ordre du rapport) et
      *> sens du cumul : -1 retire du stock de debut un contrat remis
      *> en vigueur dans le mois.
       01  WS-RANG-MVT                   PIC 9(1).
       01  WS-SENS-MVT                   PIC S9(1).
       01  WS-RANG-INIT                  PIC 9(1).
       01  WS-PRIME-MVT                  PIC S9(9)V99.

       01  WS-TABLE-LIBELLES.
           05  FILLER                  PIC X(24)
                   VALUE 'STOCK DEBUT DE MOIS'.
           05  FILLER                  PIC X(24)
                   VALUE 'AFFAIRES NOUVELLES'.
           05  FILLER                  PIC X(24)
                   VALUE 'REMISES EN VIGUEUR'.
           05  FILLER                  PIC X(24) VALUE 'SUSPENSIONS'.
           05  FILLER                  PIC X(24)
                   VALUE 'RESILIATIONS GESTION'.
           05  FILLER                  PIC X(24)
                   VALUE 'RESILIATIONS CONTENTIEUX'.
           05  FILLER                  PIC X(24)
                   VALUE 'STOCK FIN DE MOIS'.
       01  WS-LIBELLES-R REDEFINES WS-TABLE-LIBELLES.
           05  WS-LIBELLE-MVT          PIC X(24) OCCURS 7 TIMES.

      *> Cumuls par regroupement (axe P = produit, C = courtier), meme
      *> mecanique de table a creation au premier passage que
      *> WS-TABLE-SP de BAT-SINISTRALITE ; sept lignes de mouvement par
      *> regroupement, dans l'ordre de WS-TABLE-LIBELLES.
       01  WS-TABLE-PORTEFEUILLE.
           05  WS-PF-ENTRY OCCURS 300 TIMES
               INDEXED BY WS-IDX-PF.
               10  WS-PF-AXE                 PIC X(1).
               10  WS-PF-CODE                PIC X(6).
               10  WS-PF-LIGNE OCCURS 7 TIMES.
                   15  WS-PF-NB              PIC S9(9).
                   15  WS-PF-PRIME           PIC S9(11)V99.
       01  WS-NB-REGROUPEMENTS           PIC 9(3) VALUE ZERO.
       01  WS-NB-REGROUPEMENTS-MAX       PIC 9(3) VALUE 300.
       01  WS-TROUVE                     PIC X(1).
           88  WS-REGROUPEMENT-TROUVE        VALUE 'O'.
           88  WS-TABLE-PORTEFEUILLE-PLEINE  VALUE 'P'.
       01  WS-AXE-CHERCHE                PIC X(1).
       01  WS-CODE-CHERCHE               PIC X(6).
       01  WS-AXE-EDITE                  PIC X(1).

       01  WS-TABLE-TOTAL.
           05  WS-TOT-LIGNE OCCURS 7 TIMES.
               10  WS-TOT-NB                 PIC S9(9).
               10  WS-TOT-PRIME              PIC S9(11)V99.

       01  WS-NB-CONTRATS-LUS            PIC 9(9) VALUE ZERO.
       01  WS-NB-ARCHIVES-LUES           PIC 9(9) VALUE ZERO.
       01  WS-NB-HISTO-LUS               PIC 9(9) VALUE ZERO.
       01  WS-NB-LIGNES-EDITEES          PIC 9(9) VALUE ZERO.

      *> Code de fin journalise et rendu a l'appelant : zero quand le
      *> portefeuille a ete parcouru, 4 quand un regroupement n'a pu
      *> etre cree faute de place, 8 quand le traitement a ete
      *> abandonne faute de contrats.
       01  WS-CODE-RETOUR                PIC 9(4) VALUE ZERO.

       COPY "BATCH-JOURNAL-ZONE.cpy".

       PROCEDURE DIVISION.
       0000-DEBUT.
           PERFORM 0100-OUVERTURE
           PERFORM 0200-LIRE-PARAMETRES
           PERFORM 0250-JOURNAL-DEBUT
           PERFORM 1000-TRAITER-CONTRAT
               UNTIL WS-FS-CONTRAT-EOF
           PERFORM 2000-TRAITER-ARCHIVE
               UNTIL WS-FS-ARCH-CONTRAT-EOF
           PERFORM 3000-TRAITER-HISTO
               UNTIL WS-FS-HISTO-EOF
           PERFORM 4000-TRAITER-HISTO-ARCHIVE
               UNTIL WS-FS-ARCH-HISTO-EOF
           IF WS-CODE-RETOUR NOT = 8
               PERFORM 5000-EDITER-RAPPORT
           END-IF
           PERFORM 0900-FERMETURE
           PERFORM 0950-JOURNAL-FIN
           DISPLAY "BAT-PORTEFEUILLE : " WS-NB-CONTRATS-LUS
               " CONTRATS LUS, " WS-NB-ARCHIVES-LUES
               " ARCHIVES LUES, " WS-NB-HISTO-LUS
               " LIGNES HISTO LUES, " WS-NB-LIGNES-EDITEES
               " LIGNES EDITEES"
           GOBACK.

       0100-OUVERTURE.
           OPEN INPUT PARAM-FILE
           OPEN INPUT CONTRAT-FILE
           OPEN INPUT ARCH-CONTRAT-FILE
           IF WS-FS-ARCH-CONTRAT-OK
               SET WS-ARCHIVE-DISPONIBLE TO TRUE
           END-IF
           OPEN INPUT HISTO-FILE
           OPEN INPUT ARCH-HISTO-FILE
           OPEN OUTPUT PORTEFEUILLE-FILE.

       0200-LIRE-PARAMETRES.
           READ PARAM-FILE
           MOVE PAR-DATE-TRAITEMENT TO WS-DATE-TRAITEMENT
           MOVE WS-DATE-TRAITEMENT(1:6) TO WS-MOIS-TRAITEMENT
           COMPUTE WS-DEBUT-MOIS = WS-MOIS-TRAITEMENT * 100 + 1
           COMPUTE WS-FIN-MOIS = WS-MOIS-TRAITEMENT * 100 + 31
           PERFORM 0210-INITIALISER-TOTAL
               VARYING WS-RANG-INIT FROM 1 BY 1
               UNTIL WS-RANG-INIT > 7
      *> Sans contrats, pas de portefeuille a decrire : abandon. Sans
      *> archive ou sans historique, le rapport sort sur ce qui est
      *> lisible plutot que de ne pas sortir du tout.
           IF NOT WS-FS-CONTRAT-OK
               DISPLAY "CONTRATS INDISPONIBLES (" WS-FS-CONTRAT
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
               SET WS-FS-CONTRAT-EOF TO TRUE
               SET WS-FS-ARCH-CONTRAT-EOF TO TRUE
               SET WS-FS-HISTO-EOF TO TRUE
               SET WS-FS-ARCH-HISTO-EOF TO TRUE
           END-IF
           IF NOT WS-ARCHIVE-DISPONIBLE
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "ARCHIVES INDISPONIBLES (" WS-FS-ARCH-CONTRAT
                   ") : PORTEFEUILLE VIVANT SEUL"
               SET WS-FS-ARCH-CONTRAT-EOF TO TRUE
           END-IF
           IF NOT WS-FS-HISTO-OK
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "HISTORIQUE INDISPONIBLE (" WS-FS-HISTO
                   ") : MOUVEMENTS HISTO NON REPRIS"
               SET WS-FS-HISTO-EOF TO TRUE
           END-IF
           IF NOT WS-FS-ARCH-HISTO-OK
               AND WS-CODE-RETOUR = ZERO
               SET WS-FS-ARCH-HISTO-EOF TO TRUE
           END-IF
           IF NOT WS-FS-CONTRAT-EOF
               MOVE LOW-VALUES TO CTR-NO-CONTRAT
               START CONTRAT-FILE KEY IS NOT LESS THAN CTR-NO-CONTRAT
                   INVALID KEY
                       SET WS-FS-CONTRAT-EOF TO TRUE
               END-START
           END-IF
           IF NOT WS-FS-CONTRAT-EOF
               PERFORM 1100-LIRE-CONTRAT-SUIVANT
           END-IF
           IF NOT WS-FS-ARCH-CONTRAT-EOF
               MOVE LOW-VALUES TO ACT-NO-CONTRAT
               START ARCH-CONTRAT-FILE
                   KEY IS NOT LESS THAN ACT-NO-CONTRAT
                   INVALID KEY
                       SET WS-FS-ARCH-CONTRAT-EOF TO TRUE
               END-START
           END-IF
           IF NOT WS-FS-ARCH-CONTRAT-EOF
               PERFORM 2100-LIRE-ARCHIVE-SUIVANTE
           END-IF
           IF NOT WS-FS-HISTO-EOF
               PERFORM 3100-LIRE-HISTO-SUIVANT
           END-IF
           IF NOT WS-FS-ARCH-HISTO-EOF
               PERFORM 4100-LIRE-HISTO-ARCHIVE-SUIVANT
           END-IF.

       0210-INITIALISER-TOTAL.
           MOVE ZERO TO WS-TOT-NB(WS-RANG-INIT)
           MOVE ZERO TO WS-TOT-PRIME(WS-RANG-INIT).

       0900-FERMETURE.
           CLOSE PARAM-FILE
           CLOSE CONTRAT-FILE
           CLOSE ARCH-CONTRAT-FILE
           CLOSE HISTO-FILE
           CLOSE ARCH-HISTO-FILE
           CLOSE PORTEFEUILLE-FILE.

       1000-TRAITER-CONTRAT.
           ADD 1 TO WS-NB-CONTRATS-LUS
           PERFORM 1500-CLASSER-CONTRAT
           PERFORM 1100-LIRE-CONTRAT-SUIVANT.

       1100-LIRE-CONTRAT-SUIVANT.
           READ CONTRAT-FILE NEXT RECORD
               AT END
                   SET WS-FS-CONTRAT-EOF TO TRUE
           END-READ.

      *> 1500-CLASSER-CONTRAT : classe le contrat present dans
      *> CONTRAT-ENR (vivant, ou archive recopie) d'apres ses dates.
      *> Stock debut + affaires nouvelles - resiliations = stock fin
      *> contrat par contrat ; un contrat resilie sans date n'est
      *> compte nulle part.
       1500-CLASSER-CONTRAT.
           MOVE 1 TO WS-SENS-MVT
           MOVE CTR-MONTANT-PRIME TO WS-PRIME-MVT
           PERFORM 1550-EVALUER-STOCK-DEBUT
           IF WS-STOCK-DEBUT
               MOVE 1 TO WS-RANG-MVT
               PERFORM 8000-CUMULER-MOUVEMENT
           END-IF
           IF CTR-DATE-EFFET >= WS-DEBUT-MOIS
               AND CTR-DATE-EFFET <= WS-FIN-MOIS
               MOVE 2 TO WS-RANG-MVT
               PERFORM 8000-CUMULER-MOUVEMENT
           END-IF
           IF CTR-STATUT-RESILIE
               AND CTR-DATE-RESILIATION >= WS-DEBUT-MOIS
               AND CTR-DATE-RESILIATION <= WS-FIN-MOIS
               AND CTR-DATE-EFFET <= WS-FIN-MOIS
               IF CTR-MOTIF-RESILIATION = WS-MOTIF-CONTENTIEUX
                   MOVE 6 TO WS-RANG-MVT
               ELSE
                   MOVE 5 TO WS-RANG-MVT
               END-IF
               PERFORM 8000-CUMULER-MOUVEMENT
           END-IF
           IF CTR-DATE-EFFET <= WS-FIN-MOIS
               AND (NOT CTR-STATUT-RESILIE
                   OR CTR-DATE-RESILIATION > WS-FIN-MOIS)
               MOVE 7 TO WS-RANG-MVT
               PERFORM 8000-CUMULER-MOUVEMENT
           END-IF.

      *> En stock au debut du mois : effet anterieur au 1er et pas
      *> resilie avant le 1er (les contrats suspendus restent en stock).
       1550-EVALUER-STOCK-DEBUT.
           MOVE 'N' TO WS-EN-VIGUEUR-DEBUT
           IF CTR-DATE-EFFET < WS-DEBUT-MOIS
               AND (NOT CTR-STATUT-RESILIE
                   OR CTR-DATE-RESILIATION >= WS-DEBUT-MOIS)
               MOVE 'O' TO WS-EN-VIGUEUR-DEBUT
           END-IF.

      *> 2000-TRAITER-ARCHIVE : un contrat archive encore present sur le
      *> portefeuille vivant (campagne BAT-ARCHIVE interrompue avant sa
      *> suppression) a deja ete classe et n'est pas compte deux fois.
       2000-TRAITER-ARCHIVE.
           ADD 1 TO WS-NB-ARCHIVES-LUES
           MOVE ACT-NO-CONTRAT TO CTR-NO-CONTRAT
           READ CONTRAT-FILE
               KEY IS CTR-NO-CONTRAT
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-FS-CONTRAT-OK
               MOVE ARCH-CONTRAT-ENR TO CONTRAT-ENR
               PERFORM 1500-CLASSER-CONTRAT
           END-IF
           PERFORM 2100-LIRE-ARCHIVE-SUIVANTE.

       2100-LIRE-ARCHIVE-SUIVANTE.
           READ ARCH-CONTRAT-FILE NEXT RECORD
               AT END
                   SET WS-FS-ARCH-CONTRAT-EOF TO TRUE
           END-READ.

       3000-TRAITER-HISTO.
           ADD 1 TO WS-NB-HISTO-LUS
           IF HIS-DATE-HEURE(1:6) = WS-MOIS-TRAITEMENT
               PERFORM 3500-CLASSER-EVENEMENT
           END-IF
           PERFORM 3100-LIRE-HISTO-SUIVANT.

       3100-LIRE-HISTO-SUIVANT.
           READ HISTO-FILE
               AT END
                   SET WS-FS-HISTO-EOF TO TRUE
           END-READ.

      *> 3500-CLASSER-EVENEMENT : ligne d'historique du mois presente
      *> dans HISTO-ENR. Suspension : passage du statut a S. Remise en
      *> vigueur depuis l'archive : le contrat compte en entree et, ses
      *> dates de resiliation ayant ete effacees, il est retire du stock
      *> de debut ou son classement par dates l'a fait figurer.
       3500-CLASSER-EVENEMENT.
           IF HIS-ACTION-SUSPENSION
               AND HIS-CHAMP-MODIFIE = 'CTR-STATUT'
               PERFORM 3600-CHARGER-CONTRAT-EVENEMENT
               IF WS-CONTRAT-EVT-TROUVE
                   MOVE 1 TO WS-SENS-MVT
                   MOVE 4 TO WS-RANG-MVT
                   PERFORM 8000-CUMULER-MOUVEMENT
               END-IF
           END-IF
           IF HIS-ACTION-DESARCHIVAGE
               PERFORM 3600-CHARGER-CONTRAT-EVENEMENT
               IF WS-CONTRAT-EVT-TROUVE
                   MOVE 1 TO WS-SENS-MVT
                   MOVE 3 TO WS-RANG-MVT
                   PERFORM 8000-CUMULER-MOUVEMENT
                   PERFORM 1550-EVALUER-STOCK-DEBUT
                   IF WS-STOCK-DEBUT
                       MOVE -1 TO WS-SENS-MVT
                       MOVE 1 TO WS-RANG-MVT
                       PERFORM 8000-CUMULER-MOUVEMENT
                   END-IF
               END-IF
           END-IF.

      *> Le contrat de l'evenement est cherche sur le portefeuille
      *> vivant puis sur l'archive ; introuvable, l'evenement est
      *> signale et ignore.
       3600-CHARGER-CONTRAT-EVENEMENT.
           MOVE 'N' TO WS-CONTRAT-EVT
           MOVE HIS-NO-CONTRAT TO CTR-NO-CONTRAT
           READ CONTRAT-FILE
               KEY IS CTR-NO-CONTRAT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-CONTRAT-OK
               MOVE 'O' TO WS-CONTRAT-EVT
           ELSE
               IF WS-ARCHIVE-DISPONIBLE
                   MOVE HIS-NO-CONTRAT TO ACT-NO-CONTRAT
                   READ ARCH-CONTRAT-FILE
                       KEY IS ACT-NO-CONTRAT
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-FS-ARCH-CONTRAT-OK
                       MOVE ARCH-CONTRAT-ENR TO CONTRAT-ENR
                       MOVE 'O' TO WS-CONTRAT-EVT
                   END-IF
               END-IF
           END-IF
           IF WS-CONTRAT-EVT-TROUVE
               MOVE CTR-MONTANT-PRIME TO WS-PRIME-MVT
           ELSE
               DISPLAY "HISTORIQUE SANS CONTRAT : " HIS-NO-CONTRAT
                   " ACTION " HIS-CODE-ACTION " DU " HIS-DATE-HEURE
           END-IF.

      *> 4000-TRAITER-HISTO-ARCHIVE : l'historique des contrats epures
      *> est classe comme l'historique vivant.
       4000-TRAITER-HISTO-ARCHIVE.
           ADD 1 TO WS-NB-HISTO-LUS
           IF AHI-DATE-HEURE(1:6) = WS-MOIS-TRAITEMENT
               MOVE ARCH-HISTO-ENR TO HISTO-ENR
               PERFORM 3500-CLASSER-EVENEMENT
           END-IF
           PERFORM 4100-LIRE-HISTO-ARCHIVE-SUIVANT.

       4100-LIRE-HISTO-ARCHIVE-SUIVANT.
           READ ARCH-HISTO-FILE
               AT END
                   SET WS-FS-ARCH-HISTO-EOF TO TRUE
           END-READ.

      *> 5000-EDITER-RAPPORT : regroupements par produit, puis par
      *> courtier, dans l'ordre de premiere rencontre, puis le total du
      *> portefeuille.
       5000-EDITER-RAPPORT.
           MOVE 'P' TO WS-AXE-EDITE
           PERFORM 5100-EDITER-REGROUPEMENT
               VARYING WS-IDX-PF FROM 1 BY 1
               UNTIL WS-IDX-PF > WS-NB-REGROUPEMENTS
           MOVE 'C' TO WS-AXE-EDITE
           PERFORM 5100-EDITER-REGROUPEMENT
               VARYING WS-IDX-PF FROM 1 BY 1
               UNTIL WS-IDX-PF > WS-NB-REGROUPEMENTS
           PERFORM 5300-EDITER-TOTAL
               VARYING WS-RANG-MVT FROM 1 BY 1
               UNTIL WS-RANG-MVT > 7.

       5100-EDITER-REGROUPEMENT.
           IF WS-PF-AXE(WS-IDX-PF) = WS-AXE-EDITE
               PERFORM 5200-EDITER-LIGNE
                   VARYING WS-RANG-MVT FROM 1 BY 1
                   UNTIL WS-RANG-MVT > 7
           END-IF.

       5200-EDITER-LIGNE.
           MOVE SPACES TO MOUVEMENT-PORTEFEUILLE-ENR
           IF WS-AXE-EDITE = 'P'
               MOVE 'PRODUIT' TO MPF-AXE
           ELSE
               MOVE 'COURTIER' TO MPF-AXE
           END-IF
           MOVE WS-PF-CODE(WS-IDX-PF) TO MPF-CODE
           MOVE WS-LIBELLE-MVT(WS-RANG-MVT) TO MPF-MOUVEMENT
           MOVE WS-PF-NB(WS-IDX-PF, WS-RANG-MVT) TO MPF-NB-CONTRATS
           MOVE WS-PF-PRIME(WS-IDX-PF, WS-RANG-MVT)
               TO MPF-PRIME-ANNUELLE
           WRITE MOUVEMENT-PORTEFEUILLE-ENR
           ADD 1 TO WS-NB-LIGNES-EDITEES.

       5300-EDITER-TOTAL.
           MOVE SPACES TO MOUVEMENT-PORTEFEUILLE-ENR
           MOVE 'TOTAL' TO MPF-AXE
           MOVE WS-LIBELLE-MVT(WS-RANG-MVT) TO MPF-MOUVEMENT
           MOVE WS-TOT-NB(WS-RANG-MVT) TO MPF-NB-CONTRATS
           MOVE WS-TOT-PRIME(WS-RANG-MVT) TO MPF-PRIME-ANNUELLE
           WRITE MOUVEMENT-PORTEFEUILLE-ENR
           ADD 1 TO WS-NB-LIGNES-EDITEES.

      *> 8000-CUMULER-MOUVEMENT : porte le contrat de CONTRAT-ENR sur la
      *> ligne WS-RANG-MVT de son produit, de son courtier (DIRECT pour
      *> la production directe) et du total, dans le sens WS-SENS-MVT.
       8000-CUMULER-MOUVEMENT.
           MOVE 'P' TO WS-AXE-CHERCHE
           MOVE CTR-CODE-PRODUIT TO WS-CODE-CHERCHE
           PERFORM 8100-TROUVER-OU-CREER-REGROUPEMENT
           IF NOT WS-TABLE-PORTEFEUILLE-PLEINE
               PERFORM 8200-AJOUTER-MOUVEMENT
           END-IF
           MOVE 'C' TO WS-AXE-CHERCHE
           IF CTR-CODE-COURTIER = SPACES
               MOVE 'DIRECT' TO WS-CODE-CHERCHE
           ELSE
               MOVE CTR-CODE-COURTIER TO WS-CODE-CHERCHE
           END-IF
           PERFORM 8100-TROUVER-OU-CREER-REGROUPEMENT
           IF NOT WS-TABLE-PORTEFEUILLE-PLEINE
               PERFORM 8200-AJOUTER-MOUVEMENT
           END-IF
           COMPUTE WS-TOT-NB(WS-RANG-MVT) =
               WS-TOT-NB(WS-RANG-MVT) + WS-SENS-MVT
           COMPUTE WS-TOT-PRIME(WS-RANG-MVT) =
               WS-TOT-PRIME(WS-RANG-MVT) + WS-PRIME-MVT * WS-SENS-MVT.

       8100-TROUVER-OU-CREER-REGROUPEMENT.
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-IDX-PF FROM 1 BY 1
               UNTIL WS-IDX-PF > WS-NB-REGROUPEMENTS
               OR WS-REGROUPEMENT-TROUVE
               IF WS-PF-AXE(WS-IDX-PF) = WS-AXE-CHERCHE
                   AND WS-PF-CODE(WS-IDX-PF) = WS-CODE-CHERCHE
                   MOVE 'O' TO WS-TROUVE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-REGROUPEMENT-TROUVE
                   SUBTRACT 1 FROM WS-IDX-PF
               WHEN WS-NB-REGROUPEMENTS >= WS-NB-REGROUPEMENTS-MAX
                   DISPLAY "TABLE DES REGROUPEMENTS PLEINE A "
                       WS-NB-REGROUPEMENTS-MAX " : " WS-AXE-CHERCHE
                       " " WS-CODE-CHERCHE " NON VENTILE"
                   MOVE 4 TO WS-CODE-RETOUR
                   MOVE 'P' TO WS-TROUVE
               WHEN OTHER
                   ADD 1 TO WS-NB-REGROUPEMENTS
                   SET WS-IDX-PF TO WS-NB-REGROUPEMENTS
                   MOVE WS-AXE-CHERCHE TO WS-PF-AXE(WS-IDX-PF)
                   MOVE WS-CODE-CHERCHE TO WS-PF-CODE(WS-IDX-PF)
                   PERFORM 8150-INITIALISER-LIGNE
                       VARYING WS-RANG-INIT FROM 1 BY 1
                       UNTIL WS-RANG-INIT > 7
           END-EVALUATE.

       8150-INITIALISER-LIGNE.
           MOVE ZERO TO WS-PF-NB(WS-IDX-PF, WS-RANG-INIT)
           MOVE ZERO TO WS-PF-PRIME(WS-IDX-PF, WS-RANG-INIT).

       8200-AJOUTER-MOUVEMENT.
           COMPUTE WS-PF-NB(WS-IDX-PF, WS-RANG-MVT) =
               WS-PF-NB(WS-IDX-PF, WS-RANG-MVT) + WS-SENS-MVT
           COMPUTE WS-PF-PRIME(WS-IDX-PF, WS-RANG-MVT) =
               WS-PF-PRIME(WS-IDX-PF, WS-RANG-MVT)
               + WS-PRIME-MVT * WS-SENS-MVT.

      *> Journal commun des batches : un enregistrement de debut (carte
      *> parametre comprise) au lancement et un de fin (compteurs, code
      *> de fin) a l'issue du traitement, via BATCH-JOURNAL.
       0250-JOURNAL-DEBUT.
           MOVE 'BAT-PORTEFEUILLE' TO JRN-Z-NOM-PROGRAMME
           SET JRN-Z-DEBUT TO TRUE
           MOVE PARAM-ENR TO JRN-Z-CARTE-PARAM
           MOVE ZERO TO JRN-Z-NB-LUS JRN-Z-NB-ECRITS JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE.

       0950-JOURNAL-FIN.
           SET JRN-Z-FIN TO TRUE
           COMPUTE JRN-Z-NB-LUS = WS-NB-CONTRATS-LUS
               + WS-NB-ARCHIVES-LUES + WS-NB-HISTO-LUS
           MOVE WS-NB-LIGNES-EDITEES TO JRN-Z-NB-ECRITS
           MOVE WS-CODE-RETOUR TO JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
