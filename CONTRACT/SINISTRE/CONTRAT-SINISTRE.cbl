      *> sinistre et pousse le capital consomme de la ligne. Chaque
      *> reglement est signale a la comptabilite par un mouvement sur
      *> MVT-SINISTRE-FILE, comme les primes le sont par MVT-PRIME-ENR.
      *> Avant de poster le reglement, les quittances impayees du
      *> contrat sont affichees et l'adherent peut accepter qu'elles
      *> soient deduites du montant verse : elles sont alors pointees
      *> reglees par compensation, une compensation de prime part sur
      *> MVTPRIMF par quittance et le mouvement sinistre porte le brut,
      *> la part compensee et le net verse.
      *> Un contrat suspendu ou resilie ne peut ni declarer ni regler.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRAT-SINISTRE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MVT-SIN.

      *> Quittances et mouvements de prime : MENU-CONTRACT, appelant,
      *> garde les memes fichiers physiques ouverts, d'ou la clause de
      *> partage.
           SELECT QUITTANCE-FILE ASSIGN TO "QUITTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUI-CLE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FS-QUITTANCE.

           SELECT MVT-FILE ASSIGN TO "MVTPRIMF"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FS-MVT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRAT-FILE.
       FD  MVT-SIN-FILE.
       COPY "MVT-SINISTRE-RECORD.cpy".

       FD  QUITTANCE-FILE.
       COPY "QUITTANCE-RECORD.cpy".

       FD  MVT-FILE.
       COPY "MVT-PRIME-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-CONTRAT                 PIC X(2).
           88  WS-FS-CONTRAT-OK              VALUE '00'.
           88  WS-FS-SINISTRE-OK             VALUE '00'.
           88  WS-FS-SINISTRE-EOF            VALUE '10'.
       01  WS-FS-MVT-SIN                 PIC X(2).
       01  WS-FS-QUITTANCE               PIC X(2).
           88  WS-FS-QUITTANCE-OK            VALUE '00'.
           88  WS-FS-QUITTANCE-EOF           VALUE '10'.
       01  WS-FS-MVT                     PIC X(2).

       01  WS-NO-CONTRAT-SINISTRE        PIC X(10).
       01  WS-ACTION-SINISTRE            PIC X(1).
       01  WS-CAPITAL-CONSOMME           PIC 9(9)V99.
       01  WS-CAPITAL-RESTANT            PIC 9(9)V99.

      *> Compensation des quittances impayees sur le reglement : total
      *> du reste du des quittances a payer du contrat, part deduite du
      *> reglement (au plus le brut) et net verse a l'adherent. La
      *> compensation n'est proposee que si QUITTANCE-FILE est ouvert.
       01  WS-QUITTANCES-ETAT            PIC X(1) VALUE 'N'.
           88  WS-QUITTANCES-OUVERTES        VALUE 'O'.
       01  WS-REPONSE-COMPENSATION       PIC X(1).
           88  WS-COMPENSATION-ACCEPTEE      VALUE 'O'.
       01  WS-NB-QUITTANCES-IMPAYEES     PIC 9(3).
       01  WS-TOTAL-IMPAYE               PIC 9(9)V99.
       01  WS-MONTANT-COMPENSE           PIC 9(9)V99.
       01  WS-MONTANT-NET                PIC 9(9)V99.
       01  WS-RESTE-A-COMPENSER          PIC 9(9)V99.
       01  WS-RESTE-QUITTANCE            PIC 9(7)V99.
       01  WS-IMPUTATION                 PIC 9(7)V99.
       01  WS-MONTANT-QUITTANCE-EDITE    PIC ZZZZZZ9,99.

       01  WS-PROCHAIN-NO-SINISTRE       PIC 9(5).
       01  WS-DATE-HEURE                 PIC 9(14).
       01  WS-MONTANT-EDITE              PIC ZZZZZZZZ9,99.
           IF WS-FS-MVT-SIN = '35'
               OPEN OUTPUT MVT-SIN-FILE
           END-IF
      *> Quittances absentes ou inouvrables : le reglement reste
      *> possible, sans proposition de compensation.
           OPEN I-O QUITTANCE-FILE
           IF WS-FS-QUITTANCE-OK
               SET WS-QUITTANCES-OUVERTES TO TRUE
               OPEN EXTEND MVT-FILE
               IF WS-FS-MVT = '35'
                   OPEN OUTPUT MVT-FILE
               END-IF
           END-IF
           PERFORM 0200-CONTROLER-CONTRAT
           IF WS-FS-CONTRAT-OK AND CTR-STATUT-ACTIF
               MOVE SPACE TO WS-ACTION-SINISTRE
           CLOSE GARANTIE-FILE
           CLOSE SINISTRE-FILE
           CLOSE MVT-SIN-FILE
           IF WS-QUITTANCES-OUVERTES
               CLOSE QUITTANCE-FILE
               CLOSE MVT-FILE
           END-IF
           GOBACK.

      *> Le contrat doit exister et etre actif : pas de declaration ni
               PERFORM 3300-POSTER-REGLEMENT
           END-IF.

      *> 3300-POSTER-REGLEMENT : propose la compensation des quittances
      *> impayees, solde le sinistre pour son montant brut puis pousse
      *> le capital consomme de la ligne de garantie, encore chargee
      *> dans le tampon depuis la recherche ; les quittances deduites
      *> ne sont pointees qu'une fois le sinistre effectivement solde.
      *> Le mouvement et l'affichage portent la part effectivement
      *> imputee : une quittance qui n'a pu etre reecrite n'est pas
      *> compensee et son montant revient au net verse.
       3300-POSTER-REGLEMENT.
           MOVE ZERO TO WS-MONTANT-COMPENSE
           IF WS-QUITTANCES-OUVERTES
               PERFORM 3500-PROPOSER-COMPENSATION
           END-IF
           COMPUTE WS-MONTANT-NET =
               WS-MONTANT-A-REGLER - WS-MONTANT-COMPENSE
           MOVE WS-MONTANT-A-REGLER TO SIN-MONTANT-REGLE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATE-HEURE
           MOVE WS-DATE-HEURE(1:8) TO SIN-DATE-REGLEMENT
                       DISPLAY "ERREUR REECRITURE GARANTIE : "
                           WS-FS-GARANTIE
               END-REWRITE
               IF WS-MONTANT-COMPENSE > ZERO
                   PERFORM 3600-IMPUTER-QUITTANCES
                   IF WS-RESTE-A-COMPENSER > ZERO
                       MOVE WS-RESTE-A-COMPENSER TO WS-MONTANT-EDITE
                       DISPLAY "COMPENSATION INCOMPLETE : "
                           WS-MONTANT-EDITE " NON IMPUTE, VERSE A"
                           " L'ADHERENT"
                       SUBTRACT WS-RESTE-A-COMPENSER
                           FROM WS-MONTANT-COMPENSE
                       COMPUTE WS-MONTANT-NET =
                           WS-MONTANT-A-REGLER - WS-MONTANT-COMPENSE
                   END-IF
               END-IF
               PERFORM 3400-EMETTRE-MVT-SINISTRE
               DISPLAY "SINISTRE " SIN-NO-SINISTRE " REGLE PAR "
                   LK-ID-OPERATEUR
               IF WS-MONTANT-COMPENSE > ZERO
                   MOVE WS-MONTANT-COMPENSE TO WS-MONTANT-EDITE
                   DISPLAY "  DONT COMPENSE SUR QUITTANCES : "
                       WS-MONTANT-EDITE
                   MOVE WS-MONTANT-NET TO WS-MONTANT-EDITE
                   DISPLAY "  NET VERSE A L'ADHERENT       : "
                       WS-MONTANT-EDITE
               END-IF
           END-IF.

      *> 3400-EMETTRE-MVT-SINISTRE : signale la sortie d'argent au
      *> grand livre - un mouvement par reglement, avec le sinistre, la
      *> garantie, le montant brut regle, la part compensee sur les
      *> quittances impayees, le net verse et la date du jour.
       3400-EMETTRE-MVT-SINISTRE.
           MOVE SIN-NO-CONTRAT TO MVS-NO-CONTRAT
           MOVE SIN-NO-SINISTRE TO MVS-NO-SINISTRE
           MOVE SIN-CODE-GARANTIE TO MVS-CODE-GARANTIE
           MOVE SIN-MONTANT-REGLE TO MVS-MONTANT-REGLE
           MOVE SIN-DATE-REGLEMENT TO MVS-DATE-REGLEMENT
           MOVE WS-MONTANT-COMPENSE TO MVS-MONTANT-COMPENSE
           MOVE WS-MONTANT-NET TO MVS-MONTANT-NET
           WRITE MVT-SINISTRE-ENR.

      *> 3500-PROPOSER-COMPENSATION : liste les quittances a payer du
      *> contrat encore impayees (les avoirs, dus a l'adherent, n'en
      *> font pas partie) avec leur reste du ; si l'adherent accepte, la
      *> part deduite du reglement est le total impaye, ecrete au
      *> montant brut du sinistre.
       3500-PROPOSER-COMPENSATION.
           MOVE ZERO TO WS-NB-QUITTANCES-IMPAYEES WS-TOTAL-IMPAYE
           MOVE WS-NO-CONTRAT-SINISTRE TO QUI-NO-CONTRAT
           MOVE ZERO TO QUI-PERIODE
           START QUITTANCE-FILE KEY IS NOT LESS THAN QUI-CLE
               INVALID KEY
                   SET WS-FS-QUITTANCE-EOF TO TRUE
           END-START
           PERFORM 3550-LISTER-QUITTANCE-SUIVANTE
               UNTIL WS-FS-QUITTANCE-EOF
               OR QUI-NO-CONTRAT NOT = WS-NO-CONTRAT-SINISTRE
           MOVE '00' TO WS-FS-QUITTANCE
           IF WS-NB-QUITTANCES-IMPAYEES > ZERO
               MOVE WS-TOTAL-IMPAYE TO WS-MONTANT-EDITE
               DISPLAY "TOTAL IMPAYE DU CONTRAT : " WS-MONTANT-EDITE
               MOVE SPACE TO WS-REPONSE-COMPENSATION
               DISPLAY "DEDUIRE LES QUITTANCES IMPAYEES DU REGLEMENT"
                   " (O/N) ? " WITH NO ADVANCING
               ACCEPT WS-REPONSE-COMPENSATION
               IF WS-COMPENSATION-ACCEPTEE
                   IF WS-TOTAL-IMPAYE > WS-MONTANT-A-REGLER
                       MOVE WS-MONTANT-A-REGLER TO WS-MONTANT-COMPENSE
                   ELSE
                       MOVE WS-TOTAL-IMPAYE TO WS-MONTANT-COMPENSE
                   END-IF
               END-IF
           END-IF.

      *> Tout statut autre que lecture correcte ou fin de fichier
      *> arrete le parcours, la cle restant sinon la meme d'une lecture
      *> a l'autre.
       3550-LISTER-QUITTANCE-SUIVANTE.
           READ QUITTANCE-FILE NEXT RECORD
               AT END
                   SET WS-FS-QUITTANCE-EOF TO TRUE
           END-READ
           IF NOT WS-FS-QUITTANCE-OK
               AND NOT WS-FS-QUITTANCE-EOF
               DISPLAY "ERREUR LECTURE QUITTANCES (" WS-FS-QUITTANCE
                   ") : LISTE DES IMPAYES INCOMPLETE"
               SET WS-FS-QUITTANCE-EOF TO TRUE
           END-IF
           IF WS-FS-QUITTANCE-OK
               AND QUI-NO-CONTRAT = WS-NO-CONTRAT-SINISTRE
               AND QUI-STATUT-IMPAYEE
               AND NOT QUI-TYPE-AVOIR
               COMPUTE WS-RESTE-QUITTANCE =
                   QUI-MONTANT-DU - QUI-MONTANT-REGLE
               ADD WS-RESTE-QUITTANCE TO WS-TOTAL-IMPAYE
               ADD 1 TO WS-NB-QUITTANCES-IMPAYEES
               MOVE WS-RESTE-QUITTANCE TO WS-MONTANT-QUITTANCE-EDITE
               DISPLAY "  QUITTANCE IMPAYEE " QUI-PERIODE
                   " ECHEANCE " QUI-DATE-ECHEANCE
                   " RESTE DU " WS-MONTANT-QUITTANCE-EDITE
           END-IF.

      *> 3600-IMPUTER-QUITTANCES : la part compensee est repartie sur
      *> les quittances impayees dans l'ordre des periodes, la plus
      *> ancienne d'abord ; chacune est pointee reglee (ou partielle si
      *> le reglement ne la couvre pas entierement) par compensation.
       3600-IMPUTER-QUITTANCES.
           MOVE WS-MONTANT-COMPENSE TO WS-RESTE-A-COMPENSER
           MOVE WS-NO-CONTRAT-SINISTRE TO QUI-NO-CONTRAT
           MOVE ZERO TO QUI-PERIODE
           START QUITTANCE-FILE KEY IS NOT LESS THAN QUI-CLE
               INVALID KEY
                   SET WS-FS-QUITTANCE-EOF TO TRUE
           END-START
           PERFORM 3650-IMPUTER-QUITTANCE-SUIVANTE
               UNTIL WS-FS-QUITTANCE-EOF
               OR QUI-NO-CONTRAT NOT = WS-NO-CONTRAT-SINISTRE
               OR WS-RESTE-A-COMPENSER = ZERO
           MOVE '00' TO WS-FS-QUITTANCE.

      *> Meme arret que 3550 sur un statut anormal, y compris la
      *> lecture qui suit une reecriture en erreur.
       3650-IMPUTER-QUITTANCE-SUIVANTE.
           READ QUITTANCE-FILE NEXT RECORD
               AT END
                   SET WS-FS-QUITTANCE-EOF TO TRUE
           END-READ
           IF NOT WS-FS-QUITTANCE-OK
               AND NOT WS-FS-QUITTANCE-EOF
               DISPLAY "ERREUR LECTURE QUITTANCES (" WS-FS-QUITTANCE
                   ") : IMPUTATION INTERROMPUE"
               SET WS-FS-QUITTANCE-EOF TO TRUE
           END-IF
           IF WS-FS-QUITTANCE-OK
               AND QUI-NO-CONTRAT = WS-NO-CONTRAT-SINISTRE
               AND QUI-STATUT-IMPAYEE
               AND NOT QUI-TYPE-AVOIR
               COMPUTE WS-RESTE-QUITTANCE =
                   QUI-MONTANT-DU - QUI-MONTANT-REGLE
               IF WS-RESTE-QUITTANCE > WS-RESTE-A-COMPENSER
                   MOVE WS-RESTE-A-COMPENSER TO WS-IMPUTATION
               ELSE
                   MOVE WS-RESTE-QUITTANCE TO WS-IMPUTATION
               END-IF
               ADD WS-IMPUTATION TO QUI-MONTANT-REGLE
               MOVE SIN-DATE-REGLEMENT TO QUI-DATE-REGLEMENT
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
                   SUBTRACT WS-IMPUTATION FROM WS-RESTE-A-COMPENSER
                   PERFORM 3700-EMETTRE-MVT-COMPENSATION
               END-IF
           END-IF.

      *> 3700-EMETTRE-MVT-COMPENSATION : la prime encaissee par
      *> compensation est signalee au grand livre - reste du avant
      *> (brut), part compensee et reste du apres (net) de la quittance.
       3700-EMETTRE-MVT-COMPENSATION.
           MOVE QUI-NO-CONTRAT TO MVT-NO-CONTRAT
           MOVE QUI-CODE-PRODUIT TO MVT-CODE-PRODUIT
           SET MVT-COMPENSATION TO TRUE
           MOVE WS-RESTE-QUITTANCE TO MVT-PRIME-AVANT
           MOVE WS-IMPUTATION TO MVT-MONTANT-COMPENSE
           COMPUTE MVT-PRIME-APRES =
               WS-RESTE-QUITTANCE - WS-IMPUTATION
           MOVE SIN-DATE-REGLEMENT TO MVT-DATE-EFFET
           WRITE MVT-PRIME-ENR.
