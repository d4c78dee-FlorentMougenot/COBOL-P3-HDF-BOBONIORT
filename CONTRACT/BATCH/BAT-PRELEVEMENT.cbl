       >>SOURCE FORMAT FREE
      *> Batch nocturne : prelevement automatique des quittances.
      *> Parcourt QUITTANCE-FILE ; chaque quittance impayee et echue a la
      *> date de traitement dont le contrat est en mode preleve donne
      *> lieu a un ordre de prelevement sur le fichier remis a la
      *> banque, emis sous le mandat SEPA de l'adherent (RUM, date de
      *> signature, sequence FRST/RCUR et coordonnees bancaires reprises
      *> de MANDATF), et la quittance est pointee reglee a bonne date -
      *> la date d'echeance, pas celle du passage du batch. Un contrat
      *> preleve dont l'adherent n'a pas de mandat actif (ou un mandat
      *> sans IBAN) n'est pas presente : la quittance reste impayee
      *> (elle suivra le cycle contentieux comme une quittance guichet)
      *> et ressort sur le rapport d'exceptions EXCPRELF. Le premier
      *> ordre emis sous un mandat le fait passer en recurrent (RCUR).
      *> Les rejets bancaires reviennent
      *> par BAT-REJET-PRELEVEMENT qui remet la quittance en impayee.
      *> La carte PARAMF est la meme que celle de BAT-ECHEANCE (seule
      *> la date de traitement est utilisee ici).
               RECORD KEY IS CTR-NO-CONTRAT
               FILE STATUS IS WS-FS-CONTRAT.

           SELECT MANDAT-FILE ASSIGN TO "MANDATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-ID-ADHERENT
               FILE STATUS IS WS-FS-MANDAT.

           SELECT ORDRE-FILE ASSIGN TO "ORDPRELF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDRE.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRELF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPTION.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       FD  CONTRAT-FILE.
       COPY "CONTRAT-RECORD.cpy".

       FD  MANDAT-FILE.
       COPY "MANDAT-RECORD.cpy".

       FD  ORDRE-FILE.
       COPY "PRELEVEMENT-ORDRE-RECORD.cpy".

       FD  EXCEPTION-FILE.
       COPY "PRELEVEMENT-EXCEPTION-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAM                   PIC X(2).
       01  WS-FS-QUITTANCE               PIC X(2).
           88  WS-FS-QUITTANCE-EOF           VALUE '10'.
       01  WS-FS-CONTRAT                 PIC X(2).
           88  WS-FS-CONTRAT-OK              VALUE '00'.
       01  WS-FS-MANDAT                  PIC X(2).
           88  WS-FS-MANDAT-OK               VALUE '00'.
       01  WS-FS-ORDRE                   PIC X(2).
       01  WS-FS-EXCEPTION               PIC X(2).

      *> Pose a 'O' quand le registre des mandats a pu etre ouvert ;
      *> sans registre aucun mandat n'est reconnu actif.
       01  WS-MANDATS-ETAT               PIC X(1) VALUE 'N'.
           88  WS-MANDATS-OUVERTS            VALUE 'O'.

       01  WS-DATE-TRAITEMENT            PIC 9(8).

           OPEN INPUT PARAM-FILE
           OPEN I-O QUITTANCE-FILE
           OPEN INPUT CONTRAT-FILE
           OPEN I-O MANDAT-FILE
           IF WS-FS-MANDAT-OK
               SET WS-MANDATS-OUVERTS TO TRUE
           END-IF
           OPEN OUTPUT ORDRE-FILE
           OPEN OUTPUT EXCEPTION-FILE.

       0200-LIRE-PARAMETRES.
           READ PARAM-FILE
           CLOSE PARAM-FILE
           CLOSE QUITTANCE-FILE
           CLOSE CONTRAT-FILE
           IF WS-MANDATS-OUVERTS
               CLOSE MANDAT-FILE
           END-IF
           CLOSE ORDRE-FILE
           CLOSE EXCEPTION-FILE.

      *> Seules les quittances impayees et echues a la date de
      *> traitement sont presentees au prelevement, pour leur reste du :
      *> une quittance partiellement compensee par un avoir n'est
      *> prelevee que du solde. Un avoir d'avenant est une somme due a
      *> l'adherent, il n'est jamais preleve.
       1000-TRAITER-QUITTANCES.
           ADD 1 TO WS-NB-QUITTANCES-LUES
           IF QUI-STATUT-IMPAYEE
               AND NOT QUI-TYPE-AVOIR
               AND QUI-DATE-ECHEANCE <= WS-DATE-TRAITEMENT
               PERFORM 2000-EXAMINER-CONTRAT
               PERFORM 2100-EMETTRE-ORDRE
           END-IF.

      *> 2100-EMETTRE-ORDRE : l'ordre n'est emis que sous un mandat
      *> SEPA actif de l'adherent du contrat, dont il reprend la RUM,
      *> la date de signature, le type de sequence et les coordonnees
      *> bancaires. Pas de mandat, mandat revoque ou sans IBAN : l'ordre
      *> n'est pas emis, la quittance reste impayee (elle suivra le
      *> cycle contentieux comme une quittance guichet) et ressort sur
      *> le rapport d'exceptions.
       2100-EMETTRE-ORDRE.
           MOVE '99' TO WS-FS-MANDAT
           IF WS-MANDATS-OUVERTS
               MOVE CTR-ID-ADHERENT TO MDT-ID-ADHERENT
               READ MANDAT-FILE
                   KEY IS MDT-ID-ADHERENT
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF NOT WS-FS-MANDAT-OK
               OR NOT MDT-STATUT-ACTIF
               PERFORM 2300-SIGNALER-EXCEPTION
           ELSE
               IF MDT-IBAN = SPACES
                   MOVE 'MANDAT SANS IBAN' TO EXP-MOTIF
                   PERFORM 2300-SIGNALER-EXCEPTION
               ELSE
                   MOVE QUI-NO-CONTRAT TO ORD-NO-CONTRAT
                   MOVE QUI-PERIODE TO ORD-PERIODE
                   MOVE CTR-ID-ADHERENT TO ORD-ID-ADHERENT
                   MOVE CTR-NOM-ADHERENT TO ORD-NOM-ADHERENT
                   MOVE MDT-IBAN TO ORD-IBAN
                   MOVE MDT-BIC TO ORD-BIC
                   COMPUTE ORD-MONTANT =
                       QUI-MONTANT-DU - QUI-MONTANT-REGLE
                   MOVE WS-DATE-TRAITEMENT TO ORD-DATE-PRELEVEMENT
                   MOVE MDT-RUM TO ORD-RUM
                   MOVE MDT-DATE-SIGNATURE TO ORD-DATE-SIGNATURE
                   MOVE MDT-TYPE-SEQUENCE TO ORD-TYPE-SEQUENCE
                   WRITE ORDRE-PRELEV-ENR
                   ADD 1 TO WS-NB-ORDRES-EMIS
                   PERFORM 2200-POINTER-QUITTANCE
                   IF MDT-SEQUENCE-PREMIER
                       PERFORM 2150-PASSER-MANDAT-RECURRENT
                   END-IF
               END-IF
           END-IF.

      *> Le premier ordre presente sous un mandat est en sequence FRST ;
      *> les suivants, y compris ceux d'un meme passage, sont en RCUR.
       2150-PASSER-MANDAT-RECURRENT.
           SET MDT-SEQUENCE-RECURRENT TO TRUE
           MOVE WS-DATE-TRAITEMENT TO MDT-DATE-MODIFICATION
           REWRITE MANDAT-ENR
               INVALID KEY
                   DISPLAY "ERREUR REECRITURE MANDAT : " WS-FS-MANDAT
           END-REWRITE.

      *> La quittance est pointee reglee a bonne date - la date
      *> d'echeance de la fraction, pas celle du passage du batch -
      *> pour que la balance agee et le contentieux ne voient jamais de
                       WS-FS-QUITTANCE
           END-REWRITE.

      *> 2300-SIGNALER-EXCEPTION : une ligne par quittance non presentee
      *> sur le rapport d'exceptions, a l'attention du service qui
      *> recueille les mandats. Le motif est deja pose quand le mandat
      *> existe mais est inexploitable ; sinon il est deduit de l'etat
      *> du mandat lu.
       2300-SIGNALER-EXCEPTION.
           ADD 1 TO WS-NB-ANOMALIES
           IF NOT WS-FS-MANDAT-OK
               MOVE 'AUCUN MANDAT SEPA' TO EXP-MOTIF
           ELSE
               IF MDT-STATUT-REVOQUE
                   MOVE 'MANDAT SEPA REVOQUE' TO EXP-MOTIF
               ELSE
                   IF NOT MDT-STATUT-ACTIF
                       MOVE 'MANDAT SEPA NON ACTIF' TO EXP-MOTIF
                   END-IF
               END-IF
           END-IF
           MOVE QUI-NO-CONTRAT TO EXP-NO-CONTRAT
           MOVE QUI-PERIODE TO EXP-PERIODE
           MOVE CTR-ID-ADHERENT TO EXP-ID-ADHERENT
           COMPUTE EXP-MONTANT = QUI-MONTANT-DU - QUI-MONTANT-REGLE
           WRITE EXCEPTION-PRELEV-ENR
           DISPLAY "BAT-PRELEVEMENT : CONTRAT " CTR-NO-CONTRAT
               " ADHERENT " CTR-ID-ADHERENT " - " EXP-MOTIF
               " - QUITTANCE " QUI-PERIODE " NON PRELEVEE".

      *> Journal commun des batches : un enregistrement de debut (carte
      *> parametre comprise) au lancement et un de fin (compteurs, code
      *> de fin) a l'issue du traitement, via BATCH-JOURNAL.
