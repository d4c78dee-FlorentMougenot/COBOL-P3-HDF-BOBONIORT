      *> cycle BAT-CONTENTIEUX reprend la main comme pour n'importe
      *> quelle quittance guichet impayee. Un rejet dont la quittance
      *> est introuvable ressort en anomalie.
      *> Un rejet pour mandat revoque ou compte clos (code motif AC04 ou
      *> MD01, ou libelle du motif le disant) revoque en outre le mandat
      *> SEPA de l'adherent du contrat : BAT-PRELEVEMENT ne presentera
      *> plus rien tant qu'un nouveau mandat n'aura pas ete signe.
      *> Fichier de rejets absent : la banque n'a rien renvoye, le
      *> traitement est sans objet et se termine proprement - la chaine
      *> nocturne continue.
               RECORD KEY IS QUI-CLE
               FILE STATUS IS WS-FS-QUITTANCE.

           SELECT CONTRAT-FILE ASSIGN TO "CONTRATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-NO-CONTRAT
               FILE STATUS IS WS-FS-CONTRAT.

           SELECT MANDAT-FILE ASSIGN TO "MANDATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-ID-ADHERENT
               FILE STATUS IS WS-FS-MANDAT.

       DATA DIVISION.
       FILE SECTION.
       FD  REJET-FILE.
       FD  QUITTANCE-FILE.
       COPY "QUITTANCE-RECORD.cpy".

       FD  CONTRAT-FILE.
       COPY "CONTRAT-RECORD.cpy".

       FD  MANDAT-FILE.
       COPY "MANDAT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-REJET                   PIC X(2).
           88  WS-FS-REJET-OK                VALUE '00'.
           88  WS-FS-REJET-EOF               VALUE '10'.
       01  WS-FS-QUITTANCE               PIC X(2).
           88  WS-FS-QUITTANCE-OK            VALUE '00'.
       01  WS-FS-CONTRAT                 PIC X(2).
           88  WS-FS-CONTRAT-OK              VALUE '00'.
       01  WS-FS-MANDAT                  PIC X(2).
           88  WS-FS-MANDAT-OK               VALUE '00'.

      *> Poses a 'O' une fois les fichiers reellement ouverts, pour que
      *> la fermeture ne porte que sur des fichiers ouverts.
           88  WS-REJETS-OUVERTS             VALUE 'O'.
       01  WS-QUITTANCES-ETAT            PIC X(1) VALUE 'N'.
           88  WS-QUITTANCES-OUVERTES        VALUE 'O'.
       01  WS-CONTRATS-ETAT              PIC X(1) VALUE 'N'.
           88  WS-CONTRATS-OUVERTS           VALUE 'O'.
       01  WS-MANDATS-ETAT               PIC X(1) VALUE 'N'.
           88  WS-MANDATS-OUVERTS            VALUE 'O'.

      *> Recherche des libelles de revocation dans le motif du rejet.
       01  WS-NB-MOTIF-CADUC             PIC 9(4) VALUE ZERO.
       01  WS-DATE-JOUR                  PIC 9(8).

       01  WS-NB-REJETS-LUS              PIC 9(9) VALUE ZERO.
       01  WS-NB-REJETS-TRAITES          PIC 9(9) VALUE ZERO.
       01  WS-NB-ANOMALIES               PIC 9(9) VALUE ZERO.
       01  WS-NB-MANDATS-REVOQUES        PIC 9(9) VALUE ZERO.

      *> Code de fin journalise et rendu a l'appelant : zero quand les
      *> rejets ont ete traites (ou qu'il n'y en avait pas), 8 quand
           PERFORM 0950-JOURNAL-FIN
           DISPLAY "BAT-REJET-PRELEVEMENT : " WS-NB-REJETS-LUS
               " REJETS LUS, " WS-NB-REJETS-TRAITES " TRAITES, "
               WS-NB-ANOMALIES " ANOMALIES, "
               WS-NB-MANDATS-REVOQUES " MANDATS REVOQUES"
           GOBACK.

       0100-OUVERTURE.
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
               SET WS-FS-REJET-EOF TO TRUE
           END-IF
      *> Contrats et mandats ne servent qu'a la revocation : s'ils sont
      *> indisponibles, les rejets sont quand meme repercutes sur les
      *> quittances et la revocation ressort en anomalie.
           OPEN INPUT CONTRAT-FILE
           IF WS-FS-CONTRAT-OK
               SET WS-CONTRATS-OUVERTS TO TRUE
           END-IF
           OPEN I-O MANDAT-FILE
           IF WS-FS-MANDAT-OK
               SET WS-MANDATS-OUVERTS TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       0900-FERMETURE.
           IF WS-REJETS-OUVERTS
           END-IF
           IF WS-QUITTANCES-OUVERTES
               CLOSE QUITTANCE-FILE
           END-IF
           IF WS-CONTRATS-OUVERTS
               CLOSE CONTRAT-FILE
           END-IF
           IF WS-MANDATS-OUVERTS
               CLOSE MANDAT-FILE
           END-IF.

       0300-LIRE-REJET-SUIVANT.
       1000-TRAITER-REJETS.
           ADD 1 TO WS-NB-REJETS-LUS
           PERFORM 2000-REPERCUTER-REJET
           MOVE ZERO TO WS-NB-MOTIF-CADUC
           INSPECT REJ-MOTIF TALLYING WS-NB-MOTIF-CADUC
               FOR ALL 'MANDAT REVOQUE' ALL 'COMPTE CLOS'
           IF REJ-MANDAT-CADUC
               OR WS-NB-MOTIF-CADUC > ZERO
               PERFORM 3000-REVOQUER-MANDAT
           END-IF
           PERFORM 0300-LIRE-REJET-SUIVANT.

      *> 2000-REPERCUTER-REJET : le montant rejete est retranche du
               END-IF
           END-IF.

      *> 3000-REVOQUER-MANDAT : le mandat de l'adherent du contrat
      *> rejete passe en revoque avec la date du jour et le motif du
      *> rejet. Un mandat deja revoque (plusieurs quittances rejetees du
      *> meme adherent) est laisse tel quel.
       3000-REVOQUER-MANDAT.
           MOVE '99' TO WS-FS-CONTRAT
           MOVE '99' TO WS-FS-MANDAT
           IF WS-CONTRATS-OUVERTS
               MOVE REJ-NO-CONTRAT TO CTR-NO-CONTRAT
               READ CONTRAT-FILE
                   KEY IS CTR-NO-CONTRAT
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WS-FS-CONTRAT-OK
               AND WS-MANDATS-OUVERTS
               MOVE CTR-ID-ADHERENT TO MDT-ID-ADHERENT
               READ MANDAT-FILE
                   KEY IS MDT-ID-ADHERENT
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF NOT WS-FS-MANDAT-OK
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "BAT-REJET-PRELEVEMENT : MANDAT DU CONTRAT "
                   REJ-NO-CONTRAT " INTROUVABLE - NON REVOQUE"
           ELSE
               IF MDT-STATUT-ACTIF
                   SET MDT-STATUT-REVOQUE TO TRUE
                   MOVE WS-DATE-JOUR TO MDT-DATE-REVOCATION
                   MOVE WS-DATE-JOUR TO MDT-DATE-MODIFICATION
                   MOVE REJ-MOTIF TO MDT-MOTIF-REVOCATION
                   REWRITE MANDAT-ENR
                       INVALID KEY
                           DISPLAY "ERREUR REECRITURE MANDAT : "
                               WS-FS-MANDAT
                   END-REWRITE
                   IF WS-FS-MANDAT-OK
                       ADD 1 TO WS-NB-MANDATS-REVOQUES
                       DISPLAY "BAT-REJET-PRELEVEMENT : MANDAT "
                           MDT-RUM " REVOQUE (" REJ-MOTIF ")"
                   END-IF
               END-IF
           END-IF.

      *> Journal commun des batches : un enregistrement de debut au
      *> lancement et un de fin (compteurs, code de fin) a l'issue du
      *> traitement, via BATCH-JOURNAL. Pas de carte parametre : le
