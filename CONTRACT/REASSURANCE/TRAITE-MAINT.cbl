       >>SOURCE FORMAT FREE
      *> Maintenance du referentiel des traites de reassurance en
      *> quote-part, sur le modele de la maintenance courtier.
      *> L'operateur appelle un traite par le code produit qu'il
      *> couvre : s'il existe il est charge pour edition, sinon un
      *> traite vierge est propose et cree a la sortie de l'ecran.
      *> Un traite sans code reassureur n'est pas sauvegarde ; une
      *> part cedee ou une commission superieure a 100, ou une periode
      *> dont la fin precede le debut, sont refusees (traite non
      *> sauvegarde). Le renouvellement d'un traite se fait en place
      *> en reportant la nouvelle periode.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAITE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAITE-FILE ASSIGN TO "TRAITEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRT-CODE-PRODUIT
               FILE STATUS IS WS-FS-TRAITE.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAITE-FILE.
       COPY "TRAITE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-TRAITE                  PIC X(2).
           88  WS-FS-TRAITE-OK               VALUE '00'.

       01  WS-CODE-PRODUIT-MAINT         PIC X(6).
       01  WS-CODE-REASSUREUR            PIC X(6).
       01  WS-NOM-REASSUREUR             PIC X(40).
       01  WS-TAUX-CESSION               PIC 9(3)V99.
       01  WS-TAUX-COMMISSION            PIC 9(3)V99.
       01  WS-DATE-DEBUT-TRAITE          PIC 9(8).
       01  WS-DATE-FIN-TRAITE            PIC 9(8).

       01  WS-FICHE-EXISTANTE            PIC X(1).
           88  WS-FICHE-EXISTE               VALUE 'O'.
       01  WS-TRAITE-COHERENT            PIC X(1).
           88  WS-TRAITE-VALIDE              VALUE 'O'.

       01  WS-FIN-PGM                    PIC X(1) VALUE 'N'.
           88  WS-PGM-TERMINE                VALUE 'O'.

       SCREEN SECTION.
       COPY "TRAITE-MAINT-SCREEN.cpy".

       PROCEDURE DIVISION.
       0000-DEBUT.
           OPEN I-O TRAITE-FILE
      *> TRAITE-FILE est cree a la premiere execution : un statut 35
      *> (fichier absent) est rattrape par une ouverture OUTPUT.
           IF WS-FS-TRAITE = '35'
               OPEN OUTPUT TRAITE-FILE
               CLOSE TRAITE-FILE
               OPEN I-O TRAITE-FILE
           END-IF
           PERFORM 1000-MAINTENANCE UNTIL WS-PGM-TERMINE
           CLOSE TRAITE-FILE
           STOP RUN.

       1000-MAINTENANCE.
           MOVE SPACES TO WS-CODE-PRODUIT-MAINT
           DISPLAY TRAITE-SELECTION-SCREEN
           ACCEPT TRAITE-SELECTION-SCREEN
           IF WS-CODE-PRODUIT-MAINT = SPACES
               SET WS-PGM-TERMINE TO TRUE
           ELSE
               PERFORM 2000-CHARGER-FICHE
               PERFORM 3000-EDITER-FICHE
           END-IF.

       2000-CHARGER-FICHE.
           MOVE 'N' TO WS-FICHE-EXISTANTE
           MOVE SPACES TO WS-CODE-REASSUREUR WS-NOM-REASSUREUR
           MOVE ZERO TO WS-TAUX-CESSION WS-TAUX-COMMISSION
               WS-DATE-DEBUT-TRAITE WS-DATE-FIN-TRAITE
           MOVE WS-CODE-PRODUIT-MAINT TO TRT-CODE-PRODUIT
           READ TRAITE-FILE
               KEY IS TRT-CODE-PRODUIT
               INVALID KEY
                   DISPLAY "TRAITE NOUVEAU : " WS-CODE-PRODUIT-MAINT
           END-READ
           IF WS-FS-TRAITE-OK
               MOVE 'O' TO WS-FICHE-EXISTANTE
               MOVE TRT-CODE-REASSUREUR TO WS-CODE-REASSUREUR
               MOVE TRT-NOM-REASSUREUR TO WS-NOM-REASSUREUR
               MOVE TRT-TAUX-CESSION TO WS-TAUX-CESSION
               MOVE TRT-TAUX-COMMISSION TO WS-TAUX-COMMISSION
               MOVE TRT-DATE-DEBUT TO WS-DATE-DEBUT-TRAITE
               MOVE TRT-DATE-FIN TO WS-DATE-FIN-TRAITE
           END-IF.

       3000-EDITER-FICHE.
           DISPLAY TRAITE-DETAIL-SCREEN
           ACCEPT TRAITE-DETAIL-SCREEN
           IF WS-CODE-REASSUREUR = SPACES
               DISPLAY "REASSUREUR VIDE : TRAITE NON SAUVEGARDE"
           ELSE
               PERFORM 3100-CONTROLER-TRAITE
               IF WS-TRAITE-VALIDE
                   PERFORM 3200-SAUVEGARDER-FICHE
               END-IF
           END-IF.

       3100-CONTROLER-TRAITE.
           MOVE 'O' TO WS-TRAITE-COHERENT
           IF WS-TAUX-CESSION > 100
               OR WS-TAUX-COMMISSION > 100
               MOVE 'N' TO WS-TRAITE-COHERENT
               DISPLAY "TAUX SUPERIEUR A 100 : TRAITE NON SAUVEGARDE"
           END-IF
           IF WS-DATE-DEBUT-TRAITE = ZERO
               OR WS-DATE-FIN-TRAITE < WS-DATE-DEBUT-TRAITE
               MOVE 'N' TO WS-TRAITE-COHERENT
               DISPLAY "PERIODE DU TRAITE INCOHERENTE : "
                   "TRAITE NON SAUVEGARDE"
           END-IF.

       3200-SAUVEGARDER-FICHE.
           MOVE WS-CODE-PRODUIT-MAINT TO TRT-CODE-PRODUIT
           MOVE WS-CODE-REASSUREUR TO TRT-CODE-REASSUREUR
           MOVE WS-NOM-REASSUREUR TO TRT-NOM-REASSUREUR
           MOVE WS-TAUX-CESSION TO TRT-TAUX-CESSION
           MOVE WS-TAUX-COMMISSION TO TRT-TAUX-COMMISSION
           MOVE WS-DATE-DEBUT-TRAITE TO TRT-DATE-DEBUT
           MOVE WS-DATE-FIN-TRAITE TO TRT-DATE-FIN
           IF WS-FICHE-EXISTE
               REWRITE TRAITE-ENR
                   INVALID KEY
                       DISPLAY "ERREUR REECRITURE TRAITE : "
                           WS-FS-TRAITE
               END-REWRITE
           ELSE
               WRITE TRAITE-ENR
                   INVALID KEY
                       DISPLAY "ERREUR ECRITURE TRAITE : "
                           WS-FS-TRAITE
               END-WRITE
           END-IF
           IF WS-FS-TRAITE-OK
               DISPLAY "TRAITE " TRT-CODE-PRODUIT " SAUVEGARDE ("
                   TRT-CODE-REASSUREUR ")"
           END-IF.
