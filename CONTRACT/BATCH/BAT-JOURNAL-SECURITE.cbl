       >>SOURCE FORMAT FREE
      *> Edition du journal de securite des comptes operateur pour les
      *> auditeurs. Relit SECURF (ecrit par SECURITE-JOURNAL pour
      *> OPERATEUR-MAINT et OPERATEUR-CONNEXION) et imprime sur SECLSTF
      *> une ligne par evenement de la periode de la carte SECPARAMF :
      *> horodatage, programme, auteur de l'acte, compte concerne,
      *> evenement en clair et detail (profil et droits poses, statut
      *> precedent, echeance du mot de passe). L'edition se termine par
      *> le nombre d'evenements de chaque nature sur la periode.
      *> Le lancement et la fin du traitement sont journalises sur le
      *> journal commun des batches via BATCH-JOURNAL ; une periode
      *> incoherente (fin avant debut) ressort en code de fin 8, un
      *> journal de securite absent (aucun evenement encore trace) en
      *> code de fin 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAT-JOURNAL-SECURITE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "SECPARAMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT SECURITE-FILE ASSIGN TO "SECURF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SECURITE.

           SELECT LISTE-FILE ASSIGN TO "SECLSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTE.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       COPY "SECURITE-PARAM-RECORD.cpy".

       FD  SECURITE-FILE.
       COPY "SECURITE-JOURNAL-RECORD.cpy".

       FD  LISTE-FILE.
       COPY "SECURITE-LISTE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAM                   PIC X(2).
       01  WS-FS-SECURITE                PIC X(2).
           88  WS-FS-SECURITE-OK             VALUE '00'.
           88  WS-FS-SECURITE-EOF            VALUE '10'.
       01  WS-FS-LISTE                   PIC X(2).

       01  WS-DATE-DEBUT                 PIC 9(8).
       01  WS-DATE-FIN                   PIC 9(8).
       01  WS-DATE-EVENEMENT             PIC 9(8).

      *> Natures d'evenement du journal (codes de SEC-EVENEMENT) et leur
      *> libelle d'edition ; le compteur de meme rang cumule la periode.
       01  WS-EVENEMENTS-VALEURS.
           05  FILLER                    PIC X(28)
               VALUE 'CREACREATION DE COMPTE'.
           05  FILLER                    PIC X(28)
               VALUE 'MODIMODIFICATION PROFIL'.
           05  FILLER                    PIC X(28)
               VALUE 'DESADESACTIVATION'.
           05  FILLER                    PIC X(28)
               VALUE 'REACREACTIVATION'.
           05  FILLER                    PIC X(28)
               VALUE 'RMDPREINIT. MOT DE PASSE'.
           05  FILLER                    PIC X(28)
               VALUE 'CMDPCHANGEMENT MOT DE PASSE'.
           05  FILLER                    PIC X(28)
               VALUE 'VERRVERROUILLAGE'.
           05  FILLER                    PIC X(28)
               VALUE 'INITINIT. ADMINISTRATEUR'.
           05  FILLER                    PIC X(28)
               VALUE 'REFUACCES REFUSE'.
       01  WS-TABLE-EVENEMENTS REDEFINES WS-EVENEMENTS-VALEURS.
           05  WS-EVT OCCURS 9 TIMES INDEXED BY WS-IDX-EVT.
               10  WS-EVT-CODE           PIC X(4).
               10  WS-EVT-LIBELLE        PIC X(24).
       01  WS-TABLE-COMPTEURS.
           05  WS-EVT-NB OCCURS 9 TIMES  PIC 9(7) VALUE ZERO.

       01  WS-LIBELLE-EVENEMENT          PIC X(24).
       01  WS-COMPTEUR-EDITE             PIC Z(6)9.

       01  WS-NB-EVENEMENTS-LUS          PIC 9(9) VALUE ZERO.
       01  WS-NB-EVENEMENTS-EDITES       PIC 9(9) VALUE ZERO.

      *> Code de fin journalise et rendu a l'appelant : zero quand le
      *> journal a ete edite, 4 quand il n'existe pas encore, 8 quand
      *> la carte est incoherente.
       01  WS-CODE-RETOUR                PIC 9(4) VALUE ZERO.

       COPY "BATCH-JOURNAL-ZONE.cpy".

       PROCEDURE DIVISION.
       0000-DEBUT.
           PERFORM 0100-OUVERTURE
           PERFORM 0200-LIRE-PARAMETRES
           PERFORM 0250-JOURNAL-DEBUT
           IF WS-CODE-RETOUR NOT = 8
               PERFORM 1000-EDITER-ENTETE
           END-IF
           PERFORM 2000-TRAITER-EVENEMENT
               UNTIL WS-FS-SECURITE-EOF
           IF WS-CODE-RETOUR NOT = 8
               PERFORM 3000-EDITER-TOTAUX
                   VARYING WS-IDX-EVT FROM 1 BY 1
                   UNTIL WS-IDX-EVT > 9
           END-IF
           PERFORM 0900-FERMETURE
           PERFORM 0950-JOURNAL-FIN
           DISPLAY "BAT-JOURNAL-SECURITE : " WS-NB-EVENEMENTS-LUS
               " EVENEMENTS LUS, " WS-NB-EVENEMENTS-EDITES " EDITES"
           GOBACK.

       0100-OUVERTURE.
           OPEN INPUT PARAM-FILE
           OPEN INPUT SECURITE-FILE
           OPEN OUTPUT LISTE-FILE.

       0200-LIRE-PARAMETRES.
           READ PARAM-FILE
           MOVE SPR-DATE-DEBUT TO WS-DATE-DEBUT
           MOVE SPR-DATE-FIN TO WS-DATE-FIN
           IF WS-DATE-FIN = ZERO
               MOVE 99999999 TO WS-DATE-FIN
           END-IF
           IF WS-DATE-FIN < WS-DATE-DEBUT
               DISPLAY "PERIODE INCOHERENTE " WS-DATE-DEBUT " - "
                   WS-DATE-FIN " : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF NOT WS-FS-SECURITE-OK
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "JOURNAL DE SECURITE INDISPONIBLE ("
                   WS-FS-SECURITE ") : AUCUN EVENEMENT A EDITER"
               MOVE 4 TO WS-CODE-RETOUR
           END-IF
           IF WS-CODE-RETOUR NOT = ZERO
               SET WS-FS-SECURITE-EOF TO TRUE
           ELSE
               PERFORM 2100-LIRE-EVENEMENT-SUIVANT
           END-IF.

       0900-FERMETURE.
           CLOSE PARAM-FILE
           CLOSE SECURITE-FILE
           CLOSE LISTE-FILE.

       1000-EDITER-ENTETE.
           MOVE SPACES TO SECURITE-LISTE-LIGNE
           STRING 'JOURNAL DE SECURITE DES COMPTES OPERATEUR - '
               'PERIODE DU ' WS-DATE-DEBUT ' AU ' WS-DATE-FIN
               DELIMITED BY SIZE INTO SECURITE-LISTE-LIGNE
           WRITE SECURITE-LISTE-LIGNE
           MOVE SPACES TO SECURITE-LISTE-LIGNE
           WRITE SECURITE-LISTE-LIGNE
           MOVE SPACES TO SECURITE-LISTE-LIGNE
           STRING 'DATE       HEURE    PROGRAMME            '
               'AUTEUR    COMPTE    EVENEMENT                 DETAIL'
               DELIMITED BY SIZE INTO SECURITE-LISTE-LIGNE
           WRITE SECURITE-LISTE-LIGNE.

      *> 2000-TRAITER-EVENEMENT : un evenement de la periode est edite
      *> et compte dans sa nature ; un code inconnu est edite tel quel.
       2000-TRAITER-EVENEMENT.
           MOVE SEC-DATE-HEURE(1:8) TO WS-DATE-EVENEMENT
           IF WS-DATE-EVENEMENT >= WS-DATE-DEBUT
               AND WS-DATE-EVENEMENT <= WS-DATE-FIN
               MOVE SEC-EVENEMENT TO WS-LIBELLE-EVENEMENT
               SET WS-IDX-EVT TO 1
               SEARCH WS-EVT
                   AT END
                       CONTINUE
                   WHEN WS-EVT-CODE(WS-IDX-EVT) = SEC-EVENEMENT
                       MOVE WS-EVT-LIBELLE(WS-IDX-EVT)
                           TO WS-LIBELLE-EVENEMENT
                       ADD 1 TO WS-EVT-NB(WS-IDX-EVT)
               END-SEARCH
               PERFORM 2200-EDITER-EVENEMENT
           END-IF
           PERFORM 2100-LIRE-EVENEMENT-SUIVANT.

       2100-LIRE-EVENEMENT-SUIVANT.
           READ SECURITE-FILE
               AT END
                   SET WS-FS-SECURITE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-EVENEMENTS-LUS
           END-READ.

       2200-EDITER-EVENEMENT.
           MOVE SPACES TO SECURITE-LISTE-LIGNE
           STRING SEC-DATE-HEURE(1:4) '-' SEC-DATE-HEURE(5:2) '-'
               SEC-DATE-HEURE(7:2) ' ' SEC-DATE-HEURE(9:2) ':'
               SEC-DATE-HEURE(11:2) ':' SEC-DATE-HEURE(13:2) ' '
               SEC-PROGRAMME ' ' SEC-ID-AUTEUR '  '
               SEC-ID-OPERATEUR '  ' WS-LIBELLE-EVENEMENT '  '
               SEC-DETAIL
               DELIMITED BY SIZE INTO SECURITE-LISTE-LIGNE
           WRITE SECURITE-LISTE-LIGNE
           ADD 1 TO WS-NB-EVENEMENTS-EDITES.

       3000-EDITER-TOTAUX.
           IF WS-IDX-EVT = 1
               MOVE SPACES TO SECURITE-LISTE-LIGNE
               WRITE SECURITE-LISTE-LIGNE
               MOVE SPACES TO SECURITE-LISTE-LIGNE
               STRING 'TOTAUX DE LA PERIODE PAR NATURE D''EVENEMENT'
                   DELIMITED BY SIZE INTO SECURITE-LISTE-LIGNE
               WRITE SECURITE-LISTE-LIGNE
           END-IF
           MOVE WS-EVT-NB(WS-IDX-EVT) TO WS-COMPTEUR-EDITE
           MOVE SPACES TO SECURITE-LISTE-LIGNE
           STRING WS-EVT-LIBELLE(WS-IDX-EVT) ' : ' WS-COMPTEUR-EDITE
               DELIMITED BY SIZE INTO SECURITE-LISTE-LIGNE
           WRITE SECURITE-LISTE-LIGNE.

      *> Journal commun des batches : un enregistrement de debut (carte
      *> parametre comprise) au lancement et un de fin (compteurs, code
      *> de fin) a l'issue du traitement, via BATCH-JOURNAL.
       0250-JOURNAL-DEBUT.
           MOVE 'BAT-JOURNAL-SECURITE' TO JRN-Z-NOM-PROGRAMME
           SET JRN-Z-DEBUT TO TRUE
           MOVE SECURITE-PARAM-ENR TO JRN-Z-CARTE-PARAM
           MOVE ZERO TO JRN-Z-NB-LUS JRN-Z-NB-ECRITS JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE.

       0950-JOURNAL-FIN.
           SET JRN-Z-FIN TO TRUE
           MOVE WS-NB-EVENEMENTS-LUS TO JRN-Z-NB-LUS
           MOVE WS-NB-EVENEMENTS-EDITES TO JRN-Z-NB-ECRITS
           MOVE WS-CODE-RETOUR TO JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
