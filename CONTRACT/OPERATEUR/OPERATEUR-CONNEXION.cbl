       >>SOURCE FORMAT FREE
      *> Sous-programme de connexion operateur, appele a l'ouverture
      *> par MENU-CONTRACT, QUITTANCE-CAISSE et OPERATEUR-MAINT avec
      *> l'identifiant saisi. Le compte doit exister, etre actif et
      *> porter un mot de passe ; le mot de passe saisi est compare par
      *> son empreinte (OPERATEUR-EMPREINTE). Chaque echec est compte
      *> sur le compte ; au troisieme echec consecutif le compte est
      *> verrouille et le verrouillage est trace sur le journal de
      *> securite. Un mot de passe provisoire (pose par
      *> l'administrateur) ou expire doit etre change avant d'entrer ;
      *> le nouveau mot de passe vaut WS-DUREE-VALIDITE-MDP jours.
      *> Referentiel operateur indisponible : l'issue rendue le dit et
      *> l'appelant garde son comportement d'avant les mots de passe.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATEUR-CONNEXION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SHARING WITH ALL OTHER : MENU-CONTRACT garde OPERATEUR-FILE
      *> ouvert en lecture pendant l'appel - meme double acces explicite
      *> que pour CONTRAT-LISTE.
           SELECT OPERATEUR-FILE ASSIGN TO "OPERATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FS-OPERATEUR.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATEUR-FILE.
       COPY "OPERATEUR-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-OPERATEUR               PIC X(2).
           88  WS-FS-OPERATEUR-OK            VALUE '00'.

       01  WS-MDP-SAISI                  PIC X(20).
       01  WS-MDP-NOUVEAU                PIC X(20).
       01  WS-MDP-CONFIRMATION           PIC X(20).
       01  WS-EMPREINTE-SAISIE           PIC X(18).
       01  WS-MDP-LONGUEUR               PIC 9(2).
       01  WS-MDP-BLANCS                 PIC 9(2).
       01  WS-NB-ECHECS-MAX              PIC 9(1) VALUE 3.
       01  WS-DUREE-VALIDITE-MDP         PIC 9(3) VALUE 90.

       01  WS-DATE-JOUR                  PIC 9(8).
       01  WS-JOUR-INTEGRAL              PIC 9(7).

      *> Issue de la saisie en cours : 'E' tant que l'operateur peut
      *> encore ressaisir, puis acceptee ou refusee.
       01  WS-ISSUE-SAISIE               PIC X(1).
           88  WS-SAISIE-EN-COURS            VALUE 'E'.
           88  WS-SAISIE-ACCEPTEE            VALUE 'O'.
           88  WS-SAISIE-REFUSEE             VALUE 'N'.
       01  WS-ISSUE-CHANGEMENT           PIC X(1).
           88  WS-CHANGEMENT-EN-COURS        VALUE 'E'.
           88  WS-CHANGEMENT-FAIT            VALUE 'O'.
           88  WS-CHANGEMENT-ABANDONNE       VALUE 'N'.

       COPY "SECURITE-JOURNAL-ZONE.cpy".

       LINKAGE SECTION.
       COPY "CONNEXION-ZONE.cpy".

       SCREEN SECTION.
       COPY "OPERATEUR-CONNEXION-SCREEN.cpy".

       PROCEDURE DIVISION USING CNX-ZONE.
       0000-DEBUT.
           SET CNX-Z-REFUSEE TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           OPEN I-O OPERATEUR-FILE
           IF WS-FS-OPERATEUR-OK
               PERFORM 1000-CONTROLER-COMPTE
               CLOSE OPERATEUR-FILE
           ELSE
               SET CNX-Z-REFERENTIEL-ABSENT TO TRUE
           END-IF
           GOBACK.

      *> 1000-CONTROLER-COMPTE : un compte inconnu, desactive,
      *> verrouille ou sans mot de passe est refuse sans saisie. Un mot
      *> de passe laisse vide abandonne la connexion sans compter
      *> d'echec.
       1000-CONTROLER-COMPTE.
           MOVE CNX-Z-ID-OPERATEUR TO OPE-ID
           READ OPERATEUR-FILE
               KEY IS OPE-ID
               INVALID KEY
                   DISPLAY "OPERATEUR INCONNU : " CNX-Z-ID-OPERATEUR
           END-READ
           IF WS-FS-OPERATEUR-OK
               IF OPE-NB-ECHECS IS NOT NUMERIC
                   MOVE ZERO TO OPE-NB-ECHECS
               END-IF
               EVALUATE TRUE
                   WHEN OPE-STATUT-DESACTIVE
                       DISPLAY "COMPTE OPERATEUR DESACTIVE : "
                           OPE-ID
                   WHEN OPE-STATUT-VERROUILLE
                       DISPLAY "COMPTE OPERATEUR VERROUILLE : "
                           OPE-ID " - VOIR L'ADMINISTRATEUR"
                   WHEN OPE-EMPREINTE-MDP = SPACES
                       DISPLAY "MOT DE PASSE NON INITIALISE : "
                           OPE-ID " - VOIR L'ADMINISTRATEUR"
                   WHEN OTHER
                       SET WS-SAISIE-EN-COURS TO TRUE
                       PERFORM 2000-SAISIR-MOT-DE-PASSE
                           UNTIL NOT WS-SAISIE-EN-COURS
                       IF WS-SAISIE-ACCEPTEE
                           PERFORM 3000-CONTROLER-VALIDITE
                       END-IF
               END-EVALUATE
           END-IF.

       2000-SAISIR-MOT-DE-PASSE.
           MOVE SPACES TO WS-MDP-SAISI
           DISPLAY CONNEXION-MDP-SCREEN
           ACCEPT CONNEXION-MDP-SCREEN
           CALL "OPERATEUR-EMPREINTE"
               USING OPE-ID WS-MDP-SAISI WS-EMPREINTE-SAISIE
           EVALUATE TRUE
               WHEN WS-MDP-SAISI = SPACES
                   DISPLAY "CONNEXION ABANDONNEE"
                   SET WS-SAISIE-REFUSEE TO TRUE
               WHEN WS-EMPREINTE-SAISIE = OPE-EMPREINTE-MDP
                   MOVE ZERO TO OPE-NB-ECHECS
                   SET WS-SAISIE-ACCEPTEE TO TRUE
               WHEN OTHER
                   PERFORM 2100-COMPTER-ECHEC
           END-EVALUATE
           MOVE SPACES TO WS-MDP-SAISI.

      *> Le compteur est reecrit a chaque echec : il survit a la sortie
      *> du programme, trois echecs repartis sur plusieurs tentatives
      *> verrouillent aussi le compte.
       2100-COMPTER-ECHEC.
           ADD 1 TO OPE-NB-ECHECS
           IF OPE-NB-ECHECS < WS-NB-ECHECS-MAX
               DISPLAY "MOT DE PASSE ERRONE (ECHEC " OPE-NB-ECHECS
                   " SUR " WS-NB-ECHECS-MAX ")"
           ELSE
               SET OPE-STATUT-VERROUILLE TO TRUE
               SET WS-SAISIE-REFUSEE TO TRUE
               DISPLAY "MOT DE PASSE ERRONE : COMPTE " OPE-ID
                   " VERROUILLE - VOIR L'ADMINISTRATEUR"
               MOVE OPE-ID TO SEC-Z-ID-AUTEUR
               MOVE 'VERR' TO SEC-Z-EVENEMENT
               MOVE 'ECHECS CONSECUTIFS DE MOT DE PASSE'
                   TO SEC-Z-DETAIL
               PERFORM 8000-JOURNALISER
           END-IF
           PERFORM 7000-REECRIRE-COMPTE.

      *> 3000-CONTROLER-VALIDITE : mot de passe reconnu ; s'il est
      *> provisoire ou expire, l'operateur doit le changer pour entrer.
       3000-CONTROLER-VALIDITE.
           IF OPE-DATE-EXPIRATION-MDP IS NOT NUMERIC
               MOVE ZERO TO OPE-DATE-EXPIRATION-MDP
           END-IF
           IF OPE-MDP-PROVISOIRE
               OR OPE-DATE-EXPIRATION-MDP < WS-DATE-JOUR
               IF OPE-MDP-PROVISOIRE
                   DISPLAY "MOT DE PASSE PROVISOIRE : A CHANGER"
               ELSE
                   DISPLAY "MOT DE PASSE EXPIRE LE "
                       OPE-DATE-EXPIRATION-MDP " : A CHANGER"
               END-IF
               SET WS-CHANGEMENT-EN-COURS TO TRUE
               PERFORM 3100-CHANGER-MOT-DE-PASSE
                   UNTIL NOT WS-CHANGEMENT-EN-COURS
           ELSE
               SET WS-CHANGEMENT-FAIT TO TRUE
           END-IF
           IF WS-CHANGEMENT-FAIT
               MOVE WS-DATE-JOUR TO OPE-DATE-DERNIERE-CNX
               PERFORM 7000-REECRIRE-COMPTE
               IF WS-FS-OPERATEUR-OK
                   SET CNX-Z-ACCEPTEE TO TRUE
               END-IF
           ELSE
               DISPLAY "MOT DE PASSE NON CHANGE : CONNEXION REFUSEE"
               PERFORM 7000-REECRIRE-COMPTE
           END-IF.

      *> Le nouveau mot de passe : huit caracteres au moins, sans blanc
      *> interne, confirme a l'identique et different de l'ancien.
       3100-CHANGER-MOT-DE-PASSE.
           MOVE SPACES TO WS-MDP-NOUVEAU WS-MDP-CONFIRMATION
           DISPLAY CONNEXION-CHANGEMENT-SCREEN
           ACCEPT CONNEXION-CHANGEMENT-SCREEN
           MOVE ZERO TO WS-MDP-LONGUEUR WS-MDP-BLANCS
           INSPECT WS-MDP-NOUVEAU TALLYING WS-MDP-LONGUEUR
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-MDP-NOUVEAU TALLYING WS-MDP-BLANCS
               FOR ALL SPACE
           CALL "OPERATEUR-EMPREINTE"
               USING OPE-ID WS-MDP-NOUVEAU WS-EMPREINTE-SAISIE
           EVALUATE TRUE
               WHEN WS-MDP-NOUVEAU = SPACES
                   SET WS-CHANGEMENT-ABANDONNE TO TRUE
               WHEN WS-MDP-LONGUEUR < 8
                   OR WS-MDP-LONGUEUR + WS-MDP-BLANCS NOT = 20
                   DISPLAY "MOT DE PASSE REFUSE : 8 CARACTERES "
                       "MINIMUM, SANS BLANC"
               WHEN WS-MDP-CONFIRMATION NOT = WS-MDP-NOUVEAU
                   DISPLAY "CONFIRMATION DIFFERENTE : A RESSAISIR"
               WHEN WS-EMPREINTE-SAISIE = OPE-EMPREINTE-MDP
                   DISPLAY "LE NOUVEAU MOT DE PASSE DOIT DIFFERER "
                       "DE L'ANCIEN"
               WHEN OTHER
                   MOVE WS-EMPREINTE-SAISIE TO OPE-EMPREINTE-MDP
                   MOVE 'N' TO OPE-MDP-A-CHANGER
                   COMPUTE WS-JOUR-INTEGRAL =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                       + WS-DUREE-VALIDITE-MDP
                   COMPUTE OPE-DATE-EXPIRATION-MDP =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGRAL)
                   SET WS-CHANGEMENT-FAIT TO TRUE
                   MOVE OPE-ID TO SEC-Z-ID-AUTEUR
                   MOVE 'CMDP' TO SEC-Z-EVENEMENT
                   MOVE SPACES TO SEC-Z-DETAIL
                   STRING 'VALABLE JUSQU''AU ' OPE-DATE-EXPIRATION-MDP
                       DELIMITED BY SIZE INTO SEC-Z-DETAIL
                   PERFORM 8000-JOURNALISER
           END-EVALUATE
           MOVE SPACES TO WS-MDP-NOUVEAU WS-MDP-CONFIRMATION.

       7000-REECRIRE-COMPTE.
           REWRITE OPERATEUR-ENR
               INVALID KEY
                   DISPLAY "ERREUR REECRITURE OPERATEUR : "
                       WS-FS-OPERATEUR
           END-REWRITE.

       8000-JOURNALISER.
           MOVE CNX-Z-PROGRAMME TO SEC-Z-PROGRAMME
           MOVE OPE-ID TO SEC-Z-ID-OPERATEUR
           CALL "SECURITE-JOURNAL" USING SEC-ZONE.
