       >>SOURCE FORMAT FREE
      *> Administration des comptes operateur (OPERATF), reservee au
      *> profil ADMIN. L'administrateur se connecte par mot de passe
      *> (OPERATEUR-CONNEXION), puis appelle un compte par son
      *> identifiant sur le modele de la maintenance courtier : un
      *> compte existant est charge pour edition, sinon un compte vierge
      *> est propose et cree a la sortie de l'ecran. Il y fixe le nom,
      *> le profil et les droits de modification et de validation, et
      *> peut desactiver le compte (D), le reactiver (R - leve aussi un
      *> verrouillage) ou lui poser un nouveau mot de passe (P). La
      *> creation, R et P exigent un mot de passe provisoire, que
      *> l'operateur devra changer a sa premiere connexion. Un
      *> administrateur ne peut ni desactiver ni retrograder son propre
      *> compte. Chaque acte est trace sur le journal de securite, comme
      *> un acces refuse a un operateur qui n'est pas administrateur.
      *> Tant qu'aucun compte de profil ADMIN n'existe sur OPERATF,
      *> quel que soit son statut (premiere mise en service),
      *> l'identifiant saisi a l'ouverture est cree en administrateur
      *> avec un mot de passe provisoire avant la connexion. Un
      *> administrateur verrouille ou desactive ne rouvre pas cette
      *> initialisation, et un identifiant deja attribue n'est jamais
      *> promu par elle.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATEUR-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATEUR-FILE ASSIGN TO "OPERATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-FS-OPERATEUR.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATEUR-FILE.
       COPY "OPERATEUR-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-OPERATEUR               PIC X(2).
           88  WS-FS-OPERATEUR-OK            VALUE '00'.
           88  WS-FS-OPERATEUR-EOF           VALUE '10'.

      *> Administrateur connecte, auteur des actes journalises.
       01  WS-ID-ADMINISTRATEUR          PIC X(8).

       01  WS-ID-OPERATEUR-MAINT         PIC X(8).
       01  WS-NOM-OPERATEUR              PIC X(40).
       01  WS-PROFIL-OPERATEUR           PIC X(10).
       01  WS-AUTOR-MODIF-OPERATEUR      PIC X(1).
       01  WS-AUTOR-VALID-OPERATEUR      PIC X(1).
       01  WS-STATUT-OPERATEUR           PIC X(1).
       01  WS-NB-ECHECS-OPERATEUR        PIC 9(1).
       01  WS-EXPIRATION-OPERATEUR       PIC 9(8).
       01  WS-DERNIERE-CNX-OPERATEUR     PIC 9(8).
       01  WS-ACTION-OPERATEUR           PIC X(1).
           88  WS-ACTION-ENREGISTRER         VALUE SPACE.
           88  WS-ACTION-DESACTIVER          VALUE 'D'.
           88  WS-ACTION-REACTIVER           VALUE 'R'.
           88  WS-ACTION-NOUVEAU-MDP         VALUE 'P'.
       01  WS-MDP-PROVISOIRE             PIC X(20).
       01  WS-MDP-LONGUEUR               PIC 9(2).
       01  WS-MDP-BLANCS                 PIC 9(2).
       01  WS-MDP-ETAT                   PIC X(1).
           88  WS-MDP-CONFORME               VALUE 'O'.

      *> Profil et droits du compte tels que lus, pour ne journaliser
      *> une modification que s'ils ont change.
       01  WS-PROFIL-AVANT               PIC X(10).
       01  WS-AUTOR-MODIF-AVANT          PIC X(1).
       01  WS-AUTOR-VALID-AVANT          PIC X(1).

       01  WS-FICHE-EXISTANTE            PIC X(1).
           88  WS-FICHE-EXISTE               VALUE 'O'.
       01  WS-ADMINISTRATEUR-ETAT        PIC X(1).
           88  WS-ADMINISTRATEUR-PRESENT     VALUE 'O'.
       01  WS-MODE-ETAT                  PIC X(1) VALUE 'N'.
           88  WS-MODE-INITIALISATION        VALUE 'O'.

       01  WS-FIN-PGM                    PIC X(1) VALUE 'N'.
           88  WS-PGM-TERMINE                VALUE 'O'.

       COPY "CONNEXION-ZONE.cpy".
       COPY "SECURITE-JOURNAL-ZONE.cpy".

       SCREEN SECTION.
       COPY "OPERATEUR-MAINT-SCREEN.cpy".

       PROCEDURE DIVISION.
       0000-DEBUT.
           PERFORM 0100-OUVERTURE
           IF NOT WS-PGM-TERMINE
               PERFORM 0200-CONNECTER-ADMINISTRATEUR
           END-IF
           PERFORM 1000-MAINTENANCE UNTIL WS-PGM-TERMINE
           CLOSE OPERATEUR-FILE
           STOP RUN.

       0100-OUVERTURE.
           OPEN I-O OPERATEUR-FILE
      *> OPERATEUR-FILE est cree a la premiere execution : un statut 35
      *> (fichier absent) est rattrape par une ouverture OUTPUT.
           IF WS-FS-OPERATEUR = '35'
               OPEN OUTPUT OPERATEUR-FILE
               CLOSE OPERATEUR-FILE
               OPEN I-O OPERATEUR-FILE
           END-IF
           IF NOT WS-FS-OPERATEUR-OK
               DISPLAY "OUVERTURE OPERATEURS IMPOSSIBLE : "
                   WS-FS-OPERATEUR
               SET WS-PGM-TERMINE TO TRUE
           END-IF.

      *> 0200-CONNECTER-ADMINISTRATEUR : initialisation si OPERATF ne
      *> porte encore aucun compte ADMIN, puis connexion par mot de
      *> passe et controle du profil.
       0200-CONNECTER-ADMINISTRATEUR.
           DISPLAY "IDENTIFIANT OPERATEUR : " WITH NO ADVANCING
           ACCEPT WS-ID-ADMINISTRATEUR
           PERFORM 0300-CHERCHER-ADMINISTRATEUR
           IF NOT WS-ADMINISTRATEUR-PRESENT
               AND WS-ID-ADMINISTRATEUR NOT = SPACES
               PERFORM 0400-INITIALISER-ADMINISTRATEUR
           END-IF
           IF NOT WS-PGM-TERMINE
               PERFORM 0500-AUTHENTIFIER-ADMINISTRATEUR
           END-IF.

      *> Un compte de profil ADMIN, quels que soient son statut, son
      *> verrouillage et son mot de passe : sa seule presence ferme
      *> l'initialisation. Un administrateur bloque se debloque par un
      *> autre administrateur, jamais par l'initialisation.
       0300-CHERCHER-ADMINISTRATEUR.
           MOVE 'N' TO WS-ADMINISTRATEUR-ETAT
           MOVE LOW-VALUES TO OPE-ID
           START OPERATEUR-FILE KEY IS NOT LESS THAN OPE-ID
               INVALID KEY
                   SET WS-FS-OPERATEUR-EOF TO TRUE
           END-START
           PERFORM 0310-LIRE-OPERATEUR-SUIVANT
               UNTIL WS-FS-OPERATEUR-EOF
               OR WS-ADMINISTRATEUR-PRESENT
           MOVE '00' TO WS-FS-OPERATEUR.

       0310-LIRE-OPERATEUR-SUIVANT.
           READ OPERATEUR-FILE NEXT RECORD
               AT END
                   SET WS-FS-OPERATEUR-EOF TO TRUE
           END-READ
           IF WS-FS-OPERATEUR-OK
               AND OPE-PROFIL-ADMIN
               SET WS-ADMINISTRATEUR-PRESENT TO TRUE
           END-IF.

      *> L'initialisation ne cree qu'un compte nouveau : un identifiant
      *> deja present sur OPERATF est refuse, jamais promu ni ecrase.
       0400-INITIALISER-ADMINISTRATEUR.
           MOVE WS-ID-ADMINISTRATEUR TO OPE-ID
           READ OPERATEUR-FILE
               KEY IS OPE-ID
               INVALID KEY
                   PERFORM 0410-CREER-ADMINISTRATEUR
           END-READ
           IF WS-FS-OPERATEUR-OK
               AND NOT WS-MODE-INITIALISATION
               DISPLAY "IDENTIFIANT " WS-ID-ADMINISTRATEUR
                   " DEJA ATTRIBUE : INITIALISATION REFUSEE"
               MOVE WS-ID-ADMINISTRATEUR TO WS-ID-OPERATEUR-MAINT
               MOVE 'REFU' TO SEC-Z-EVENEMENT
               MOVE 'INITIALISATION SUR COMPTE EXISTANT'
                   TO SEC-Z-DETAIL
               PERFORM 8000-JOURNALISER
               SET WS-PGM-TERMINE TO TRUE
           END-IF
           MOVE 'N' TO WS-MODE-ETAT.

       0410-CREER-ADMINISTRATEUR.
           DISPLAY "AUCUN ADMINISTRATEUR : INITIALISATION DU "
               "COMPTE " WS-ID-ADMINISTRATEUR
           SET WS-MODE-INITIALISATION TO TRUE
           MOVE WS-ID-ADMINISTRATEUR TO WS-ID-OPERATEUR-MAINT
           PERFORM 2000-CHARGER-FICHE
           IF WS-FICHE-EXISTE
               SET WS-PGM-TERMINE TO TRUE
           ELSE
               PERFORM 3000-EDITER-FICHE
           END-IF.

      *> Connexion par mot de passe (le sous-programme ouvre lui-meme
      *> OPERATF, le fichier est referme le temps de l'appel) et
      *> controle du profil.
       0500-AUTHENTIFIER-ADMINISTRATEUR.
           CLOSE OPERATEUR-FILE
           MOVE WS-ID-ADMINISTRATEUR TO CNX-Z-ID-OPERATEUR
           MOVE 'OPERATEUR-MAINT' TO CNX-Z-PROGRAMME
           CALL "OPERATEUR-CONNEXION" USING CNX-ZONE
           OPEN I-O OPERATEUR-FILE
           IF NOT CNX-Z-ACCEPTEE
               DISPLAY "CONNEXION REFUSEE : ADMINISTRATION FERMEE"
               SET WS-PGM-TERMINE TO TRUE
           ELSE
               MOVE WS-ID-ADMINISTRATEUR TO OPE-ID
               READ OPERATEUR-FILE
                   KEY IS OPE-ID
                   INVALID KEY
                       SET WS-PGM-TERMINE TO TRUE
               END-READ
               IF NOT WS-PGM-TERMINE
                   AND NOT OPE-PROFIL-ADMIN
                   DISPLAY "ACCES RESERVE AU PROFIL ADMIN"
                   MOVE WS-ID-ADMINISTRATEUR TO WS-ID-OPERATEUR-MAINT
                   MOVE 'REFU' TO SEC-Z-EVENEMENT
                   MOVE SPACES TO SEC-Z-DETAIL
                   STRING 'PROFIL ' OPE-PROFIL
                       DELIMITED BY SIZE INTO SEC-Z-DETAIL
                   PERFORM 8000-JOURNALISER
                   SET WS-PGM-TERMINE TO TRUE
               END-IF
           END-IF.

       1000-MAINTENANCE.
           MOVE SPACES TO WS-ID-OPERATEUR-MAINT
           DISPLAY OPERATEUR-SELECTION-SCREEN
           ACCEPT OPERATEUR-SELECTION-SCREEN
           IF WS-ID-OPERATEUR-MAINT = SPACES
               SET WS-PGM-TERMINE TO TRUE
           ELSE
               PERFORM 2000-CHARGER-FICHE
               PERFORM 3000-EDITER-FICHE
           END-IF.

       2000-CHARGER-FICHE.
           MOVE 'N' TO WS-FICHE-EXISTANTE
           MOVE SPACES TO WS-NOM-OPERATEUR WS-PROFIL-OPERATEUR
               WS-ACTION-OPERATEUR WS-MDP-PROVISOIRE
           MOVE 'N' TO WS-AUTOR-MODIF-OPERATEUR
               WS-AUTOR-VALID-OPERATEUR
           MOVE 'A' TO WS-STATUT-OPERATEUR
           MOVE ZERO TO WS-NB-ECHECS-OPERATEUR WS-EXPIRATION-OPERATEUR
               WS-DERNIERE-CNX-OPERATEUR
           MOVE WS-ID-OPERATEUR-MAINT TO OPE-ID
           READ OPERATEUR-FILE
               KEY IS OPE-ID
               INVALID KEY
                   DISPLAY "OPERATEUR NOUVEAU : " WS-ID-OPERATEUR-MAINT
           END-READ
           IF WS-FS-OPERATEUR-OK
               MOVE 'O' TO WS-FICHE-EXISTANTE
               MOVE OPE-NOM TO WS-NOM-OPERATEUR
               MOVE OPE-PROFIL TO WS-PROFIL-OPERATEUR
               MOVE OPE-AUTOR-MODIF TO WS-AUTOR-MODIF-OPERATEUR
               MOVE OPE-AUTOR-VALID TO WS-AUTOR-VALID-OPERATEUR
               IF OPE-STATUT-ACTIF
                   MOVE 'A' TO WS-STATUT-OPERATEUR
               ELSE
                   MOVE OPE-STATUT TO WS-STATUT-OPERATEUR
               END-IF
               IF OPE-NB-ECHECS IS NUMERIC
                   MOVE OPE-NB-ECHECS TO WS-NB-ECHECS-OPERATEUR
               END-IF
               IF OPE-DATE-EXPIRATION-MDP IS NUMERIC
                   MOVE OPE-DATE-EXPIRATION-MDP
                       TO WS-EXPIRATION-OPERATEUR
               END-IF
               IF OPE-DATE-DERNIERE-CNX IS NUMERIC
                   MOVE OPE-DATE-DERNIERE-CNX
                       TO WS-DERNIERE-CNX-OPERATEUR
               END-IF
           END-IF
           MOVE WS-PROFIL-OPERATEUR TO WS-PROFIL-AVANT
           MOVE WS-AUTOR-MODIF-OPERATEUR TO WS-AUTOR-MODIF-AVANT
           MOVE WS-AUTOR-VALID-OPERATEUR TO WS-AUTOR-VALID-AVANT.

      *> 3000-EDITER-FICHE : le compte n'est sauvegarde que si toute la
      *> saisie est recevable ; sinon rien n'est ecrit.
       3000-EDITER-FICHE.
           DISPLAY OPERATEUR-DETAIL-SCREEN
           ACCEPT OPERATEUR-DETAIL-SCREEN
           MOVE FUNCTION UPPER-CASE(WS-PROFIL-OPERATEUR)
               TO WS-PROFIL-OPERATEUR
           MOVE FUNCTION UPPER-CASE(WS-AUTOR-MODIF-OPERATEUR)
               TO WS-AUTOR-MODIF-OPERATEUR
           MOVE FUNCTION UPPER-CASE(WS-AUTOR-VALID-OPERATEUR)
               TO WS-AUTOR-VALID-OPERATEUR
           MOVE FUNCTION UPPER-CASE(WS-ACTION-OPERATEUR)
               TO WS-ACTION-OPERATEUR
           IF WS-MODE-INITIALISATION
               MOVE 'ADMIN' TO WS-PROFIL-OPERATEUR
               MOVE 'O' TO WS-AUTOR-MODIF-OPERATEUR
                   WS-AUTOR-VALID-OPERATEUR
               MOVE 'R' TO WS-ACTION-OPERATEUR
           END-IF
           PERFORM 3100-CONTROLER-MDP-PROVISOIRE
           EVALUATE TRUE
               WHEN WS-NOM-OPERATEUR = SPACES
                   DISPLAY "NOM VIDE : COMPTE NON SAUVEGARDE"
               WHEN WS-PROFIL-OPERATEUR = SPACES
                   DISPLAY "PROFIL VIDE : COMPTE NON SAUVEGARDE"
               WHEN (WS-AUTOR-MODIF-OPERATEUR NOT = 'O'
                     AND WS-AUTOR-MODIF-OPERATEUR NOT = 'N')
                   OR (WS-AUTOR-VALID-OPERATEUR NOT = 'O'
                     AND WS-AUTOR-VALID-OPERATEUR NOT = 'N')
                   DISPLAY "DROITS A SAISIR O OU N : COMPTE NON "
                       "SAUVEGARDE"
               WHEN NOT WS-ACTION-ENREGISTRER
                   AND NOT WS-ACTION-DESACTIVER
                   AND NOT WS-ACTION-REACTIVER
                   AND NOT WS-ACTION-NOUVEAU-MDP
                   DISPLAY "ACTION " WS-ACTION-OPERATEUR
                       " INCONNUE (D/R/P) : COMPTE NON SAUVEGARDE"
               WHEN NOT WS-FICHE-EXISTE
                   AND NOT WS-ACTION-ENREGISTRER
                   AND NOT WS-MODE-INITIALISATION
                   DISPLAY "ACTION SANS OBJET SUR UN NOUVEAU COMPTE : "
                       "COMPTE NON SAUVEGARDE"
               WHEN (NOT WS-FICHE-EXISTE
                     OR WS-ACTION-REACTIVER
                     OR WS-ACTION-NOUVEAU-MDP)
                   AND NOT WS-MDP-CONFORME
                   DISPLAY "MOT DE PASSE PROVISOIRE : 8 CARACTERES "
                       "MINIMUM, SANS BLANC - COMPTE NON SAUVEGARDE"
               WHEN WS-ID-OPERATEUR-MAINT = WS-ID-ADMINISTRATEUR
                   AND NOT WS-MODE-INITIALISATION
                   AND (WS-ACTION-DESACTIVER
                     OR WS-PROFIL-OPERATEUR NOT = 'ADMIN')
                   DISPLAY "UN ADMINISTRATEUR NE PEUT NI DESACTIVER NI "
                       "RETROGRADER SON PROPRE COMPTE"
               WHEN WS-ACTION-DESACTIVER
                   AND WS-STATUT-OPERATEUR = 'D'
                   DISPLAY "COMPTE DEJA DESACTIVE"
               WHEN WS-ACTION-REACTIVER
                   AND WS-STATUT-OPERATEUR = 'A'
                   AND NOT WS-MODE-INITIALISATION
                   DISPLAY "COMPTE DEJA ACTIF : ACTION P POUR UN "
                       "NOUVEAU MOT DE PASSE"
               WHEN OTHER
                   PERFORM 3200-SAUVEGARDER-FICHE
           END-EVALUATE
           MOVE SPACES TO WS-MDP-PROVISOIRE.

       3100-CONTROLER-MDP-PROVISOIRE.
           MOVE ZERO TO WS-MDP-LONGUEUR WS-MDP-BLANCS
           INSPECT WS-MDP-PROVISOIRE TALLYING WS-MDP-LONGUEUR
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-MDP-PROVISOIRE TALLYING WS-MDP-BLANCS
               FOR ALL SPACE
           IF WS-MDP-LONGUEUR < 8
               OR WS-MDP-LONGUEUR + WS-MDP-BLANCS NOT = 20
               MOVE 'N' TO WS-MDP-ETAT
           ELSE
               MOVE 'O' TO WS-MDP-ETAT
           END-IF.

      *> 3200-SAUVEGARDER-FICHE : ecriture du compte, puis trace de
      *> chaque acte sur le journal de securite - creation (ou
      *> initialisation), changement de profil ou de droits, et action
      *> demandee sur le compte.
       3200-SAUVEGARDER-FICHE.
           IF NOT WS-FICHE-EXISTE
               MOVE SPACES TO OPERATEUR-ENR
           END-IF
           MOVE WS-ID-OPERATEUR-MAINT TO OPE-ID
           MOVE WS-NOM-OPERATEUR TO OPE-NOM
           MOVE WS-PROFIL-OPERATEUR TO OPE-PROFIL
           MOVE WS-AUTOR-MODIF-OPERATEUR TO OPE-AUTOR-MODIF
           MOVE WS-AUTOR-VALID-OPERATEUR TO OPE-AUTOR-VALID
           EVALUATE TRUE
               WHEN NOT WS-FICHE-EXISTE
                   MOVE 'A' TO OPE-STATUT
                   MOVE ZERO TO OPE-DATE-DERNIERE-CNX
                   PERFORM 3300-POSER-MDP-PROVISOIRE
               WHEN WS-ACTION-DESACTIVER
                   SET OPE-STATUT-DESACTIVE TO TRUE
               WHEN WS-ACTION-REACTIVER
                   MOVE 'A' TO OPE-STATUT
                   PERFORM 3300-POSER-MDP-PROVISOIRE
               WHEN WS-ACTION-NOUVEAU-MDP
                   PERFORM 3300-POSER-MDP-PROVISOIRE
           END-EVALUATE
           IF WS-FICHE-EXISTE
               REWRITE OPERATEUR-ENR
                   INVALID KEY
                       DISPLAY "ERREUR REECRITURE OPERATEUR : "
                           WS-FS-OPERATEUR
               END-REWRITE
           ELSE
               WRITE OPERATEUR-ENR
                   INVALID KEY
                       DISPLAY "ERREUR ECRITURE OPERATEUR : "
                           WS-FS-OPERATEUR
               END-WRITE
           END-IF
           IF WS-FS-OPERATEUR-OK
               DISPLAY "COMPTE OPERATEUR " OPE-ID " SAUVEGARDE"
               PERFORM 3400-JOURNALISER-ACTES
           END-IF.

       3300-POSER-MDP-PROVISOIRE.
           CALL "OPERATEUR-EMPREINTE"
               USING WS-ID-OPERATEUR-MAINT WS-MDP-PROVISOIRE
               OPE-EMPREINTE-MDP
           SET OPE-MDP-PROVISOIRE TO TRUE
           MOVE ZERO TO OPE-NB-ECHECS OPE-DATE-EXPIRATION-MDP
           IF OPE-DATE-DERNIERE-CNX IS NOT NUMERIC
               MOVE ZERO TO OPE-DATE-DERNIERE-CNX
           END-IF.

       3400-JOURNALISER-ACTES.
           MOVE SPACES TO SEC-Z-DETAIL
           STRING 'PROFIL ' OPE-PROFIL ' MODIF ' OPE-AUTOR-MODIF
               ' VALID ' OPE-AUTOR-VALID
               DELIMITED BY SIZE INTO SEC-Z-DETAIL
           EVALUATE TRUE
               WHEN WS-MODE-INITIALISATION
                   MOVE 'INIT' TO SEC-Z-EVENEMENT
                   PERFORM 8000-JOURNALISER
               WHEN NOT WS-FICHE-EXISTE
                   MOVE 'CREA' TO SEC-Z-EVENEMENT
                   PERFORM 8000-JOURNALISER
               WHEN OTHER
                   IF OPE-PROFIL NOT = WS-PROFIL-AVANT
                       OR OPE-AUTOR-MODIF NOT = WS-AUTOR-MODIF-AVANT
                       OR OPE-AUTOR-VALID NOT = WS-AUTOR-VALID-AVANT
                       MOVE 'MODI' TO SEC-Z-EVENEMENT
                       PERFORM 8000-JOURNALISER
                   END-IF
                   MOVE SPACES TO SEC-Z-DETAIL
                   EVALUATE TRUE
                       WHEN WS-ACTION-DESACTIVER
                           MOVE 'DESA' TO SEC-Z-EVENEMENT
                           PERFORM 8000-JOURNALISER
                       WHEN WS-ACTION-REACTIVER
                           MOVE 'REAC' TO SEC-Z-EVENEMENT
                           STRING 'STATUT PRECEDENT '
                               WS-STATUT-OPERATEUR
                               ', MOT DE PASSE PROVISOIRE'
                               DELIMITED BY SIZE INTO SEC-Z-DETAIL
                           PERFORM 8000-JOURNALISER
                       WHEN WS-ACTION-NOUVEAU-MDP
                           MOVE 'RMDP' TO SEC-Z-EVENEMENT
                           MOVE 'MOT DE PASSE PROVISOIRE'
                               TO SEC-Z-DETAIL
                           PERFORM 8000-JOURNALISER
                   END-EVALUATE
           END-EVALUATE.

       8000-JOURNALISER.
           MOVE 'OPERATEUR-MAINT' TO SEC-Z-PROGRAMME
           MOVE WS-ID-ADMINISTRATEUR TO SEC-Z-ID-AUTEUR
           MOVE WS-ID-OPERATEUR-MAINT TO SEC-Z-ID-OPERATEUR
           CALL "SECURITE-JOURNAL" USING SEC-ZONE.
