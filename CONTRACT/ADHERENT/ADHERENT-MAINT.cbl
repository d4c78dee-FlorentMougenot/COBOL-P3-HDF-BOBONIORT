      *> pour edition, sinon une fiche vierge est proposee et creee a la
      *> sortie de l'ecran. Une fiche au nom vide n'est pas sauvegardee
      *> (l'identifiant seul ne permet ni courrier ni attestation).
      *> L'IBAN saisi est controle par sa cle (modulo 97) ; un IBAN
      *> invalide bloque la sauvegarde de la fiche.
      *> La fiche est suivie de l'ecran du mandat de prelevement SEPA
      *> de l'adherent (MANDATF) : signature d'un nouveau mandat (RUM
      *> attribuee a la signature, sequence FRST) ou revocation. Un
      *> changement d'IBAN sur la fiche est reporte sur le mandat actif,
      *> qui repart en sequence FRST ; un IBAN efface revoque le mandat.
      *> La fiche fermee d'un doublon fusionne (BAT-FUSION-ADHERENT) ou
      *> anonymisee (BAT-ANONYMISATION) est signalee et n'est plus
      *> modifiable.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHERENT-MAINT.

               RECORD KEY IS ADH-ID
               FILE STATUS IS WS-FS-ADHERENT.

           SELECT MANDAT-FILE ASSIGN TO "MANDATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-ID-ADHERENT
               FILE STATUS IS WS-FS-MANDAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ADHERENT-FILE.
       COPY "ADHERENT-RECORD.cpy".

       FD  MANDAT-FILE.
       COPY "MANDAT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-ADHERENT                PIC X(2).
           88  WS-FS-ADHERENT-OK             VALUE '00'.
       01  WS-FS-MANDAT                  PIC X(2).
           88  WS-FS-MANDAT-OK               VALUE '00'.

       01  WS-ID-ADHERENT-MAINT          PIC X(10).
       01  WS-NOM-ADHERENT-MAINT         PIC X(40).

       01  WS-FICHE-EXISTANTE            PIC X(1).
           88  WS-FICHE-EXISTE               VALUE 'O'.
       01  WS-FICHE-FERMEE               PIC X(1).
           88  WS-FICHE-DOUBLON-FERME        VALUE 'O'.

      *> Mandat SEPA de l'adherent tel que presente a l'ecran ; l'IBAN
      *> d'origine sert a detecter un changement de coordonnees.
       01  WS-MANDAT-EXISTANT            PIC X(1).
           88  WS-MANDAT-EXISTE              VALUE 'O'.
       01  WS-IBAN-ORIGINE               PIC X(34).
       01  WS-RUM-MANDAT                 PIC X(35).
       01  WS-DATE-SIGNATURE-MANDAT      PIC 9(8).
       01  WS-DATE-SIGNATURE-R REDEFINES WS-DATE-SIGNATURE-MANDAT.
           05  WS-SIGNATURE-ANNEE        PIC 9(4).
           05  WS-SIGNATURE-MOIS         PIC 9(2).
           05  WS-SIGNATURE-JOUR         PIC 9(2).
       01  WS-SIGNATURE-ETAT             PIC X(1).
           88  WS-SIGNATURE-VALIDE           VALUE 'O'.
       01  WS-SEQUENCE-MANDAT            PIC X(4).
       01  WS-STATUT-MANDAT              PIC X(12).
       01  WS-DATE-REVOCATION-MANDAT     PIC 9(8).
       01  WS-ACTION-MANDAT              PIC X(1).
           88  WS-ACTION-SIGNER              VALUES 'S' 's'.
           88  WS-ACTION-REVOQUER            VALUES 'R' 'r'.
       01  WS-DATE-JOUR                  PIC 9(8).
       01  WS-HORODATAGE                 PIC X(14).

      *> Controle de la cle IBAN (ISO 13616) : les quatre premiers
      *> caracteres sont reportes en fin, chaque lettre vaut son rang
      *> dans l'alphabet plus 9 (A = 10 ... Z = 35), et le nombre
      *> obtenu doit valoir 1 modulo 97. Le reste est cumule caractere
      *> par caractere pour ne jamais depasser quatre chiffres.
       01  WS-ALPHABET                   PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-IBAN-LONGUEUR              PIC 9(2).
       01  WS-IBAN-BLANCS                PIC 9(2).
       01  WS-IBAN-POS                   PIC 9(2).
       01  WS-IBAN-CAR                   PIC X(1).
       01  WS-IBAN-CHIFFRE               PIC 9(1).
       01  WS-IBAN-RANG                  PIC 9(2).
       01  WS-IBAN-CUMUL                 PIC 9(4).
       01  WS-IBAN-QUOTIENT              PIC 9(4).
       01  WS-IBAN-RESTE                 PIC 9(2).
       01  WS-IBAN-ETAT                  PIC X(1).
           88  WS-IBAN-VALIDE                VALUE 'O'.
           88  WS-IBAN-INVALIDE              VALUE 'N'.

       01  WS-FIN-PGM                    PIC X(1) VALUE 'N'.
           88  WS-PGM-TERMINE                VALUE 'O'.
               CLOSE ADHERENT-FILE
               OPEN I-O ADHERENT-FILE
           END-IF
           OPEN I-O MANDAT-FILE
           IF WS-FS-MANDAT = '35'
               OPEN OUTPUT MANDAT-FILE
               CLOSE MANDAT-FILE
               OPEN I-O MANDAT-FILE
           END-IF
           PERFORM 1000-MAINTENANCE UNTIL WS-PGM-TERMINE
           CLOSE ADHERENT-FILE
           CLOSE MANDAT-FILE
           STOP RUN.

       1000-MAINTENANCE.
               SET WS-PGM-TERMINE TO TRUE
           ELSE
               PERFORM 2000-CHARGER-FICHE
               IF WS-FICHE-DOUBLON-FERME
                   DISPLAY "ADHERENT " WS-ID-ADHERENT-MAINT
                       " FERME OU ANONYMISE : FICHE NON"
                       " MODIFIABLE"
               ELSE
                   PERFORM 3000-EDITER-FICHE
               END-IF
           END-IF.

       2000-CHARGER-FICHE.
           MOVE 'N' TO WS-FICHE-EXISTANTE
           MOVE 'N' TO WS-FICHE-FERMEE
           MOVE SPACES TO WS-NOM-ADHERENT-MAINT WS-RUE-ADHERENT
               WS-CP-ADHERENT WS-VILLE-ADHERENT WS-TEL-ADHERENT
               WS-COURRIEL-ADHERENT WS-IBAN-ADHERENT WS-BIC-ADHERENT
           END-READ
           IF WS-FS-ADHERENT-OK
               MOVE 'O' TO WS-FICHE-EXISTANTE
               IF NOT ADH-STATUT-ACTIF
                   MOVE 'O' TO WS-FICHE-FERMEE
               END-IF
               MOVE ADH-NOM TO WS-NOM-ADHERENT-MAINT
               MOVE ADH-RUE TO WS-RUE-ADHERENT
               MOVE ADH-CODE-POSTAL TO WS-CP-ADHERENT
               MOVE ADH-COURRIEL TO WS-COURRIEL-ADHERENT
               MOVE ADH-IBAN TO WS-IBAN-ADHERENT
               MOVE ADH-BIC TO WS-BIC-ADHERENT
           END-IF
           MOVE WS-IBAN-ADHERENT TO WS-IBAN-ORIGINE
           PERFORM 2100-CHARGER-MANDAT.

      *> 2100-CHARGER-MANDAT : mandat courant de l'adherent, ou zones
      *> a blanc quand aucun mandat n'a encore ete signe.
       2100-CHARGER-MANDAT.
           MOVE 'N' TO WS-MANDAT-EXISTANT
           MOVE SPACES TO WS-RUM-MANDAT WS-SEQUENCE-MANDAT
           MOVE 'AUCUN' TO WS-STATUT-MANDAT
           MOVE ZERO TO WS-DATE-SIGNATURE-MANDAT
               WS-DATE-REVOCATION-MANDAT
           MOVE WS-ID-ADHERENT-MAINT TO MDT-ID-ADHERENT
           READ MANDAT-FILE
               KEY IS MDT-ID-ADHERENT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-MANDAT-OK
               MOVE 'O' TO WS-MANDAT-EXISTANT
               MOVE MDT-RUM TO WS-RUM-MANDAT
               MOVE MDT-DATE-SIGNATURE TO WS-DATE-SIGNATURE-MANDAT
               MOVE MDT-TYPE-SEQUENCE TO WS-SEQUENCE-MANDAT
               MOVE MDT-DATE-REVOCATION TO WS-DATE-REVOCATION-MANDAT
               IF MDT-STATUT-ACTIF
                   MOVE 'ACTIF' TO WS-STATUT-MANDAT
               ELSE
                   MOVE 'REVOQUE' TO WS-STATUT-MANDAT
               END-IF
           END-IF.

       3000-EDITER-FICHE.
           DISPLAY ADHERENT-DETAIL-SCREEN
           ACCEPT ADHERENT-DETAIL-SCREEN
           MOVE FUNCTION UPPER-CASE(WS-IBAN-ADHERENT)
               TO WS-IBAN-ADHERENT
           MOVE FUNCTION UPPER-CASE(WS-BIC-ADHERENT) TO WS-BIC-ADHERENT
           SET WS-IBAN-VALIDE TO TRUE
           IF WS-IBAN-ADHERENT NOT = SPACES
               PERFORM 3200-CONTROLER-IBAN
           END-IF
           IF WS-NOM-ADHERENT-MAINT = SPACES
               DISPLAY "NOM VIDE : FICHE NON SAUVEGARDEE"
           ELSE
               IF WS-IBAN-INVALIDE
                   DISPLAY "IBAN " WS-IBAN-ADHERENT
                       " INVALIDE (CLE DE CONTROLE) : FICHE NON"
                       " SAUVEGARDEE"
               ELSE
                   PERFORM 3100-SAUVEGARDER-FICHE
                   IF WS-FS-ADHERENT-OK
                       PERFORM 4000-GERER-MANDAT
                   END-IF
               END-IF
           END-IF.

       3100-SAUVEGARDER-FICHE.
                           WS-FS-ADHERENT
               END-REWRITE
           ELSE
               SET ADH-STATUT-ACTIF TO TRUE
               WRITE ADHERENT-ENR
                   INVALID KEY
                       DISPLAY "ERREUR ECRITURE ADHERENT : "
           IF WS-FS-ADHERENT-OK
               DISPLAY "FICHE ADHERENT " ADH-ID " SAUVEGARDEE"
           END-IF.

      *> 3200-CONTROLER-IBAN : longueur 15 a 34 sans blanc interne,
      *> code pays alphabetique, cle numerique, puis reste modulo 97
      *> de l'IBAN reordonne (BBAN suivi du code pays et de la cle).
       3200-CONTROLER-IBAN.
           SET WS-IBAN-VALIDE TO TRUE
           MOVE ZERO TO WS-IBAN-LONGUEUR WS-IBAN-BLANCS
           INSPECT WS-IBAN-ADHERENT TALLYING WS-IBAN-LONGUEUR
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-IBAN-ADHERENT TALLYING WS-IBAN-BLANCS
               FOR ALL SPACE
           IF WS-IBAN-LONGUEUR < 15
               OR WS-IBAN-LONGUEUR + WS-IBAN-BLANCS NOT = 34
               OR WS-IBAN-ADHERENT(1:2) IS NOT ALPHABETIC
               OR WS-IBAN-ADHERENT(3:2) IS NOT NUMERIC
               SET WS-IBAN-INVALIDE TO TRUE
           ELSE
               MOVE ZERO TO WS-IBAN-RESTE
               PERFORM 3210-CUMULER-CARACTERE
                   VARYING WS-IBAN-POS FROM 5 BY 1
                   UNTIL WS-IBAN-POS > WS-IBAN-LONGUEUR
               PERFORM 3210-CUMULER-CARACTERE
                   VARYING WS-IBAN-POS FROM 1 BY 1
                   UNTIL WS-IBAN-POS > 4
               IF WS-IBAN-RESTE NOT = 1
                   SET WS-IBAN-INVALIDE TO TRUE
               END-IF
           END-IF.

      *> Un chiffre decale le reste d'un rang, une lettre (deux
      *> chiffres) de deux rangs ; tout autre caractere invalide l'IBAN.
       3210-CUMULER-CARACTERE.
           MOVE WS-IBAN-ADHERENT(WS-IBAN-POS:1) TO WS-IBAN-CAR
           IF WS-IBAN-CAR IS NUMERIC
               MOVE WS-IBAN-CAR TO WS-IBAN-CHIFFRE
               COMPUTE WS-IBAN-CUMUL =
                   WS-IBAN-RESTE * 10 + WS-IBAN-CHIFFRE
           ELSE
               MOVE ZERO TO WS-IBAN-RANG
               INSPECT WS-ALPHABET TALLYING WS-IBAN-RANG
                   FOR CHARACTERS BEFORE INITIAL WS-IBAN-CAR
               IF WS-IBAN-RANG > 25
                   SET WS-IBAN-INVALIDE TO TRUE
               END-IF
               COMPUTE WS-IBAN-CUMUL =
                   WS-IBAN-RESTE * 100 + WS-IBAN-RANG + 10
           END-IF
           DIVIDE WS-IBAN-CUMUL BY 97
               GIVING WS-IBAN-QUOTIENT REMAINDER WS-IBAN-RESTE.

      *> 4000-GERER-MANDAT : la fiche sauvegardee, un changement d'IBAN
      *> est d'abord reporte sur le mandat actif, puis l'ecran du mandat
      *> est presente pour une signature ou une revocation. Sans mandat
      *> actif, la date de signature proposee est celle du jour, jamais
      *> celle d'un mandat revoque.
       4000-GERER-MANDAT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE
           MOVE WS-HORODATAGE(1:8) TO WS-DATE-JOUR
           IF WS-IBAN-ADHERENT NOT = WS-IBAN-ORIGINE
               AND WS-MANDAT-EXISTE
               AND MDT-STATUT-ACTIF
               PERFORM 4100-REPORTER-IBAN
           END-IF
           MOVE SPACE TO WS-ACTION-MANDAT
           IF NOT (WS-MANDAT-EXISTE AND MDT-STATUT-ACTIF)
               MOVE WS-DATE-JOUR TO WS-DATE-SIGNATURE-MANDAT
           END-IF
           DISPLAY ADHERENT-MANDAT-SCREEN
           ACCEPT ADHERENT-MANDAT-SCREEN
           IF WS-ACTION-SIGNER
               PERFORM 4200-SIGNER-MANDAT
           END-IF
           IF WS-ACTION-REVOQUER
               IF WS-MANDAT-EXISTE
                   AND MDT-STATUT-ACTIF
                   MOVE 'REVOCATION A LA DEMANDE DE L''ADHERENT'
                       TO MDT-MOTIF-REVOCATION
                   PERFORM 4300-REVOQUER-MANDAT
               ELSE
                   DISPLAY "AUCUN MANDAT ACTIF A REVOQUER"
               END-IF
           END-IF.

      *> 4100-REPORTER-IBAN : un IBAN efface revoque le mandat ; un
      *> nouvel IBAN est reporte sur le mandat, qui repart en sequence
      *> FRST puisque la banque du debiteur a change.
       4100-REPORTER-IBAN.
           IF WS-IBAN-ADHERENT = SPACES
               MOVE 'IBAN SUPPRIME DE LA FICHE ADHERENT'
                   TO MDT-MOTIF-REVOCATION
               PERFORM 4300-REVOQUER-MANDAT
           ELSE
               MOVE WS-IBAN-ADHERENT TO MDT-IBAN
               MOVE WS-BIC-ADHERENT TO MDT-BIC
               SET MDT-SEQUENCE-PREMIER TO TRUE
               MOVE WS-DATE-JOUR TO MDT-DATE-MODIFICATION
               REWRITE MANDAT-ENR
                   INVALID KEY
                       DISPLAY "ERREUR REECRITURE MANDAT : "
                           WS-FS-MANDAT
               END-REWRITE
               IF WS-FS-MANDAT-OK
                   MOVE MDT-TYPE-SEQUENCE TO WS-SEQUENCE-MANDAT
                   DISPLAY "MANDAT " MDT-RUM " : IBAN MIS A JOUR"
               END-IF
           END-IF.

      *> 4200-SIGNER-MANDAT : un nouveau mandat remplace le precedent
      *> revoque (une seule fiche mandat par adherent) ; il faut un IBAN
      *> sur la fiche et pas de mandat deja actif. La RUM est faite de
      *> l'identifiant adherent et de l'horodatage de l'enregistrement.
      *> La date de signature saisie doit etre une date du calendrier
      *> et ne pas depasser le jour : elle est reprise sur chaque ordre
      *> de prelevement.
       4200-SIGNER-MANDAT.
           IF WS-IBAN-ADHERENT = SPACES
               DISPLAY "PAS D'IBAN SUR LA FICHE : MANDAT NON SIGNE"
           ELSE
               IF WS-MANDAT-EXISTE
                   AND MDT-STATUT-ACTIF
                   DISPLAY "MANDAT " MDT-RUM " DEJA ACTIF : REVOQUER"
                       " AVANT UNE NOUVELLE SIGNATURE"
               ELSE
                   PERFORM 4210-CONTROLER-DATE-SIGNATURE
                   IF WS-SIGNATURE-VALIDE
                       PERFORM 4250-ENREGISTRER-MANDAT
                   ELSE
                       DISPLAY "DATE DE SIGNATURE "
                           WS-DATE-SIGNATURE-MANDAT
                           " INVALIDE : MANDAT NON SIGNE"
                   END-IF
               END-IF
           END-IF.

       4210-CONTROLER-DATE-SIGNATURE.
           MOVE 'N' TO WS-SIGNATURE-ETAT
           IF WS-DATE-SIGNATURE-MANDAT IS NUMERIC
               AND WS-SIGNATURE-MOIS >= 1
               AND WS-SIGNATURE-MOIS <= 12
               AND WS-DATE-SIGNATURE-MANDAT <= WS-DATE-JOUR
               IF FUNCTION INTEGER-OF-DATE(WS-DATE-SIGNATURE-MANDAT)
                   > ZERO
                   MOVE 'O' TO WS-SIGNATURE-ETAT
               END-IF
           END-IF.

       4250-ENREGISTRER-MANDAT.
           MOVE SPACES TO MANDAT-ENR
           MOVE WS-ID-ADHERENT-MAINT TO MDT-ID-ADHERENT
           STRING WS-ID-ADHERENT-MAINT DELIMITED BY SPACE
               '-' DELIMITED BY SIZE
               WS-HORODATAGE DELIMITED BY SIZE
               INTO MDT-RUM
           END-STRING
           MOVE WS-DATE-SIGNATURE-MANDAT TO MDT-DATE-SIGNATURE
           MOVE WS-IBAN-ADHERENT TO MDT-IBAN
           MOVE WS-BIC-ADHERENT TO MDT-BIC
           SET MDT-SEQUENCE-PREMIER TO TRUE
           SET MDT-STATUT-ACTIF TO TRUE
           MOVE WS-DATE-JOUR TO MDT-DATE-MODIFICATION
           MOVE ZERO TO MDT-DATE-REVOCATION
           IF WS-MANDAT-EXISTE
               REWRITE MANDAT-ENR
                   INVALID KEY
                       DISPLAY "ERREUR REECRITURE MANDAT : "
                           WS-FS-MANDAT
               END-REWRITE
           ELSE
               WRITE MANDAT-ENR
                   INVALID KEY
                       DISPLAY "ERREUR ECRITURE MANDAT : "
                           WS-FS-MANDAT
               END-WRITE
           END-IF
           IF WS-FS-MANDAT-OK
               DISPLAY "MANDAT " MDT-RUM " SIGNE LE "
                   MDT-DATE-SIGNATURE
           END-IF.

      *> 4300-REVOQUER-MANDAT : le motif est pose par l'appelant.
       4300-REVOQUER-MANDAT.
           SET MDT-STATUT-REVOQUE TO TRUE
           MOVE WS-DATE-JOUR TO MDT-DATE-REVOCATION
           MOVE WS-DATE-JOUR TO MDT-DATE-MODIFICATION
           REWRITE MANDAT-ENR
               INVALID KEY
                   DISPLAY "ERREUR REECRITURE MANDAT : " WS-FS-MANDAT
           END-REWRITE
           IF WS-FS-MANDAT-OK
               MOVE 'REVOQUE' TO WS-STATUT-MANDAT
               DISPLAY "MANDAT " MDT-RUM " REVOQUE"
           END-IF.
