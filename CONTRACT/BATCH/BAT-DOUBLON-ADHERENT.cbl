       >>SOURCE FORMAT FREE
      *> Batch de controle : doublons probables du referentiel adherent.
      *> Une meme personne creee a deux guichets sous deux identifiants
      *> voit ses contrats repartis sur deux releves de compte et deux
      *> mandats de prelevement. Le referentiel est charge en table
      *> (fiches actives seulement : les doublons deja fusionnes sont
      *> fermes, les anciens adherents anonymises) et chaque couple de
      *> fiches est compare sur trois criteres :
      *>  - meme nom normalise et meme code postal - le nom est ramene
      *>    aux seules lettres et chiffres en majuscules, pour que
      *>    "DUPONT-MARTIN J." et "Dupont Martin J" concordent ;
      *>  - meme IBAN ;
      *>  - meme adresse de courriel, sans egard a la casse.
      *> Chaque couple concordant sur au moins un critere est liste avec
      *> les criteres concordants et le nombre de contrats de chaque
      *> fiche ; la fusion elle-meme est laissee a la decision du
      *> gestionnaire (BAT-FUSION-ADHERENT).
      *> Le lancement et la fin du traitement sont journalises sur le
      *> journal commun des batches via BATCH-JOURNAL (pas de carte
      *> parametre pour ce batch) ; un abandon (adherents indisponibles)
      *> ressort en code de fin 8, un referentiel trop volumineux pour
      *> la table (controle partiel) en code de fin 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAT-DOUBLON-ADHERENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADHERENT-FILE ASSIGN TO "ADHERF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADH-ID
               FILE STATUS IS WS-FS-ADHERENT.

           SELECT CONTRAT-FILE ASSIGN TO "CONTRATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-NO-CONTRAT
               ALTERNATE RECORD KEY IS CTR-ID-ADHERENT WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRAT.

           SELECT DOUBLON-FILE ASSIGN TO "DOUBLADF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOUBLON.

       DATA DIVISION.
       FILE SECTION.
       FD  ADHERENT-FILE.
       COPY "ADHERENT-RECORD.cpy".

       FD  CONTRAT-FILE.
       COPY "CONTRAT-RECORD.cpy".

       FD  DOUBLON-FILE.
       COPY "DOUBLON-ADHERENT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-ADHERENT                PIC X(2).
           88  WS-FS-ADHERENT-OK             VALUE '00'.
           88  WS-FS-ADHERENT-EOF            VALUE '10'.
       01  WS-FS-CONTRAT                 PIC X(2).
           88  WS-FS-CONTRAT-OK              VALUE '00'.
           88  WS-FS-CONTRAT-EOF             VALUE '10'.
       01  WS-FS-DOUBLON                 PIC X(2).

      *> Fiches actives du referentiel, dans l'ordre des identifiants.
      *> Les zones de comparaison sont normalisees au chargement.
       01  WS-TABLE-ADHERENTS.
           05  WS-DA-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-IDX-DA1 WS-IDX-DA2.
               10  WS-DA-ID                  PIC X(10).
               10  WS-DA-NOM                 PIC X(40).
               10  WS-DA-NOM-NORME           PIC X(40).
               10  WS-DA-CODE-POSTAL         PIC X(5).
               10  WS-DA-IBAN                PIC X(34).
               10  WS-DA-COURRIEL            PIC X(40).
       01  WS-NB-ADHERENTS               PIC 9(5) VALUE ZERO.
       01  WS-NB-ADHERENTS-MAX           PIC 9(5) VALUE 5000.

      *> Normalisation d'un nom : seules les lettres et les chiffres
      *> sont conserves, en majuscules et accoles.
       01  WS-MINUSCULES                 PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-MAJUSCULES                 PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-NOM-SOURCE                 PIC X(40).
       01  WS-NOM-NORME                  PIC X(40).
       01  WS-POS-SOURCE                 PIC 9(2).
       01  WS-POS-NORME                  PIC 9(2).
       01  WS-CAR-NOM                    PIC X(1).

       01  WS-CRITERES                   PIC X(24).
       01  WS-POS-CRITERES               PIC 9(2).
       01  WS-ID-COMPTE                  PIC X(10).
       01  WS-NB-CONTRATS                PIC 9(3).

       01  WS-NB-ADHERENTS-LUS           PIC 9(9) VALUE ZERO.
       01  WS-NB-FERMES-IGNORES          PIC 9(9) VALUE ZERO.
       01  WS-NB-DOUBLONS                PIC 9(9) VALUE ZERO.

      *> Code de fin journalise et rendu a l'appelant : zero quand le
      *> referentiel a ete entierement controle, 4 quand la table n'a
      *> pu le contenir en entier, 8 quand le traitement a ete
      *> abandonne faute d'adherents.
       01  WS-CODE-RETOUR                PIC 9(4) VALUE ZERO.

       COPY "BATCH-JOURNAL-ZONE.cpy".

       PROCEDURE DIVISION.
       0000-DEBUT.
           PERFORM 0100-OUVERTURE
           PERFORM 0250-JOURNAL-DEBUT
           PERFORM 1000-CHARGER-ADHERENT
               UNTIL WS-FS-ADHERENT-EOF
           PERFORM 2000-COMPARER-ADHERENT
               VARYING WS-IDX-DA1 FROM 1 BY 1
               UNTIL WS-IDX-DA1 >= WS-NB-ADHERENTS
           PERFORM 0900-FERMETURE
           PERFORM 0950-JOURNAL-FIN
           DISPLAY "BAT-DOUBLON-ADHERENT : " WS-NB-ADHERENTS-LUS
               " ADHERENTS LUS, " WS-NB-FERMES-IGNORES
               " FERMES OU ANONYMISES, " WS-NB-DOUBLONS
               " DOUBLONS PROBABLES"
           GOBACK.

       0100-OUVERTURE.
           OPEN INPUT ADHERENT-FILE
           OPEN INPUT CONTRAT-FILE
           OPEN OUTPUT DOUBLON-FILE
           IF NOT WS-FS-ADHERENT-OK
               DISPLAY "ADHERENTS INDISPONIBLES (" WS-FS-ADHERENT
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
               SET WS-FS-ADHERENT-EOF TO TRUE
           ELSE
               PERFORM 1100-LIRE-ADHERENT-SUIVANT
           END-IF.

       0900-FERMETURE.
           CLOSE ADHERENT-FILE
           CLOSE CONTRAT-FILE
           CLOSE DOUBLON-FILE.

      *> Chargement d'une fiche active dans la table ; au-dela de la
      *> capacite de la table, le reste du referentiel n'est pas
      *> controle et le batch le signale par son code de fin.
       1000-CHARGER-ADHERENT.
           ADD 1 TO WS-NB-ADHERENTS-LUS
           IF NOT ADH-STATUT-ACTIF
               ADD 1 TO WS-NB-FERMES-IGNORES
           ELSE
               IF WS-NB-ADHERENTS < WS-NB-ADHERENTS-MAX
                   ADD 1 TO WS-NB-ADHERENTS
                   SET WS-IDX-DA1 TO WS-NB-ADHERENTS
                   PERFORM 1200-RANGER-ADHERENT
               ELSE
                   IF WS-CODE-RETOUR = ZERO
                       DISPLAY "TABLE DES ADHERENTS PLEINE A "
                           WS-NB-ADHERENTS-MAX " FICHES : CONTROLE"
                           " PARTIEL A PARTIR DE " ADH-ID
                       MOVE 4 TO WS-CODE-RETOUR
                   END-IF
               END-IF
           END-IF
           PERFORM 1100-LIRE-ADHERENT-SUIVANT.

       1100-LIRE-ADHERENT-SUIVANT.
           READ ADHERENT-FILE NEXT RECORD
               AT END
                   SET WS-FS-ADHERENT-EOF TO TRUE
           END-READ.

       1200-RANGER-ADHERENT.
           MOVE ADH-ID TO WS-DA-ID(WS-IDX-DA1)
           MOVE ADH-NOM TO WS-DA-NOM(WS-IDX-DA1)
           MOVE ADH-CODE-POSTAL TO WS-DA-CODE-POSTAL(WS-IDX-DA1)
           MOVE ADH-IBAN TO WS-DA-IBAN(WS-IDX-DA1)
           MOVE ADH-COURRIEL TO WS-DA-COURRIEL(WS-IDX-DA1)
           INSPECT WS-DA-COURRIEL(WS-IDX-DA1)
               CONVERTING WS-MINUSCULES TO WS-MAJUSCULES
           MOVE ADH-NOM TO WS-NOM-SOURCE
           PERFORM 1300-NORMALISER-NOM
           MOVE WS-NOM-NORME TO WS-DA-NOM-NORME(WS-IDX-DA1).

      *> 1300-NORMALISER-NOM : WS-NOM-SOURCE ramene dans WS-NOM-NORME
      *> aux seules lettres et chiffres, en majuscules ; blancs, tirets,
      *> apostrophes et points disparaissent.
       1300-NORMALISER-NOM.
           INSPECT WS-NOM-SOURCE
               CONVERTING WS-MINUSCULES TO WS-MAJUSCULES
           MOVE SPACES TO WS-NOM-NORME
           MOVE ZERO TO WS-POS-NORME
           PERFORM 1310-RETENIR-CARACTERE
               VARYING WS-POS-SOURCE FROM 1 BY 1
               UNTIL WS-POS-SOURCE > 40.

       1310-RETENIR-CARACTERE.
           MOVE WS-NOM-SOURCE(WS-POS-SOURCE:1) TO WS-CAR-NOM
           IF (WS-CAR-NOM >= 'A' AND WS-CAR-NOM <= 'Z')
               OR WS-CAR-NOM IS NUMERIC
               ADD 1 TO WS-POS-NORME
               MOVE WS-CAR-NOM TO WS-NOM-NORME(WS-POS-NORME:1)
           END-IF.

      *> 2000-COMPARER-ADHERENT : la fiche WS-IDX-DA1 est comparee a
      *> toutes les fiches qui la suivent, chaque couple n'etant ainsi
      *> examine qu'une fois.
       2000-COMPARER-ADHERENT.
           SET WS-IDX-DA2 TO WS-IDX-DA1
           SET WS-IDX-DA2 UP BY 1
           PERFORM 2100-COMPARER-COUPLE
               VARYING WS-IDX-DA2 FROM WS-IDX-DA2 BY 1
               UNTIL WS-IDX-DA2 > WS-NB-ADHERENTS.

       2100-COMPARER-COUPLE.
           MOVE SPACES TO WS-CRITERES
           MOVE 1 TO WS-POS-CRITERES
           IF WS-DA-NOM-NORME(WS-IDX-DA1) NOT = SPACES
               AND WS-DA-CODE-POSTAL(WS-IDX-DA1) NOT = SPACES
               AND WS-DA-NOM-NORME(WS-IDX-DA1) =
                   WS-DA-NOM-NORME(WS-IDX-DA2)
               AND WS-DA-CODE-POSTAL(WS-IDX-DA1) =
                   WS-DA-CODE-POSTAL(WS-IDX-DA2)
               STRING 'NOM+CP ' DELIMITED BY SIZE
                   INTO WS-CRITERES WITH POINTER WS-POS-CRITERES
           END-IF
           IF WS-DA-IBAN(WS-IDX-DA1) NOT = SPACES
               AND WS-DA-IBAN(WS-IDX-DA1) = WS-DA-IBAN(WS-IDX-DA2)
               STRING 'IBAN ' DELIMITED BY SIZE
                   INTO WS-CRITERES WITH POINTER WS-POS-CRITERES
           END-IF
           IF WS-DA-COURRIEL(WS-IDX-DA1) NOT = SPACES
               AND WS-DA-COURRIEL(WS-IDX-DA1) =
                   WS-DA-COURRIEL(WS-IDX-DA2)
               STRING 'COURRIEL' DELIMITED BY SIZE
                   INTO WS-CRITERES WITH POINTER WS-POS-CRITERES
           END-IF
           IF WS-CRITERES NOT = SPACES
               PERFORM 2200-EMETTRE-DOUBLON
           END-IF.

       2200-EMETTRE-DOUBLON.
           MOVE SPACES TO DOUBLON-ADHERENT-ENR
           MOVE WS-DA-ID(WS-IDX-DA1) TO DBL-ID-1
           MOVE WS-DA-NOM(WS-IDX-DA1) TO DBL-NOM-1
           MOVE WS-DA-ID(WS-IDX-DA1) TO WS-ID-COMPTE
           PERFORM 2300-COMPTER-CONTRATS
           MOVE WS-NB-CONTRATS TO DBL-NB-CONTRATS-1
           MOVE WS-DA-ID(WS-IDX-DA2) TO DBL-ID-2
           MOVE WS-DA-NOM(WS-IDX-DA2) TO DBL-NOM-2
           MOVE WS-DA-ID(WS-IDX-DA2) TO WS-ID-COMPTE
           PERFORM 2300-COMPTER-CONTRATS
           MOVE WS-NB-CONTRATS TO DBL-NB-CONTRATS-2
           MOVE WS-CRITERES TO DBL-CRITERES
           WRITE DOUBLON-ADHERENT-ENR
           ADD 1 TO WS-NB-DOUBLONS.

      *> Nombre de contrats portes par WS-ID-COMPTE, par la cle
      *> alternee CTR-ID-ADHERENT ; contrats indisponibles = zero.
       2300-COMPTER-CONTRATS.
           MOVE ZERO TO WS-NB-CONTRATS
           MOVE WS-ID-COMPTE TO CTR-ID-ADHERENT
           START CONTRAT-FILE KEY IS EQUAL TO CTR-ID-ADHERENT
               INVALID KEY
                   SET WS-FS-CONTRAT-EOF TO TRUE
           END-START
           IF WS-FS-CONTRAT-OK
               PERFORM 2310-COMPTER-CONTRAT-SUIVANT
                   UNTIL WS-FS-CONTRAT-EOF
                   OR CTR-ID-ADHERENT NOT = WS-ID-COMPTE
           END-IF
           MOVE '00' TO WS-FS-CONTRAT.

       2310-COMPTER-CONTRAT-SUIVANT.
           READ CONTRAT-FILE NEXT RECORD
               AT END
                   SET WS-FS-CONTRAT-EOF TO TRUE
           END-READ
           IF WS-FS-CONTRAT-OK
               AND CTR-ID-ADHERENT = WS-ID-COMPTE
               AND WS-NB-CONTRATS < 999
               ADD 1 TO WS-NB-CONTRATS
           END-IF.

      *> Journal commun des batches : un enregistrement de debut (carte
      *> parametre comprise) au lancement et un de fin (compteurs, code
      *> de fin) a l'issue du traitement, via BATCH-JOURNAL.
       0250-JOURNAL-DEBUT.
           MOVE 'BAT-DOUBLON-ADHERENT' TO JRN-Z-NOM-PROGRAMME
           SET JRN-Z-DEBUT TO TRUE
           MOVE SPACES TO JRN-Z-CARTE-PARAM
           MOVE ZERO TO JRN-Z-NB-LUS JRN-Z-NB-ECRITS JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE.

       0950-JOURNAL-FIN.
           SET JRN-Z-FIN TO TRUE
           MOVE WS-NB-ADHERENTS-LUS TO JRN-Z-NB-LUS
           MOVE WS-NB-DOUBLONS TO JRN-Z-NB-ECRITS
           MOVE WS-CODE-RETOUR TO JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
