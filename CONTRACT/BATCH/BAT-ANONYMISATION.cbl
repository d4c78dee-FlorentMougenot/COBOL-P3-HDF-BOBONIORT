       >>SOURCE FORMAT FREE
      *> Batch annuel : anonymisation des anciens adherents au terme de
      *> la retention legale, en aval de BAT-ARCHIVE. Un adherent est
      *> anonymise quand :
      *>  - il n'a plus aucun contrat sur CONTRAT-FILE ;
      *>  - aucun de ses contrats archives (ARCCTRF) n'est encore dans
      *>    la retention : resiliation anterieure a la date de
      *>    traitement diminuee de la retention parametree ;
      *>  - aucun de ses contrats archives ne porte de sinistre encore
      *>    ouvert (declare non regle) ni de quittance non soldee - un
      *>    avoir non rembourse compris, son virement a besoin de
      *>    l'IBAN ;
      *>  - et il a bien ete assure : au moins un contrat archive, ou
      *>    fiche fermee d'un doublon fusionne. Une fiche active sans
      *>    aucun contrat, vivant ou archive, est celle d'un adherent en
      *>    cours de souscription et reste intacte.
      *> Le nom, la rue, le telephone, le courriel, l'IBAN et le BIC de
      *> la fiche sont effaces (nom remplace par ANONYMISE) et la fiche
      *> passe au statut anonymise ; l'identifiant, le code postal et
      *> la ville sont conserves pour les statistiques. Le nom recopie
      *> sur les contrats archives est efface de meme, et le mandat
      *> SEPA de l'adherent perd ses coordonnees bancaires (revoque
      *> s'il etait encore actif). La liste des identifiants anonymises
      *> (ANONYMF) porte le cartouche de visa du delegue a la protection
      *> des donnees. Une reexecution ne reprend pas les fiches deja
      *> anonymisees.
      *> Le lancement et la fin du traitement sont journalises sur le
      *> journal commun des batches via BATCH-JOURNAL ; un abandon
      *> (retention nulle, adherents, contrats, archives, sinistres ou
      *> quittances indisponibles) ressort en code de fin 8, une table
      *> des candidats pleine (campagne partielle) en code de fin 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAT-ANONYMISATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "RGPPARAMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT ADHERENT-FILE ASSIGN TO "ADHERF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADH-ID
               FILE STATUS IS WS-FS-ADHERENT.

           SELECT CONTRAT-FILE ASSIGN TO "CONTRATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-NO-CONTRAT
               ALTERNATE RECORD KEY IS CTR-ID-ADHERENT WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRAT.

           SELECT ARCH-CONTRAT-FILE ASSIGN TO "ARCCTRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-NO-CONTRAT
               FILE STATUS IS WS-FS-ARCH-CONTRAT.

           SELECT SINISTRE-FILE ASSIGN TO "SINISTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CLE
               FILE STATUS IS WS-FS-SINISTRE.

           SELECT QUITTANCE-FILE ASSIGN TO "QUITTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUI-CLE
               FILE STATUS IS WS-FS-QUITTANCE.

           SELECT MANDAT-FILE ASSIGN TO "MANDATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-ID-ADHERENT
               FILE STATUS IS WS-FS-MANDAT.

           SELECT ANONYMISATION-FILE ASSIGN TO "ANONYMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANONYMISATION.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       COPY "RGPD-PARAM-RECORD.cpy".

       FD  ADHERENT-FILE.
       COPY "ADHERENT-RECORD.cpy".

       FD  CONTRAT-FILE.
       COPY "CONTRAT-RECORD.cpy".

      *> L'archive porte le meme dessin d'enregistrement que le fichier
      *> vivant, sous un prefixe distinct.
       FD  ARCH-CONTRAT-FILE.
       COPY "CONTRAT-RECORD.cpy"
           REPLACING ==CONTRAT-ENR== BY ==ARCH-CONTRAT-ENR==
           LEADING ==CTR== BY ==ACT==.

       FD  SINISTRE-FILE.
       COPY "SINISTRE-RECORD.cpy".

       FD  QUITTANCE-FILE.
       COPY "QUITTANCE-RECORD.cpy".

       FD  MANDAT-FILE.
       COPY "MANDAT-RECORD.cpy".

       FD  ANONYMISATION-FILE.
       COPY "ANONYMISATION-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAM                   PIC X(2).
       01  WS-FS-ADHERENT                PIC X(2).
           88  WS-FS-ADHERENT-OK             VALUE '00'.
           88  WS-FS-ADHERENT-EOF            VALUE '10'.
       01  WS-FS-CONTRAT                 PIC X(2).
           88  WS-FS-CONTRAT-OK              VALUE '00'.
       01  WS-FS-ARCH-CONTRAT            PIC X(2).
           88  WS-FS-ARCH-CONTRAT-OK         VALUE '00'.
           88  WS-FS-ARCH-CONTRAT-EOF        VALUE '10'.
       01  WS-FS-SINISTRE                PIC X(2).
           88  WS-FS-SINISTRE-OK             VALUE '00'.
           88  WS-FS-SINISTRE-EOF            VALUE '10'.
       01  WS-FS-QUITTANCE               PIC X(2).
           88  WS-FS-QUITTANCE-OK            VALUE '00'.
           88  WS-FS-QUITTANCE-EOF           VALUE '10'.
       01  WS-FS-MANDAT                  PIC X(2).
           88  WS-FS-MANDAT-OK               VALUE '00'.
       01  WS-FS-ANONYMISATION           PIC X(2).

      *> Archives jamais creees (statut 35) : aucun contrat archive,
      *> seuls les doublons fermes sont alors anonymisables. Sans
      *> MANDATF, il n'y a pas de mandat a effacer.
       01  WS-ARCHIVES-ETAT              PIC X(1) VALUE 'N'.
           88  WS-ARCHIVES-OUVERTES          VALUE 'O'.
       01  WS-MANDATS-ETAT               PIC X(1) VALUE 'N'.
           88  WS-MANDATS-OUVERTS            VALUE 'O'.

       01  WS-DATE-TRAITEMENT            PIC 9(8).
       01  WS-RETENTION-ANNEES           PIC 9(2).
      *> Date limite en AAAAMMJJ : date de traitement reculee du nombre
      *> d'annees de retention (meme mois, meme jour), comme pour
      *> BAT-ARCHIVE.
       01  WS-DATE-LIMITE                PIC 9(8).

       01  WS-NOM-ANONYME                PIC X(40) VALUE 'ANONYMISE'.

      *> Adherents sans contrat vivant, dans l'ordre des identifiants
      *> (lecture sequentielle du referentiel), ce qui permet la
      *> recherche dichotomique depuis les archives. WS-CA-BLOCAGE
      *> retient le premier motif de conservation rencontre.
       01  WS-TABLE-CANDIDATS.
           05  WS-CA-ENTRY OCCURS 0 TO 20000 TIMES
               DEPENDING ON WS-NB-CANDIDATS
               ASCENDING KEY IS WS-CA-ID
               INDEXED BY WS-IDX-CA.
               10  WS-CA-ID                  PIC X(10).
               10  WS-CA-STATUT              PIC X(1).
                   88  WS-CA-DOUBLON-FERME       VALUE 'F'.
               10  WS-CA-BLOCAGE             PIC X(1).
                   88  WS-CA-LIBRE               VALUE 'N'.
                   88  WS-CA-EN-RETENTION        VALUE 'R'.
                   88  WS-CA-SINISTRE-OUVERT     VALUE 'S'.
                   88  WS-CA-QUITTANCE-OUVERTE   VALUE 'Q'.
               10  WS-CA-NB-ARCHIVES         PIC 9(3).
       01  WS-NB-CANDIDATS               PIC 9(5) VALUE ZERO.
       01  WS-NB-CANDIDATS-MAX           PIC 9(5) VALUE 20000.
       01  WS-TROUVE                     PIC X(1).
           88  WS-CANDIDAT-TROUVE            VALUE 'O'.

       01  WS-NB-ARCHIVES-EDITE          PIC ZZ9.
       01  WS-MANDAT-TRAITE              PIC X(20).
       01  WS-COMPTEUR-EDITE             PIC Z(8)9.

       01  WS-NB-ADHERENTS-LUS           PIC 9(9) VALUE ZERO.
       01  WS-NB-DEJA-ANONYMISES         PIC 9(9) VALUE ZERO.
       01  WS-NB-AVEC-CONTRAT            PIC 9(9) VALUE ZERO.
       01  WS-NB-SANS-CONTRAT            PIC 9(9) VALUE ZERO.
       01  WS-NB-EN-RETENTION            PIC 9(9) VALUE ZERO.
       01  WS-NB-SINISTRE-OUVERT         PIC 9(9) VALUE ZERO.
       01  WS-NB-QUITTANCE-OUVERTE       PIC 9(9) VALUE ZERO.
       01  WS-NB-ANONYMISES              PIC 9(9) VALUE ZERO.
       01  WS-NB-ARCHIVES-ANONYMISEES    PIC 9(9) VALUE ZERO.
       01  WS-NB-MANDATS-EFFACES         PIC 9(9) VALUE ZERO.

      *> Code de fin journalise et rendu a l'appelant : zero quand le
      *> referentiel a ete entierement examine, 4 quand la table des
      *> candidats a deborde (le reste sera examine a la campagne
      *> suivante), 8 quand le traitement a ete abandonne.
       01  WS-CODE-RETOUR                PIC 9(4) VALUE ZERO.

       COPY "BATCH-JOURNAL-ZONE.cpy".

       PROCEDURE DIVISION.
       0000-DEBUT.
           PERFORM 0100-OUVERTURE
           PERFORM 0200-LIRE-PARAMETRES
           PERFORM 0250-JOURNAL-DEBUT
           PERFORM 1000-SELECTIONNER-ADHERENT
               UNTIL WS-FS-ADHERENT-EOF
           IF WS-ARCHIVES-OUVERTES
               AND WS-CODE-RETOUR NOT = 8
               AND WS-NB-CANDIDATS > ZERO
               PERFORM 2000-EXAMINER-ARCHIVES
               PERFORM 3000-ANONYMISER-ARCHIVES
           END-IF
           IF WS-CODE-RETOUR NOT = 8
               PERFORM 4100-EDITER-ENTETE
               PERFORM 4000-ANONYMISER-ADHERENT
                   VARYING WS-IDX-CA FROM 1 BY 1
                   UNTIL WS-IDX-CA > WS-NB-CANDIDATS
               PERFORM 4500-EDITER-VISA
           END-IF
           PERFORM 0900-FERMETURE
           PERFORM 0950-JOURNAL-FIN
           DISPLAY "BAT-ANONYMISATION : " WS-NB-ADHERENTS-LUS
               " ADHERENTS LUS, " WS-NB-ANONYMISES " ANONYMISES, "
               WS-NB-ARCHIVES-ANONYMISEES " CONTRATS ARCHIVES, "
               WS-NB-MANDATS-EFFACES " MANDATS EFFACES"
           GOBACK.

       0100-OUVERTURE.
           OPEN INPUT PARAM-FILE
           OPEN I-O ADHERENT-FILE
           OPEN INPUT CONTRAT-FILE
           OPEN I-O ARCH-CONTRAT-FILE
           IF WS-FS-ARCH-CONTRAT-OK
               SET WS-ARCHIVES-OUVERTES TO TRUE
           END-IF
           OPEN INPUT SINISTRE-FILE
           OPEN INPUT QUITTANCE-FILE
           OPEN I-O MANDAT-FILE
           IF WS-FS-MANDAT-OK
               SET WS-MANDATS-OUVERTS TO TRUE
           END-IF
           OPEN OUTPUT ANONYMISATION-FILE.

       0200-LIRE-PARAMETRES.
           READ PARAM-FILE
           MOVE RGP-DATE-TRAITEMENT TO WS-DATE-TRAITEMENT
           MOVE RGP-RETENTION-ANNEES TO WS-RETENTION-ANNEES
           COMPUTE WS-DATE-LIMITE =
               WS-DATE-TRAITEMENT - (WS-RETENTION-ANNEES * 10000)
      *> Un effacement est definitif : au moindre doute sur la carte ou
      *> sur un fichier qui permet d'ecarter un adherent encore suivi,
      *> aucune fiche n'est touchee.
           IF WS-RETENTION-ANNEES = ZERO
               OR WS-DATE-TRAITEMENT = ZERO
               DISPLAY "DATE DE TRAITEMENT OU RETENTION NULLE : "
                   "TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF NOT WS-FS-ADHERENT-OK
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "ADHERENTS INDISPONIBLES (" WS-FS-ADHERENT
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF NOT WS-FS-CONTRAT-OK
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "CONTRATS INDISPONIBLES (" WS-FS-CONTRAT
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF NOT WS-ARCHIVES-OUVERTES
               AND WS-FS-ARCH-CONTRAT NOT = '35'
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "ARCHIVES INDISPONIBLES (" WS-FS-ARCH-CONTRAT
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF NOT WS-FS-SINISTRE-OK
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "SINISTRES INDISPONIBLES (" WS-FS-SINISTRE
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF NOT WS-FS-QUITTANCE-OK
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "QUITTANCES INDISPONIBLES (" WS-FS-QUITTANCE
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF WS-CODE-RETOUR NOT = ZERO
               SET WS-FS-ADHERENT-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO ADH-ID
               START ADHERENT-FILE KEY IS NOT LESS THAN ADH-ID
                   INVALID KEY
                       SET WS-FS-ADHERENT-EOF TO TRUE
               END-START
               IF NOT WS-FS-ADHERENT-EOF
                   PERFORM 1100-LIRE-ADHERENT-SUIVANT
               END-IF
           END-IF.

       0900-FERMETURE.
           CLOSE PARAM-FILE
           CLOSE ADHERENT-FILE
           CLOSE CONTRAT-FILE
           IF WS-ARCHIVES-OUVERTES
               CLOSE ARCH-CONTRAT-FILE
           END-IF
           CLOSE SINISTRE-FILE
           CLOSE QUITTANCE-FILE
           IF WS-MANDATS-OUVERTS
               CLOSE MANDAT-FILE
           END-IF
           CLOSE ANONYMISATION-FILE.

      *> 1000-SELECTIONNER-ADHERENT : une fiche pas encore anonymisee
      *> et sans contrat vivant (cle alternee CTR-ID-ADHERENT) entre
      *> dans la table des candidats.
       1000-SELECTIONNER-ADHERENT.
           ADD 1 TO WS-NB-ADHERENTS-LUS
           IF ADH-STATUT-ANONYMISE
               ADD 1 TO WS-NB-DEJA-ANONYMISES
           ELSE
               MOVE ADH-ID TO CTR-ID-ADHERENT
               START CONTRAT-FILE KEY IS EQUAL TO CTR-ID-ADHERENT
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-FS-CONTRAT-OK
                   ADD 1 TO WS-NB-AVEC-CONTRAT
               ELSE
                   PERFORM 1200-RETENIR-CANDIDAT
               END-IF
           END-IF
           PERFORM 1100-LIRE-ADHERENT-SUIVANT.

       1100-LIRE-ADHERENT-SUIVANT.
           READ ADHERENT-FILE NEXT RECORD
               AT END
                   SET WS-FS-ADHERENT-EOF TO TRUE
           END-READ.

       1200-RETENIR-CANDIDAT.
           IF WS-NB-CANDIDATS < WS-NB-CANDIDATS-MAX
               ADD 1 TO WS-NB-CANDIDATS
               SET WS-IDX-CA TO WS-NB-CANDIDATS
               MOVE ADH-ID TO WS-CA-ID(WS-IDX-CA)
               MOVE ADH-STATUT TO WS-CA-STATUT(WS-IDX-CA)
               MOVE 'N' TO WS-CA-BLOCAGE(WS-IDX-CA)
               MOVE ZERO TO WS-CA-NB-ARCHIVES(WS-IDX-CA)
           ELSE
               IF WS-CODE-RETOUR = ZERO
                   DISPLAY "TABLE DES CANDIDATS PLEINE A "
                       WS-NB-CANDIDATS-MAX " : CAMPAGNE PARTIELLE"
                       " JUSQU'A " ADH-ID
                   MOVE 4 TO WS-CODE-RETOUR
               END-IF
           END-IF.

      *> 2000-EXAMINER-ARCHIVES : chaque contrat archive d'un candidat
      *> est compte, et peut le retenir : resiliation encore dans la
      *> retention, sinistre ouvert ou quittance non soldee.
       2000-EXAMINER-ARCHIVES.
           PERFORM 2050-POSITIONNER-ARCHIVES
           PERFORM 2100-EXAMINER-ARCHIVE
               UNTIL WS-FS-ARCH-CONTRAT-EOF.

       2050-POSITIONNER-ARCHIVES.
           MOVE LOW-VALUES TO ACT-NO-CONTRAT
           START ARCH-CONTRAT-FILE KEY IS NOT LESS THAN ACT-NO-CONTRAT
               INVALID KEY
                   SET WS-FS-ARCH-CONTRAT-EOF TO TRUE
           END-START
           IF NOT WS-FS-ARCH-CONTRAT-EOF
               PERFORM 2900-LIRE-ARCHIVE-SUIVANTE
           END-IF.

       2100-EXAMINER-ARCHIVE.
           PERFORM 2800-CHERCHER-CANDIDAT
           IF WS-CANDIDAT-TROUVE
               IF WS-CA-NB-ARCHIVES(WS-IDX-CA) < 999
                   ADD 1 TO WS-CA-NB-ARCHIVES(WS-IDX-CA)
               END-IF
               IF WS-CA-LIBRE(WS-IDX-CA)
                   PERFORM 2200-CONTROLER-ARCHIVE
               END-IF
           END-IF
           PERFORM 2900-LIRE-ARCHIVE-SUIVANTE.

      *> Une date de resiliation absente est traitee comme recente :
      *> dans le doute, la retention court encore.
       2200-CONTROLER-ARCHIVE.
           IF ACT-DATE-RESILIATION = ZERO
               OR ACT-DATE-RESILIATION >= WS-DATE-LIMITE
               SET WS-CA-EN-RETENTION(WS-IDX-CA) TO TRUE
           ELSE
               PERFORM 2300-CHERCHER-SINISTRE-OUVERT
               IF WS-CA-LIBRE(WS-IDX-CA)
                   PERFORM 2400-CHERCHER-QUITTANCE-OUVERTE
               END-IF
           END-IF.

       2300-CHERCHER-SINISTRE-OUVERT.
           MOVE ACT-NO-CONTRAT TO SIN-NO-CONTRAT
           MOVE ZERO TO SIN-NO-SINISTRE
           START SINISTRE-FILE KEY IS NOT LESS THAN SIN-CLE
               INVALID KEY
                   SET WS-FS-SINISTRE-EOF TO TRUE
           END-START
           PERFORM 2310-LIRE-SINISTRE-SUIVANT
               UNTIL WS-FS-SINISTRE-EOF
               OR NOT WS-CA-LIBRE(WS-IDX-CA)
               OR SIN-NO-CONTRAT NOT = ACT-NO-CONTRAT
           MOVE '00' TO WS-FS-SINISTRE.

       2310-LIRE-SINISTRE-SUIVANT.
           READ SINISTRE-FILE NEXT RECORD
               AT END
                   SET WS-FS-SINISTRE-EOF TO TRUE
           END-READ
           IF WS-FS-SINISTRE-OK
               AND SIN-NO-CONTRAT = ACT-NO-CONTRAT
               AND SIN-STATUT-DECLARE
               SET WS-CA-SINISTRE-OUVERT(WS-IDX-CA) TO TRUE
           END-IF.

       2400-CHERCHER-QUITTANCE-OUVERTE.
           MOVE ACT-NO-CONTRAT TO QUI-NO-CONTRAT
           MOVE ZERO TO QUI-PERIODE
           START QUITTANCE-FILE KEY IS NOT LESS THAN QUI-CLE
               INVALID KEY
                   SET WS-FS-QUITTANCE-EOF TO TRUE
           END-START
           PERFORM 2410-LIRE-QUITTANCE-SUIVANTE
               UNTIL WS-FS-QUITTANCE-EOF
               OR NOT WS-CA-LIBRE(WS-IDX-CA)
               OR QUI-NO-CONTRAT NOT = ACT-NO-CONTRAT
           MOVE '00' TO WS-FS-QUITTANCE.

       2410-LIRE-QUITTANCE-SUIVANTE.
           READ QUITTANCE-FILE NEXT RECORD
               AT END
                   SET WS-FS-QUITTANCE-EOF TO TRUE
           END-READ
           IF WS-FS-QUITTANCE-OK
               AND QUI-NO-CONTRAT = ACT-NO-CONTRAT
               AND QUI-STATUT-IMPAYEE
               SET WS-CA-QUITTANCE-OUVERTE(WS-IDX-CA) TO TRUE
           END-IF.

      *> 2800-CHERCHER-CANDIDAT : l'adherent du contrat archive courant
      *> est-il candidat ? WS-IDX-CA pointe son entree si oui.
       2800-CHERCHER-CANDIDAT.
           MOVE 'N' TO WS-TROUVE
           SEARCH ALL WS-CA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CA-ID(WS-IDX-CA) = ACT-ID-ADHERENT
                   MOVE 'O' TO WS-TROUVE
           END-SEARCH.

       2900-LIRE-ARCHIVE-SUIVANTE.
           READ ARCH-CONTRAT-FILE NEXT RECORD
               AT END
                   SET WS-FS-ARCH-CONTRAT-EOF TO TRUE
           END-READ.

      *> 3000-ANONYMISER-ARCHIVES : second parcours de l'archive, le nom
      *> recopie sur les contrats des candidats libres est efface.
       3000-ANONYMISER-ARCHIVES.
           MOVE '00' TO WS-FS-ARCH-CONTRAT
           PERFORM 2050-POSITIONNER-ARCHIVES
           PERFORM 3100-ANONYMISER-ARCHIVE
               UNTIL WS-FS-ARCH-CONTRAT-EOF.

       3100-ANONYMISER-ARCHIVE.
           PERFORM 2800-CHERCHER-CANDIDAT
           IF WS-CANDIDAT-TROUVE
               AND WS-CA-LIBRE(WS-IDX-CA)
               AND ACT-NOM-ADHERENT NOT = WS-NOM-ANONYME
               MOVE WS-NOM-ANONYME TO ACT-NOM-ADHERENT
               REWRITE ARCH-CONTRAT-ENR
                   INVALID KEY
                       DISPLAY "ERREUR REECRITURE ARCHIVE "
                           ACT-NO-CONTRAT " : " WS-FS-ARCH-CONTRAT
               END-REWRITE
               IF WS-FS-ARCH-CONTRAT-OK
                   ADD 1 TO WS-NB-ARCHIVES-ANONYMISEES
               END-IF
           END-IF
           PERFORM 2900-LIRE-ARCHIVE-SUIVANTE.

      *> 4000-ANONYMISER-ADHERENT : le candidat WS-IDX-CA libre de
      *> toute retention, et qui a bien ete assure, est anonymise.
       4000-ANONYMISER-ADHERENT.
           EVALUATE TRUE
               WHEN WS-CA-EN-RETENTION(WS-IDX-CA)
                   ADD 1 TO WS-NB-EN-RETENTION
               WHEN WS-CA-SINISTRE-OUVERT(WS-IDX-CA)
                   ADD 1 TO WS-NB-SINISTRE-OUVERT
               WHEN WS-CA-QUITTANCE-OUVERTE(WS-IDX-CA)
                   ADD 1 TO WS-NB-QUITTANCE-OUVERTE
               WHEN WS-CA-NB-ARCHIVES(WS-IDX-CA) = ZERO
                   AND NOT WS-CA-DOUBLON-FERME(WS-IDX-CA)
                   ADD 1 TO WS-NB-SANS-CONTRAT
               WHEN OTHER
                   PERFORM 4200-EFFACER-FICHE
           END-EVALUATE.

       4200-EFFACER-FICHE.
           MOVE WS-CA-ID(WS-IDX-CA) TO ADH-ID
           READ ADHERENT-FILE
               KEY IS ADH-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-ADHERENT-OK
               MOVE WS-NOM-ANONYME TO ADH-NOM
               MOVE SPACES TO ADH-RUE ADH-TELEPHONE ADH-COURRIEL
                   ADH-IBAN ADH-BIC
               SET ADH-STATUT-ANONYMISE TO TRUE
               REWRITE ADHERENT-ENR
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF WS-FS-ADHERENT-OK
               ADD 1 TO WS-NB-ANONYMISES
               MOVE SPACES TO WS-MANDAT-TRAITE
               IF WS-MANDATS-OUVERTS
                   PERFORM 4300-EFFACER-MANDAT
               END-IF
               PERFORM 4400-EDITER-LIGNE
           ELSE
               DISPLAY "ERREUR ANONYMISATION ADHERENT "
                   WS-CA-ID(WS-IDX-CA) " : " WS-FS-ADHERENT
           END-IF.

      *> Le mandat garde sa RUM et ses dates (preuve des prelevements
      *> passes) mais perd les coordonnees bancaires ; un mandat encore
      *> actif est revoque.
       4300-EFFACER-MANDAT.
           MOVE ADH-ID TO MDT-ID-ADHERENT
           READ MANDAT-FILE
               KEY IS MDT-ID-ADHERENT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-MANDAT-OK
               MOVE SPACES TO MDT-IBAN MDT-BIC
               IF MDT-STATUT-ACTIF
                   SET MDT-STATUT-REVOQUE TO TRUE
                   MOVE WS-DATE-TRAITEMENT TO MDT-DATE-REVOCATION
                   MOVE 'ANONYMISATION DE L''ADHERENT'
                       TO MDT-MOTIF-REVOCATION
               END-IF
               MOVE WS-DATE-TRAITEMENT TO MDT-DATE-MODIFICATION
               REWRITE MANDAT-ENR
                   INVALID KEY
                       DISPLAY "ERREUR REECRITURE MANDAT "
                           MDT-ID-ADHERENT " : " WS-FS-MANDAT
               END-REWRITE
               IF WS-FS-MANDAT-OK
                   ADD 1 TO WS-NB-MANDATS-EFFACES
                   MOVE 'MANDAT EFFACE' TO WS-MANDAT-TRAITE
               END-IF
           END-IF.

       4100-EDITER-ENTETE.
           MOVE SPACES TO ANONYMISATION-LIGNE
           STRING 'LISTE DES ADHERENTS ANONYMISES - TRAITEMENT DU '
               WS-DATE-TRAITEMENT ' - RETENTION '
               WS-RETENTION-ANNEES ' ANS (RESILIATIONS ANTERIEURES AU '
               WS-DATE-LIMITE ')'
               DELIMITED BY SIZE INTO ANONYMISATION-LIGNE
           WRITE ANONYMISATION-LIGNE
           MOVE SPACES TO ANONYMISATION-LIGNE
           WRITE ANONYMISATION-LIGNE
           MOVE SPACES TO ANONYMISATION-LIGNE
           STRING 'IDENTIFIANT  CP     CONTRATS ARCHIVES  MANDAT'
               DELIMITED BY SIZE INTO ANONYMISATION-LIGNE
           WRITE ANONYMISATION-LIGNE.

       4400-EDITER-LIGNE.
           MOVE WS-CA-NB-ARCHIVES(WS-IDX-CA) TO WS-NB-ARCHIVES-EDITE
           MOVE SPACES TO ANONYMISATION-LIGNE
           STRING ADH-ID '   ' ADH-CODE-POSTAL '  '
               WS-NB-ARCHIVES-EDITE '                '
               WS-MANDAT-TRAITE
               DELIMITED BY SIZE INTO ANONYMISATION-LIGNE
           WRITE ANONYMISATION-LIGNE.

      *> Total de la campagne, adherents conserves par motif, puis le
      *> cartouche de visa du delegue a la protection des donnees.
       4500-EDITER-VISA.
           MOVE SPACES TO ANONYMISATION-LIGNE
           WRITE ANONYMISATION-LIGNE
           MOVE WS-NB-ANONYMISES TO WS-COMPTEUR-EDITE
           MOVE SPACES TO ANONYMISATION-LIGNE
           STRING 'TOTAL ADHERENTS ANONYMISES          : '
               WS-COMPTEUR-EDITE
               DELIMITED BY SIZE INTO ANONYMISATION-LIGNE
           WRITE ANONYMISATION-LIGNE
           MOVE WS-NB-EN-RETENTION TO WS-COMPTEUR-EDITE
           MOVE SPACES TO ANONYMISATION-LIGNE
           STRING 'CONSERVES - CONTRAT EN RETENTION    : '
               WS-COMPTEUR-EDITE
               DELIMITED BY SIZE INTO ANONYMISATION-LIGNE
           WRITE ANONYMISATION-LIGNE
           MOVE WS-NB-SINISTRE-OUVERT TO WS-COMPTEUR-EDITE
           MOVE SPACES TO ANONYMISATION-LIGNE
           STRING 'CONSERVES - SINISTRE OUVERT         : '
               WS-COMPTEUR-EDITE
               DELIMITED BY SIZE INTO ANONYMISATION-LIGNE
           WRITE ANONYMISATION-LIGNE
           MOVE WS-NB-QUITTANCE-OUVERTE TO WS-COMPTEUR-EDITE
           MOVE SPACES TO ANONYMISATION-LIGNE
           STRING 'CONSERVES - QUITTANCE NON SOLDEE    : '
               WS-COMPTEUR-EDITE
               DELIMITED BY SIZE INTO ANONYMISATION-LIGNE
           WRITE ANONYMISATION-LIGNE
           MOVE WS-NB-SANS-CONTRAT TO WS-COMPTEUR-EDITE
           MOVE SPACES TO ANONYMISATION-LIGNE
           STRING 'CONSERVES - JAMAIS ASSURES          : '
               WS-COMPTEUR-EDITE
               DELIMITED BY SIZE INTO ANONYMISATION-LIGNE
           WRITE ANONYMISATION-LIGNE
           MOVE SPACES TO ANONYMISATION-LIGNE
           WRITE ANONYMISATION-LIGNE
           MOVE SPACES TO ANONYMISATION-LIGNE
           STRING 'VISA DU DELEGUE A LA PROTECTION DES DONNEES'
               DELIMITED BY SIZE INTO ANONYMISATION-LIGNE
           WRITE ANONYMISATION-LIGNE
           MOVE SPACES TO ANONYMISATION-LIGNE
           STRING 'NOM : ______________________  DATE : __________'
               '  SIGNATURE : ______________________'
               DELIMITED BY SIZE INTO ANONYMISATION-LIGNE
           WRITE ANONYMISATION-LIGNE.

      *> Journal commun des batches : un enregistrement de debut (carte
      *> parametre comprise) au lancement et un de fin (compteurs, code
      *> de fin) a l'issue du traitement, via BATCH-JOURNAL.
       0250-JOURNAL-DEBUT.
           MOVE 'BAT-ANONYMISATION' TO JRN-Z-NOM-PROGRAMME
           SET JRN-Z-DEBUT TO TRUE
           MOVE RGPD-PARAM-ENR TO JRN-Z-CARTE-PARAM
           MOVE ZERO TO JRN-Z-NB-LUS JRN-Z-NB-ECRITS JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE.

       0950-JOURNAL-FIN.
           SET JRN-Z-FIN TO TRUE
           MOVE WS-NB-ADHERENTS-LUS TO JRN-Z-NB-LUS
           MOVE WS-NB-ANONYMISES TO JRN-Z-NB-ECRITS
           MOVE WS-CODE-RETOUR TO JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
