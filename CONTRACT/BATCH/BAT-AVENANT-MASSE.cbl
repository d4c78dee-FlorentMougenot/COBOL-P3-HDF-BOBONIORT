       >>SOURCE FORMAT FREE
      *> Batch a la demande : avenant de masse sur un produit refondu.
      *> Sur chaque contrat actif du produit de la carte parametre, la
      *> ou les lignes de garantie actives portant l'ancien code sont
      *> retirees (retrait logique, comme a l'Affectation) et une
      *> nouvelle ligne est ajoutee avec le nouveau code, le capital,
      *> la prime et le libelle de la carte. Le nouveau code doit etre
      *> autorise par la fiche referentiel du produit et le capital
      *> rester dans ses bornes : sinon rien n'est traite.
      *> Pour chaque contrat modifie :
      *>  - CTR-MONTANT-PRIME est recalcule sur les lignes actives et
      *>    CTR-NB-GARANTIES suit l'allocation du numero de ligne ;
      *>  - chaque ligne retiree ou ajoutee et la prime sont tracees
      *>    dans CONTRAT-HISTO ;
      *>  - une quittance d'avenant (complement) ou d'avoir est emise
      *>    au prorata des jours restants entre la date d'effet et
      *>    l'echeance, ventilee net / TSCA par categorie fiscale comme
      *>    a la validation en ligne ;
      *>  - le changement de prime part en comptabilite par un
      *>    mouvement MOD a la date d'effet.
      *> En mode simulation (carte S) la meme liste d'impact par
      *> contrat est editee sans aucune mise a jour : contrats et
      *> garanties sont ouverts en lecture seule, ni quittance, ni
      *> historique, ni mouvement, ni checkpoint ne sont ecrits.
      *> Checkpoint/reprise comme pour le batch de mise a jour de
      *> masse : le dernier contrat lu est ecrit sur CHECKPOINT-FILE
      *> toutes les WS-FREQUENCE-CHECKPOINT lignes et en fin de run ; si
      *> la carte porte la reprise, le traitement repart juste apres ce
      *> contrat. Un contrat retraite apres un arret entre deux
      *> checkpoints ne porte plus l'ancienne garantie et ressort en
      *> deja traite, sans seconde quittance.
      *> Le lancement et la fin du traitement sont journalises sur le
      *> journal commun des batches via BATCH-JOURNAL ; un abandon
      *> (carte incoherente, produit ou garantie hors referentiel,
      *> fichiers indisponibles) ressort en code de fin 8, un contrat
      *> rejete ou en erreur de mise a jour en code de fin 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAT-AVENANT-MASSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "AVMPARAMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT CONTRAT-FILE ASSIGN TO "CONTRATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-NO-CONTRAT
               FILE STATUS IS WS-FS-CONTRAT.

           SELECT GARANTIE-FILE ASSIGN TO "GARANTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CLE
               FILE STATUS IS WS-FS-GARANTIE.

           SELECT PRODUIT-FILE ASSIGN TO "PRODUITF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODE-PRODUIT
               FILE STATUS IS WS-FS-PRODUIT.

           SELECT QUITTANCE-FILE ASSIGN TO "QUITTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUI-CLE
               FILE STATUS IS WS-FS-QUITTANCE.

           SELECT HISTO-FILE ASSIGN TO "HISTOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTO.

           SELECT MVT-FILE ASSIGN TO "MVTPRIMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MVT.

           SELECT CHECKPOINT-FILE ASSIGN TO "AVMCKPTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT.

           SELECT LISTE-FILE ASSIGN TO "AVMLSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTE.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       COPY "AVENANT-MASSE-PARAM-RECORD.cpy".

       FD  CONTRAT-FILE.
       COPY "CONTRAT-RECORD.cpy".

       FD  GARANTIE-FILE.
       COPY "CONTRAT-GARANTIE-RECORD.cpy".

       FD  PRODUIT-FILE.
       COPY "PRODUIT-RECORD.cpy".

       FD  QUITTANCE-FILE.
       COPY "QUITTANCE-RECORD.cpy".

       FD  HISTO-FILE.
       COPY "CONTRAT-HISTO-RECORD.cpy".

       FD  MVT-FILE.
       COPY "MVT-PRIME-RECORD.cpy".

       FD  CHECKPOINT-FILE.
       COPY "CONTRAT-CKPT-RECORD.cpy".

       FD  LISTE-FILE.
       COPY "AVENANT-MASSE-LISTE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-PARAM                   PIC X(2).
       01  WS-FS-CONTRAT                 PIC X(2).
           88  WS-FS-CONTRAT-OK              VALUE '00'.
           88  WS-FS-CONTRAT-EOF             VALUE '10'.
       01  WS-FS-GARANTIE                PIC X(2).
           88  WS-FS-GARANTIE-OK             VALUE '00'.
           88  WS-FS-GARANTIE-EOF            VALUE '10'.
       01  WS-FS-PRODUIT                 PIC X(2).
           88  WS-FS-PRODUIT-OK              VALUE '00'.
       01  WS-FS-QUITTANCE               PIC X(2).
           88  WS-FS-QUITTANCE-OK            VALUE '00'.
       01  WS-FS-HISTO                   PIC X(2).
       01  WS-FS-MVT                     PIC X(2).
       01  WS-FS-CKPT                    PIC X(2).
       01  WS-FS-LISTE                   PIC X(2).

      *> Contrats et garanties ne sont ouverts qu'une fois la carte
      *> validee, en lecture seule pour une simulation ; quittances,
      *> historique et mouvements ne le sont qu'en mise a jour.
       01  WS-PORTEFEUILLE-ETAT          PIC X(1) VALUE 'N'.
           88  WS-PORTEFEUILLE-OUVERT        VALUE 'O'.
       01  WS-MISE-A-JOUR-ETAT           PIC X(1) VALUE 'N'.
           88  WS-FICHIERS-MAJ-OUVERTS       VALUE 'O'.

      *> Carte parametre recopiee a la lecture.
       01  WS-CODE-PRODUIT               PIC X(6).
       01  WS-ANCIEN-CODE                PIC X(6).
       01  WS-NOUVEAU-CODE               PIC X(6).
       01  WS-DATE-EFFET                 PIC 9(8).
       01  WS-DATE-EFFET-R REDEFINES WS-DATE-EFFET.
           05  WS-EFFET-ANNEE            PIC 9(4).
           05  WS-EFFET-MOIS             PIC 9(2).
           05  WS-EFFET-JOUR             PIC 9(2).
       01  WS-MODE-EXECUTION             PIC X(1).
           88  WS-MODE-SIMULATION            VALUE 'S'.
           88  WS-MODE-MISE-A-JOUR           VALUE 'M'.
       01  WS-REPRISE                    PIC X(1).
           88  WS-REPRISE-OUI                VALUE 'O'.
       01  WS-PRIME-NOUVELLE             PIC 9(7)V99.
       01  WS-CAPITAL-NOUVEAU            PIC 9(9)V99.
       01  WS-LIBELLE-NOUVEAU            PIC X(30).

      *> Categorie et taux de TSCA des deux codes sur la fiche produit,
      *> pris une fois pour toutes au lancement. Ancien code absent de
      *> la fiche (deja retire du referentiel) = sans categorie, taux
      *> zero, comme a la validation en ligne.
       01  WS-IDX-GAR-PROD               PIC 9(2).
       01  WS-GAR-PROD-TROUVE            PIC X(1).
           88  WS-GARANTIE-REFERENCEE        VALUE 'O'.
       01  WS-CATEGORIE-NOUVELLE         PIC X(4).
       01  WS-TAUX-NOUVEAU               PIC 9(2)V99.
       01  WS-CATEGORIE-ANCIENNE         PIC X(4).
       01  WS-TAUX-ANCIEN                PIC 9(2)V99.

       01  WS-DERNIER-NO-TRAITE          PIC X(10).
       01  WS-DERNIER-NO-LU              PIC X(10).
       01  WS-FREQUENCE-CHECKPOINT       PIC 9(3) VALUE 50.
       01  WS-NB-DEPUIS-CHECKPOINT       PIC 9(3) VALUE ZERO.

      *> Lignes de garanties du contrat courant : primes des lignes
      *> actives, plus haut numero de ligne present, lignes actives
      *> portant l'ancien code (numeros retenus pour le retrait) et
      *> presence du nouveau code parmi les lignes actives.
       01  WS-PRIME-ACTIVES              PIC 9(7)V99.
       01  WS-DERNIERE-LIGNE             PIC 9(3).
       01  WS-NB-ANCIENNES               PIC 9(3).
       01  WS-PRIME-ANCIENNES            PIC 9(7)V99.
       01  WS-TABLE-ANCIENNES.
           05  WS-AN-NO-LIGNE            PIC 9(3) OCCURS 20 TIMES.
       01  WS-NB-ANCIENNES-MAX           PIC 9(3) VALUE 20.
       01  WS-IDX-AN                     PIC 9(3).
       01  WS-NOUVELLE-ETAT              PIC X(1).
           88  WS-NOUVELLE-PRESENTE          VALUE 'O'.
       01  WS-NOUVELLE-LIGNE             PIC 9(3).

      *> Impact de l'avenant sur le contrat courant.
       01  WS-PRIME-AVANT                PIC 9(7)V99.
       01  WS-PRIME-APRES                PIC 9(7)V99.
       01  WS-PRIME-MOUVEMENT            PIC S9(7)V99.
       01  WS-DEBUT-PRORATA              PIC 9(8).
       01  WS-JOUR-JULIEN-DEBUT          PIC 9(7).
       01  WS-JOUR-JULIEN-ECHEANCE       PIC 9(7).
       01  WS-JOURS-RESTANTS             PIC S9(5).
       01  WS-MONTANT-PRORATA            PIC S9(7)V99.
       01  WS-MONTANT-AVENANT            PIC 9(7)V99.
       01  WS-DU-SIGNE                   PIC S9(7)V99.
       01  WS-TYPE-QUITTANCE             PIC X(14).
       01  WS-ETAT-CONTRAT               PIC X(40).
       01  WS-MAJ-ETAT                   PIC X(1).
           88  WS-MAJ-EN-ERREUR              VALUE 'O'.

      *> Ventilation de la quittance par couple categorie / taux, en
      *> montants proratises signes (positif = du par l'adherent) :
      *> l'ancienne garantie en moins, la nouvelle en plus ; posee sur
      *> la quittance dans le sens de celle-ci.
       01  WS-TABLE-VENTILATION.
           05  WS-VTX-LIGNE OCCURS 10 TIMES.
               10  WS-VTX-CATEGORIE      PIC X(4).
               10  WS-VTX-TAUX           PIC 9(2)V99.
               10  WS-VTX-MONTANT        PIC S9(7)V99.
       01  WS-NB-VTX                     PIC 9(2) VALUE ZERO.
       01  WS-IDX-VTX                    PIC 9(2).
       01  WS-IDX-QVT                    PIC 9(2).
       01  WS-VTX-TROUVE                 PIC X(1).
           88  WS-VTX-LIGNE-TROUVEE          VALUE 'O'.
       01  WS-VTX-PART                   PIC S9(7)V99.
       01  WS-VTX-ANCIENNE               PIC S9(7)V99.
       01  WS-CATEGORIE-GARANTIE         PIC X(4).
       01  WS-TAUX-GARANTIE              PIC 9(2)V99.

      *> Periode de regularisation : quittance du mois deja reglee, ou
      *> quittance de periode de l'echeancier sous la meme cle - le
      *> nouvel avenant est emis sous l'annee et un mois hors
      *> calendrier (13 a 98), premier libre, comme en ligne.
       01  WS-PERIODE-REGUL.
           05  WS-REGUL-ANNEE            PIC 9(4).
           05  WS-REGUL-MOIS             PIC 9(2).
       01  WS-REGUL-ETAT                 PIC X(1).
           88  WS-REGUL-EMISE                VALUE 'O'.

       01  WS-DATE-HEURE                 PIC 9(14).
       01  WS-CHAMP-MODIFIE              PIC X(20).
       01  WS-VALEUR-AVANT               PIC X(40).
       01  WS-VALEUR-APRES               PIC X(40).

       01  WS-MONTANT-EDITE              PIC ZZZZZZ9,99.
       01  WS-PRIME-AVANT-EDITE          PIC ZZZZZZ9,99.
       01  WS-PRIME-APRES-EDITE          PIC ZZZZZZ9,99.
       01  WS-PRORATA-EDITE              PIC -(8)9,99.
       01  WS-CAPITAL-EDITE              PIC ZZZZZZZZ9,99.
       01  WS-TOTAL-EDITE                PIC Z(8)9,99.
       01  WS-NB-ANCIENNES-EDITE         PIC ZZ9.
       01  WS-COMPTEUR-EDITE             PIC Z(8)9.
       01  WS-LIBELLE-MODE               PIC X(30).

       01  WS-NB-CONTRATS-LUS            PIC 9(9) VALUE ZERO.
       01  WS-NB-CONTRATS-PRODUIT        PIC 9(9) VALUE ZERO.
       01  WS-NB-SANS-GARANTIE           PIC 9(9) VALUE ZERO.
       01  WS-NB-TRAITES                 PIC 9(9) VALUE ZERO.
       01  WS-NB-DEJA-TRAITES            PIC 9(9) VALUE ZERO.
       01  WS-NB-REJETES                 PIC 9(9) VALUE ZERO.
       01  WS-NB-QUITTANCES              PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-AVENANTS             PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-AVOIRS               PIC 9(9)V99 VALUE ZERO.

      *> Code de fin journalise et rendu a l'appelant : zero quand le
      *> portefeuille a ete parcouru sans incident, 4 quand au moins un
      *> contrat a ete rejete ou n'a pu etre mis a jour (a reprendre a
      *> la main, voir la liste), 8 quand le traitement a ete abandonne.
       01  WS-CODE-RETOUR                PIC 9(4) VALUE ZERO.

       COPY "BATCH-JOURNAL-ZONE.cpy".

       PROCEDURE DIVISION.
       0000-DEBUT.
           PERFORM 0100-OUVERTURE
           PERFORM 0200-LIRE-PARAMETRES
           PERFORM 0250-JOURNAL-DEBUT
           IF WS-CODE-RETOUR NOT = 8
               PERFORM 4100-EDITER-ENTETE
               PERFORM 0400-POSITIONNER-DEBUT
           END-IF
           PERFORM 1000-TRAITER-CONTRATS
               UNTIL WS-FS-CONTRAT-EOF
           IF WS-CODE-RETOUR NOT = 8
               IF WS-MODE-MISE-A-JOUR
                   AND WS-NB-CONTRATS-LUS > 0
                   PERFORM 8000-ECRIRE-CHECKPOINT
               END-IF
               PERFORM 4500-EDITER-TOTAUX
           END-IF
           PERFORM 0900-FERMETURE
           PERFORM 0950-JOURNAL-FIN
           DISPLAY "BAT-AVENANT-MASSE : " WS-NB-CONTRATS-LUS
               " CONTRATS LUS, " WS-NB-TRAITES " " WS-LIBELLE-MODE
               ", " WS-NB-REJETES " REJETES"
           GOBACK.

       0100-OUVERTURE.
           OPEN INPUT PARAM-FILE
           OPEN INPUT PRODUIT-FILE
           OPEN OUTPUT LISTE-FILE.

       0900-FERMETURE.
           CLOSE PARAM-FILE
           CLOSE PRODUIT-FILE
           CLOSE LISTE-FILE
           IF WS-PORTEFEUILLE-OUVERT
               CLOSE CONTRAT-FILE
               CLOSE GARANTIE-FILE
           END-IF
           IF WS-FICHIERS-MAJ-OUVERTS
               CLOSE QUITTANCE-FILE
               CLOSE HISTO-FILE
               CLOSE MVT-FILE
           END-IF.

      *> Une modification de masse ne part que sur une carte complete
      *> et un nouveau code conforme au referentiel : au moindre doute,
      *> aucun contrat n'est touche (le controle n'est pas neutralise
      *> faute de referentiel, contrairement a la saisie en ligne).
       0200-LIRE-PARAMETRES.
           MOVE SPACES TO WS-LIBELLE-MODE
           READ PARAM-FILE
               AT END
                   MOVE SPACES TO AVENANT-MASSE-PARAM-ENR
                   DISPLAY "CARTE PARAMETRE ABSENTE : "
                       "TRAITEMENT ABANDONNE"
                   MOVE 8 TO WS-CODE-RETOUR
           END-READ
           MOVE AVENANT-MASSE-PARAM-ENR TO JRN-Z-CARTE-PARAM
           IF WS-CODE-RETOUR = ZERO
               MOVE AVM-CODE-PRODUIT TO WS-CODE-PRODUIT
               MOVE AVM-ANCIEN-CODE TO WS-ANCIEN-CODE
               MOVE AVM-NOUVEAU-CODE TO WS-NOUVEAU-CODE
               MOVE AVM-DATE-EFFET TO WS-DATE-EFFET
               MOVE AVM-MODE TO WS-MODE-EXECUTION
               MOVE AVM-REPRISE TO WS-REPRISE
               MOVE AVM-PRIME TO WS-PRIME-NOUVELLE
               MOVE AVM-CAPITAL-ASSURE TO WS-CAPITAL-NOUVEAU
               MOVE AVM-LIBELLE TO WS-LIBELLE-NOUVEAU
               IF WS-MODE-SIMULATION
                   MOVE 'SIMULES' TO WS-LIBELLE-MODE
               ELSE
                   MOVE 'TRAITES' TO WS-LIBELLE-MODE
               END-IF
           END-IF
           IF WS-CODE-RETOUR = ZERO
               AND NOT WS-MODE-SIMULATION
               AND NOT WS-MODE-MISE-A-JOUR
               DISPLAY "MODE D'EXECUTION " WS-MODE-EXECUTION
                   " INCONNU (S OU M) : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF WS-CODE-RETOUR = ZERO
               AND (WS-CODE-PRODUIT = SPACES
                   OR WS-ANCIEN-CODE = SPACES
                   OR WS-NOUVEAU-CODE = SPACES
                   OR WS-ANCIEN-CODE = WS-NOUVEAU-CODE)
               DISPLAY "PRODUIT OU CODES GARANTIE INCOHERENTS : "
                   "TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF WS-CODE-RETOUR = ZERO
               AND (WS-DATE-EFFET IS NOT NUMERIC
                   OR WS-DATE-EFFET = ZERO
                   OR WS-PRIME-NOUVELLE IS NOT NUMERIC
                   OR WS-CAPITAL-NOUVEAU IS NOT NUMERIC)
               DISPLAY "DATE D'EFFET, PRIME OU CAPITAL INVALIDE : "
                   "TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
      *> La date d'effet doit etre une date du calendrier : une date
      *> impossible fausserait le prorata de chaque contrat et serait
      *> portee telle quelle sur les quittances et les mouvements.
           IF WS-CODE-RETOUR = ZERO
               AND (WS-EFFET-MOIS < 1 OR WS-EFFET-MOIS > 12)
               DISPLAY "DATE D'EFFET " WS-DATE-EFFET
                   " INVALIDE : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF WS-CODE-RETOUR = ZERO
               IF FUNCTION INTEGER-OF-DATE(WS-DATE-EFFET) = ZERO
                   DISPLAY "DATE D'EFFET " WS-DATE-EFFET
                       " INVALIDE : TRAITEMENT ABANDONNE"
                   MOVE 8 TO WS-CODE-RETOUR
               END-IF
           END-IF
           IF WS-CODE-RETOUR = ZERO
               PERFORM 0210-CONTROLER-REFERENTIEL
           END-IF
           IF WS-CODE-RETOUR = ZERO
               PERFORM 0300-OUVRIR-PORTEFEUILLE
           END-IF
           IF WS-CODE-RETOUR NOT = ZERO
               SET WS-FS-CONTRAT-EOF TO TRUE
           END-IF.

      *> Fiche produit de la carte : le nouveau code doit y etre
      *> autorise et le capital de la carte dans ses bornes ; les
      *> categories fiscales des deux codes sont retenues pour la
      *> ventilation des quittances.
       0210-CONTROLER-REFERENTIEL.
           IF NOT WS-FS-PRODUIT-OK
               DISPLAY "REFERENTIEL PRODUIT INDISPONIBLE ("
                   WS-FS-PRODUIT ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           ELSE
               MOVE WS-CODE-PRODUIT TO PRO-CODE-PRODUIT
               READ PRODUIT-FILE
                   KEY IS PRO-CODE-PRODUIT
                   INVALID KEY
                       DISPLAY "PRODUIT " WS-CODE-PRODUIT
                           " ABSENT DU REFERENTIEL : "
                           "TRAITEMENT ABANDONNE"
                       MOVE 8 TO WS-CODE-RETOUR
               END-READ
           END-IF
           IF WS-CODE-RETOUR = ZERO
               PERFORM 0220-CONTROLER-NOUVEAU-CODE
           END-IF
           IF WS-CODE-RETOUR = ZERO
               MOVE SPACES TO WS-CATEGORIE-ANCIENNE
               MOVE ZERO TO WS-TAUX-ANCIEN
               MOVE 'N' TO WS-GAR-PROD-TROUVE
               PERFORM VARYING WS-IDX-GAR-PROD FROM 1 BY 1
                   UNTIL WS-IDX-GAR-PROD > PRO-NB-GARANTIES
                   OR WS-GARANTIE-REFERENCEE
                   IF PRO-GAR-CODE(WS-IDX-GAR-PROD) = WS-ANCIEN-CODE
                       MOVE 'O' TO WS-GAR-PROD-TROUVE
                       MOVE PRO-GAR-CATEGORIE-TAXE(WS-IDX-GAR-PROD)
                           TO WS-CATEGORIE-ANCIENNE
                       MOVE PRO-GAR-TAUX-TAXE(WS-IDX-GAR-PROD)
                           TO WS-TAUX-ANCIEN
                   END-IF
               END-PERFORM
           END-IF.

       0220-CONTROLER-NOUVEAU-CODE.
           MOVE 'N' TO WS-GAR-PROD-TROUVE
           PERFORM VARYING WS-IDX-GAR-PROD FROM 1 BY 1
               UNTIL WS-IDX-GAR-PROD > PRO-NB-GARANTIES
               OR WS-GARANTIE-REFERENCEE
               IF PRO-GAR-CODE(WS-IDX-GAR-PROD) = WS-NOUVEAU-CODE
                   MOVE 'O' TO WS-GAR-PROD-TROUVE
               END-IF
           END-PERFORM
           IF NOT WS-GARANTIE-REFERENCEE
               DISPLAY "GARANTIE " WS-NOUVEAU-CODE
                   " NON AUTORISEE POUR LE PRODUIT " WS-CODE-PRODUIT
                   " : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           ELSE
               SUBTRACT 1 FROM WS-IDX-GAR-PROD
               MOVE PRO-GAR-CATEGORIE-TAXE(WS-IDX-GAR-PROD)
                   TO WS-CATEGORIE-NOUVELLE
               MOVE PRO-GAR-TAUX-TAXE(WS-IDX-GAR-PROD)
                   TO WS-TAUX-NOUVEAU
               IF WS-CAPITAL-NOUVEAU
                       < PRO-GAR-CAPITAL-MIN(WS-IDX-GAR-PROD)
                   OR WS-CAPITAL-NOUVEAU
                       > PRO-GAR-CAPITAL-MAX(WS-IDX-GAR-PROD)
                   MOVE PRO-GAR-CAPITAL-MIN(WS-IDX-GAR-PROD)
                       TO WS-CAPITAL-EDITE
                   DISPLAY "CAPITAL HORS BORNES POUR " WS-NOUVEAU-CODE
                       " (MINIMUM " WS-CAPITAL-EDITE
                       ") : TRAITEMENT ABANDONNE"
                   MOVE 8 TO WS-CODE-RETOUR
               END-IF
           END-IF.

      *> Simulation : lecture seule. Mise a jour : QUITTANCE-FILE,
      *> HISTOF et MVTPRIMF sont crees a la premiere utilisation (statut
      *> 35 rattrape par une ouverture OUTPUT), comme en ligne.
       0300-OUVRIR-PORTEFEUILLE.
           IF WS-MODE-SIMULATION
               OPEN INPUT CONTRAT-FILE
               OPEN INPUT GARANTIE-FILE
           ELSE
               OPEN I-O CONTRAT-FILE
               OPEN I-O GARANTIE-FILE
               OPEN I-O QUITTANCE-FILE
               IF WS-FS-QUITTANCE = '35'
                   OPEN OUTPUT QUITTANCE-FILE
                   CLOSE QUITTANCE-FILE
                   OPEN I-O QUITTANCE-FILE
               END-IF
               OPEN EXTEND HISTO-FILE
               IF WS-FS-HISTO = '35'
                   OPEN OUTPUT HISTO-FILE
               END-IF
               OPEN EXTEND MVT-FILE
               IF WS-FS-MVT = '35'
                   OPEN OUTPUT MVT-FILE
               END-IF
               SET WS-FICHIERS-MAJ-OUVERTS TO TRUE
           END-IF
           SET WS-PORTEFEUILLE-OUVERT TO TRUE
           IF NOT WS-FS-CONTRAT-OK
               DISPLAY "CONTRATS INDISPONIBLES (" WS-FS-CONTRAT
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF NOT WS-FS-GARANTIE-OK
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "GARANTIES INDISPONIBLES (" WS-FS-GARANTIE
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF
           IF WS-FICHIERS-MAJ-OUVERTS
               AND NOT WS-FS-QUITTANCE-OK
               AND WS-CODE-RETOUR = ZERO
               DISPLAY "QUITTANCES INDISPONIBLES (" WS-FS-QUITTANCE
                   ") : TRAITEMENT ABANDONNE"
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.

      *> En reprise, on se positionne juste apres le dernier contrat
      *> marque sur le checkpoint ; sinon on part du debut du fichier.
       0400-POSITIONNER-DEBUT.
           IF WS-REPRISE-OUI
               PERFORM 0410-LIRE-CHECKPOINT
               MOVE WS-DERNIER-NO-TRAITE TO CTR-NO-CONTRAT
               START CONTRAT-FILE KEY IS GREATER THAN CTR-NO-CONTRAT
                   INVALID KEY
                       SET WS-FS-CONTRAT-EOF TO TRUE
               END-START
           ELSE
               MOVE LOW-VALUES TO CTR-NO-CONTRAT
               START CONTRAT-FILE KEY IS NOT LESS THAN CTR-NO-CONTRAT
                   INVALID KEY
                       SET WS-FS-CONTRAT-EOF TO TRUE
               END-START
           END-IF
           IF NOT WS-FS-CONTRAT-EOF
               PERFORM 1100-LIRE-CONTRAT-SUIVANT
           END-IF.

       0410-LIRE-CHECKPOINT.
           MOVE LOW-VALUES TO WS-DERNIER-NO-TRAITE
           OPEN INPUT CHECKPOINT-FILE
           READ CHECKPOINT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CKP-NO-CONTRAT TO WS-DERNIER-NO-TRAITE
                   DISPLAY "REPRISE APRES LE CONTRAT " CKP-NO-CONTRAT
           END-READ
           CLOSE CHECKPOINT-FILE.

       1000-TRAITER-CONTRATS.
           ADD 1 TO WS-NB-CONTRATS-LUS
           MOVE CTR-NO-CONTRAT TO WS-DERNIER-NO-LU
           IF CTR-STATUT-ACTIF
               AND CTR-CODE-PRODUIT = WS-CODE-PRODUIT
               ADD 1 TO WS-NB-CONTRATS-PRODUIT
               PERFORM 2000-ANALYSER-GARANTIES
               PERFORM 3000-TRAITER-CONTRAT
           END-IF
           IF WS-MODE-MISE-A-JOUR
               ADD 1 TO WS-NB-DEPUIS-CHECKPOINT
               IF WS-NB-DEPUIS-CHECKPOINT >= WS-FREQUENCE-CHECKPOINT
                   PERFORM 8000-ECRIRE-CHECKPOINT
                   MOVE ZERO TO WS-NB-DEPUIS-CHECKPOINT
               END-IF
           END-IF
           PERFORM 1100-LIRE-CONTRAT-SUIVANT.

       1100-LIRE-CONTRAT-SUIVANT.
           READ CONTRAT-FILE NEXT RECORD
               AT END
                   SET WS-FS-CONTRAT-EOF TO TRUE
           END-READ.

      *> 2000-ANALYSER-GARANTIES : parcours des lignes du contrat
      *> courant sur GARANTIE-FILE, sans mise a jour.
       2000-ANALYSER-GARANTIES.
           MOVE ZERO TO WS-PRIME-ACTIVES WS-DERNIERE-LIGNE
           MOVE ZERO TO WS-NB-ANCIENNES WS-PRIME-ANCIENNES
           MOVE 'N' TO WS-NOUVELLE-ETAT
           MOVE CTR-NO-CONTRAT TO GAR-NO-CONTRAT
           MOVE ZERO TO GAR-NO-LIGNE
           START GARANTIE-FILE KEY IS NOT LESS THAN GAR-CLE
               INVALID KEY
                   SET WS-FS-GARANTIE-EOF TO TRUE
           END-START
           PERFORM 2100-ANALYSER-LIGNE-SUIVANTE
               UNTIL WS-FS-GARANTIE-EOF
               OR GAR-NO-CONTRAT NOT = CTR-NO-CONTRAT
           MOVE '00' TO WS-FS-GARANTIE.

       2100-ANALYSER-LIGNE-SUIVANTE.
           READ GARANTIE-FILE NEXT RECORD
               AT END
                   SET WS-FS-GARANTIE-EOF TO TRUE
           END-READ
           IF WS-FS-GARANTIE-OK
               AND GAR-NO-CONTRAT = CTR-NO-CONTRAT
               MOVE GAR-NO-LIGNE TO WS-DERNIERE-LIGNE
               IF GAR-STATUT-ACTIVE
                   ADD GAR-PRIME TO WS-PRIME-ACTIVES
                   IF GAR-CODE-GARANTIE = WS-ANCIEN-CODE
                       ADD 1 TO WS-NB-ANCIENNES
                       ADD GAR-PRIME TO WS-PRIME-ANCIENNES
                       IF WS-NB-ANCIENNES <= WS-NB-ANCIENNES-MAX
                           MOVE GAR-NO-LIGNE
                               TO WS-AN-NO-LIGNE(WS-NB-ANCIENNES)
                       END-IF
                   END-IF
                   IF GAR-CODE-GARANTIE = WS-NOUVEAU-CODE
                       MOVE 'O' TO WS-NOUVELLE-ETAT
                   END-IF
               END-IF
           END-IF.

      *> 3000-TRAITER-CONTRAT : un contrat sans l'ancienne garantie
      *> n'est pas concerne (deja traite s'il porte la nouvelle). Un
      *> contrat portant deja les deux codes, ou dont les lignes ne
      *> peuvent etre traitees en une passe, est rejete et liste pour
      *> une reprise a la main par l'Affectation.
       3000-TRAITER-CONTRAT.
           MOVE CTR-MONTANT-PRIME TO WS-PRIME-AVANT WS-PRIME-APRES
           MOVE ZERO TO WS-MONTANT-PRORATA
           MOVE SPACES TO WS-TYPE-QUITTANCE
           EVALUATE TRUE
               WHEN WS-NB-ANCIENNES = ZERO
                   AND WS-NOUVELLE-PRESENTE
                   ADD 1 TO WS-NB-DEJA-TRAITES
                   MOVE 'DEJA TRAITE' TO WS-ETAT-CONTRAT
                   PERFORM 4400-EDITER-LIGNE
               WHEN WS-NB-ANCIENNES = ZERO
                   ADD 1 TO WS-NB-SANS-GARANTIE
               WHEN WS-NOUVELLE-PRESENTE
                   MOVE 'REJET : NOUVELLE GARANTIE DEJA PRESENTE'
                       TO WS-ETAT-CONTRAT
                   PERFORM 3900-REJETER-CONTRAT
               WHEN WS-NB-ANCIENNES > WS-NB-ANCIENNES-MAX
                   MOVE 'REJET : TROP DE LIGNES A RETIRER'
                       TO WS-ETAT-CONTRAT
                   PERFORM 3900-REJETER-CONTRAT
               WHEN CTR-NB-GARANTIES >= 999
                   OR WS-DERNIERE-LIGNE >= 999
                   MOVE 'REJET : NUMEROTATION DES LIGNES SATUREE'
                       TO WS-ETAT-CONTRAT
                   PERFORM 3900-REJETER-CONTRAT
               WHEN OTHER
                   PERFORM 3100-CALCULER-AVENANT
                   IF WS-MODE-SIMULATION
                       ADD 1 TO WS-NB-TRAITES
                       MOVE 'SIMULE' TO WS-ETAT-CONTRAT
                       PERFORM 3300-CUMULER-IMPACT
                   ELSE
                       PERFORM 5000-APPLIQUER-AVENANT
                   END-IF
                   PERFORM 4400-EDITER-LIGNE
           END-EVALUATE.

      *> 3100-CALCULER-AVENANT : nouvelle prime = lignes actives, moins
      *> les lignes retirees, plus la nouvelle ; le net annuel est
      *> proratise des jours restants entre la date d'effet (ou celle
      *> du contrat si elle est posterieure) et l'echeance. Echeance
      *> deja passee : prorata nul, la prochaine echeance portera la
      *> nouvelle prime.
       3100-CALCULER-AVENANT.
           COMPUTE WS-PRIME-APRES =
               WS-PRIME-ACTIVES - WS-PRIME-ANCIENNES + WS-PRIME-NOUVELLE
           COMPUTE WS-PRIME-MOUVEMENT =
               WS-PRIME-NOUVELLE - WS-PRIME-ANCIENNES
           MOVE WS-DATE-EFFET TO WS-DEBUT-PRORATA
           IF CTR-DATE-EFFET > WS-DATE-EFFET
               MOVE CTR-DATE-EFFET TO WS-DEBUT-PRORATA
           END-IF
           COMPUTE WS-JOUR-JULIEN-DEBUT =
               FUNCTION INTEGER-OF-DATE(WS-DEBUT-PRORATA)
           COMPUTE WS-JOUR-JULIEN-ECHEANCE =
               FUNCTION INTEGER-OF-DATE(CTR-DATE-ECHEANCE)
           COMPUTE WS-JOURS-RESTANTS =
               WS-JOUR-JULIEN-ECHEANCE - WS-JOUR-JULIEN-DEBUT
           IF WS-JOURS-RESTANTS < ZERO
               MOVE ZERO TO WS-JOURS-RESTANTS
           END-IF
           COMPUTE WS-MONTANT-PRORATA ROUNDED =
               WS-PRIME-MOUVEMENT * WS-JOURS-RESTANTS / 365
           EVALUATE TRUE
               WHEN WS-MONTANT-PRORATA > ZERO
                   MOVE 'AVENANT' TO WS-TYPE-QUITTANCE
               WHEN WS-MONTANT-PRORATA < ZERO
                   MOVE 'AVOIR' TO WS-TYPE-QUITTANCE
               WHEN OTHER
                   MOVE 'SANS QUITTANCE' TO WS-TYPE-QUITTANCE
           END-EVALUATE
           PERFORM 3200-VENTILER-AVENANT.

      *> 3200-VENTILER-AVENANT : les lignes retirees sont proratisees
      *> en moins sous la categorie de l'ancien code, la nouvelle ligne
      *> en plus sous celle du nouveau ; le reste des arrondis va a la
      *> nouvelle ligne, pour que la ventilation fasse exactement le
      *> prorata du contrat.
       3200-VENTILER-AVENANT.
           MOVE ZERO TO WS-NB-VTX
           COMPUTE WS-VTX-ANCIENNE ROUNDED =
               (ZERO - WS-PRIME-ANCIENNES) * WS-JOURS-RESTANTS / 365
           MOVE WS-VTX-ANCIENNE TO WS-VTX-PART
           MOVE WS-CATEGORIE-ANCIENNE TO WS-CATEGORIE-GARANTIE
           MOVE WS-TAUX-ANCIEN TO WS-TAUX-GARANTIE
           PERFORM 3250-CUMULER-VENTILATION
           COMPUTE WS-VTX-PART = WS-MONTANT-PRORATA - WS-VTX-ANCIENNE
           MOVE WS-CATEGORIE-NOUVELLE TO WS-CATEGORIE-GARANTIE
           MOVE WS-TAUX-NOUVEAU TO WS-TAUX-GARANTIE
           PERFORM 3250-CUMULER-VENTILATION.

      *> Ajoute WS-VTX-PART a la ligne categorie / taux, creee au
      *> premier passage ; table pleine = versee sur la derniere ligne.
       3250-CUMULER-VENTILATION.
           MOVE 'N' TO WS-VTX-TROUVE
           PERFORM VARYING WS-IDX-VTX FROM 1 BY 1
               UNTIL WS-IDX-VTX > WS-NB-VTX
               OR WS-VTX-LIGNE-TROUVEE
               IF WS-VTX-CATEGORIE(WS-IDX-VTX) = WS-CATEGORIE-GARANTIE
                   AND WS-VTX-TAUX(WS-IDX-VTX) = WS-TAUX-GARANTIE
                   MOVE 'O' TO WS-VTX-TROUVE
               END-IF
           END-PERFORM
           IF NOT WS-VTX-LIGNE-TROUVEE
               IF WS-NB-VTX < 10
                   ADD 1 TO WS-NB-VTX
                   MOVE WS-NB-VTX TO WS-IDX-VTX
                   MOVE WS-CATEGORIE-GARANTIE
                       TO WS-VTX-CATEGORIE(WS-IDX-VTX)
                   MOVE WS-TAUX-GARANTIE TO WS-VTX-TAUX(WS-IDX-VTX)
                   MOVE ZERO TO WS-VTX-MONTANT(WS-IDX-VTX)
               ELSE
                   MOVE WS-NB-VTX TO WS-IDX-VTX
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-IDX-VTX
           END-IF
           ADD WS-VTX-PART TO WS-VTX-MONTANT(WS-IDX-VTX).

      *> Totaux de la liste : complements et avoirs (simules ou emis).
       3300-CUMULER-IMPACT.
           IF WS-MONTANT-PRORATA > ZERO
               ADD WS-MONTANT-PRORATA TO WS-TOTAL-AVENANTS
           END-IF
           IF WS-MONTANT-PRORATA < ZERO
               SUBTRACT WS-MONTANT-PRORATA FROM WS-TOTAL-AVOIRS
           END-IF.

       3900-REJETER-CONTRAT.
           ADD 1 TO WS-NB-REJETES
           MOVE 4 TO WS-CODE-RETOUR
           PERFORM 4400-EDITER-LIGNE.

      *> 5000-APPLIQUER-AVENANT : la nouvelle ligne est ecrite avant le
      *> retrait des anciennes, puis l'en-tete est reecrit. Un arret
      *> entre les deux laisse un contrat portant les deux codes, que
      *> la reprise rejette et liste au lieu de le perdre de vue ;
      *> l'en-tete est realigne sur ses lignes par le controle interne
      *> contrat / garanties. Quittance et mouvement ne partent qu'une
      *> fois le contrat reecrit.
       5000-APPLIQUER-AVENANT.
           MOVE 'TRAITE' TO WS-ETAT-CONTRAT
           MOVE 'N' TO WS-MAJ-ETAT
           PERFORM 5100-AJOUTER-NOUVELLE-LIGNE
           IF NOT WS-MAJ-EN-ERREUR
               PERFORM 5200-RETIRER-ANCIENNE-LIGNE
                   VARYING WS-IDX-AN FROM 1 BY 1
                   UNTIL WS-IDX-AN > WS-NB-ANCIENNES
                   OR WS-MAJ-EN-ERREUR
           END-IF
           IF NOT WS-MAJ-EN-ERREUR
               PERFORM 5300-REECRIRE-CONTRAT
           END-IF
           IF WS-MAJ-EN-ERREUR
               ADD 1 TO WS-NB-REJETES
               MOVE 4 TO WS-CODE-RETOUR
               MOVE ZERO TO WS-MONTANT-PRORATA
               MOVE SPACES TO WS-TYPE-QUITTANCE
           ELSE
               ADD 1 TO WS-NB-TRAITES
               PERFORM 5400-EMETTRE-MVT-PRIME
               IF WS-MONTANT-PRORATA NOT = ZERO
                   PERFORM 5500-ECRIRE-QUITTANCE-AVENANT
               END-IF
               PERFORM 3300-CUMULER-IMPACT
           END-IF.

      *> Nouvelle ligne au numero suivant de l'allocateur
      *> CTR-NB-GARANTIES (ou apres la plus haute ligne presente, si
      *> l'en-tete est en retard sur ses lignes).
       5100-AJOUTER-NOUVELLE-LIGNE.
           MOVE CTR-NB-GARANTIES TO WS-NOUVELLE-LIGNE
           IF WS-DERNIERE-LIGNE > WS-NOUVELLE-LIGNE
               MOVE WS-DERNIERE-LIGNE TO WS-NOUVELLE-LIGNE
           END-IF
           ADD 1 TO WS-NOUVELLE-LIGNE
           MOVE CTR-NO-CONTRAT TO GAR-NO-CONTRAT
           MOVE WS-NOUVELLE-LIGNE TO GAR-NO-LIGNE
           MOVE WS-NOUVEAU-CODE TO GAR-CODE-GARANTIE
           MOVE WS-LIBELLE-NOUVEAU TO GAR-LIBELLE
           MOVE WS-CAPITAL-NOUVEAU TO GAR-CAPITAL-ASSURE
           MOVE WS-PRIME-NOUVELLE TO GAR-PRIME
           SET GAR-STATUT-ACTIVE TO TRUE
           MOVE ZERO TO GAR-CAPITAL-CONSOMME
           WRITE GARANTIE-ENR
               INVALID KEY
                   MOVE 'O' TO WS-MAJ-ETAT
                   MOVE 'ERREUR ECRITURE GARANTIE - A REPRENDRE'
                       TO WS-ETAT-CONTRAT
                   DISPLAY "ERREUR ECRITURE GARANTIE " CTR-NO-CONTRAT
                       " : " WS-FS-GARANTIE
           END-WRITE
           IF NOT WS-MAJ-EN-ERREUR
               SET HIS-ACTION-AFFECTATION TO TRUE
               MOVE 'GAR-CODE-GARANTIE (AJOUT)' TO WS-CHAMP-MODIFIE
               MOVE SPACES TO WS-VALEUR-AVANT
               MOVE WS-NOUVEAU-CODE TO WS-VALEUR-APRES
               PERFORM 8100-ECRIRE-HISTO
           END-IF.

       5200-RETIRER-ANCIENNE-LIGNE.
           MOVE CTR-NO-CONTRAT TO GAR-NO-CONTRAT
           MOVE WS-AN-NO-LIGNE(WS-IDX-AN) TO GAR-NO-LIGNE
           READ GARANTIE-FILE
               KEY IS GAR-CLE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-GARANTIE-OK
               SET GAR-STATUT-RETIREE TO TRUE
               REWRITE GARANTIE-ENR
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF WS-FS-GARANTIE-OK
               SET HIS-ACTION-AFFECTATION TO TRUE
               MOVE 'GAR-CODE-GARANTIE (RETRAIT)' TO WS-CHAMP-MODIFIE
               MOVE WS-ANCIEN-CODE TO WS-VALEUR-AVANT
               MOVE SPACES TO WS-VALEUR-APRES
               PERFORM 8100-ECRIRE-HISTO
           ELSE
               MOVE 'O' TO WS-MAJ-ETAT
               MOVE 'ERREUR RETRAIT GARANTIE - A REPRENDRE'
                   TO WS-ETAT-CONTRAT
               DISPLAY "ERREUR RETRAIT GARANTIE " CTR-NO-CONTRAT
                   " LIGNE " GAR-NO-LIGNE " : " WS-FS-GARANTIE
           END-IF.

       5300-REECRIRE-CONTRAT.
           MOVE WS-NOUVELLE-LIGNE TO CTR-NB-GARANTIES
           MOVE WS-PRIME-APRES TO CTR-MONTANT-PRIME
           REWRITE CONTRAT-ENR
               INVALID KEY
                   MOVE 'O' TO WS-MAJ-ETAT
                   MOVE 'ERREUR REECRITURE CONTRAT - A REPRENDRE'
                       TO WS-ETAT-CONTRAT
                   DISPLAY "ERREUR REECRITURE CONTRAT " CTR-NO-CONTRAT
                       " : " WS-FS-CONTRAT
           END-REWRITE
           IF NOT WS-MAJ-EN-ERREUR
               AND WS-PRIME-APRES NOT = WS-PRIME-AVANT
               SET HIS-ACTION-MODIFICATION TO TRUE
               MOVE 'CTR-MONTANT-PRIME' TO WS-CHAMP-MODIFIE
               MOVE WS-PRIME-AVANT TO WS-MONTANT-EDITE
               MOVE WS-MONTANT-EDITE TO WS-VALEUR-AVANT
               MOVE WS-PRIME-APRES TO WS-MONTANT-EDITE
               MOVE WS-MONTANT-EDITE TO WS-VALEUR-APRES
               PERFORM 8100-ECRIRE-HISTO
           END-IF.

      *> Le changement de prime part en comptabilite comme une
      *> modification validee en ligne, a la date d'effet de l'avenant.
       5400-EMETTRE-MVT-PRIME.
           IF WS-PRIME-APRES NOT = WS-PRIME-AVANT
               MOVE CTR-NO-CONTRAT TO MVT-NO-CONTRAT
               MOVE CTR-CODE-PRODUIT TO MVT-CODE-PRODUIT
               SET MVT-MODIFICATION TO TRUE
               MOVE WS-PRIME-AVANT TO MVT-PRIME-AVANT
               MOVE WS-PRIME-APRES TO MVT-PRIME-APRES
               MOVE WS-DATE-EFFET TO MVT-DATE-EFFET
               MOVE ZERO TO MVT-MONTANT-COMPENSE
               WRITE MVT-PRIME-ENR
           END-IF.

      *> La quittance est emise sous la periode AAAAMM de la date
      *> d'effet. Une quittance d'avenant du meme mois encore impayee
      *> absorbe le prorata, comme en ligne ; une quittance reglee, ou
      *> une quittance de periode de l'echeancier sous la meme cle,
      *> n'est pas touchee : l'avenant part en periode de
      *> regularisation.
       5500-ECRIRE-QUITTANCE-AVENANT.
           PERFORM 5510-PREPARER-QUITTANCE-AVENANT
           MOVE WS-DATE-EFFET(1:6) TO QUI-PERIODE
           WRITE QUITTANCE-ENR
               INVALID KEY
                   PERFORM 5600-CUMULER-QUITTANCE-EXISTANTE
           END-WRITE
           IF WS-FS-QUITTANCE-OK
               ADD 1 TO WS-NB-QUITTANCES
           ELSE
               MOVE 4 TO WS-CODE-RETOUR
               MOVE 'TRAITE - QUITTANCE A EMETTRE A LA MAIN'
                   TO WS-ETAT-CONTRAT
           END-IF.

      *> Zone quittance d'un avenant au prorata, hors periode : montant
      *> en valeur absolue, nature avoir quand le prorata est negatif.
       5510-PREPARER-QUITTANCE-AVENANT.
           MOVE WS-MONTANT-PRORATA TO WS-MONTANT-AVENANT
           IF WS-MONTANT-PRORATA < ZERO
               COMPUTE WS-MONTANT-AVENANT = ZERO - WS-MONTANT-PRORATA
           END-IF
           MOVE CTR-NO-CONTRAT          TO QUI-NO-CONTRAT
           MOVE CTR-CODE-PRODUIT        TO QUI-CODE-PRODUIT
           MOVE WS-DATE-EFFET           TO QUI-DATE-ECHEANCE
           MOVE WS-MONTANT-AVENANT      TO QUI-MONTANT-DU
           MOVE ZERO                    TO QUI-MONTANT-REGLE
           MOVE ZERO                    TO QUI-DATE-REGLEMENT
           SET QUI-STATUT-EMISE         TO TRUE
           MOVE SPACE                   TO QUI-ORIGINE-REGLEMENT
           MOVE ZERO                    TO QUI-PERIODE-TSCA
           IF WS-MONTANT-PRORATA < ZERO
               SET QUI-TYPE-AVOIR TO TRUE
           ELSE
               SET QUI-TYPE-AVENANT TO TRUE
           END-IF
           PERFORM 5520-POSER-VENTILATION.

      *> 5520-POSER-VENTILATION : la table (montants signes, positif =
      *> du par l'adherent) est posee sur la quittance dans le sens de
      *> celle-ci - retournee pour un avoir. Prime saisie taxe
      *> comprise : net = montant / (1 + taux), taxe = le reste.
       5520-POSER-VENTILATION.
           MOVE ZERO TO QUI-MONTANT-NET QUI-MONTANT-TAXE
           MOVE WS-NB-VTX TO QUI-NB-VENTILATIONS
           PERFORM 5530-POSER-LIGNE-VENTILATION
               VARYING WS-IDX-VTX FROM 1 BY 1
               UNTIL WS-IDX-VTX > 10.

       5530-POSER-LIGNE-VENTILATION.
           IF WS-IDX-VTX > WS-NB-VTX
               MOVE SPACES TO QUI-VT-CATEGORIE(WS-IDX-VTX)
               MOVE ZERO TO QUI-VT-TAUX(WS-IDX-VTX)
               MOVE ZERO TO QUI-VT-MONTANT-NET(WS-IDX-VTX)
               MOVE ZERO TO QUI-VT-MONTANT-TAXE(WS-IDX-VTX)
           ELSE
               MOVE WS-VTX-MONTANT(WS-IDX-VTX) TO WS-VTX-PART
               IF QUI-TYPE-AVOIR
                   COMPUTE WS-VTX-PART = ZERO - WS-VTX-PART
               END-IF
               MOVE WS-VTX-CATEGORIE(WS-IDX-VTX)
                   TO QUI-VT-CATEGORIE(WS-IDX-VTX)
               MOVE WS-VTX-TAUX(WS-IDX-VTX) TO QUI-VT-TAUX(WS-IDX-VTX)
               COMPUTE QUI-VT-MONTANT-NET(WS-IDX-VTX) ROUNDED =
                   WS-VTX-PART * 100 / (100 + WS-VTX-TAUX(WS-IDX-VTX))
               COMPUTE QUI-VT-MONTANT-TAXE(WS-IDX-VTX) =
                   WS-VTX-PART - QUI-VT-MONTANT-NET(WS-IDX-VTX)
               ADD QUI-VT-MONTANT-NET(WS-IDX-VTX) TO QUI-MONTANT-NET
               ADD QUI-VT-MONTANT-TAXE(WS-IDX-VTX) TO QUI-MONTANT-TAXE
           END-IF.

      *> Quittance deja presente pour le couple contrat / periode :
      *> une quittance d'avenant ou d'avoir emise et encore entiere
      *> (aucun encaissement, aucune compensation) se compense en signe
      *> avec le nouveau prorata et sa ventilation est reprise ; une
      *> quittance reglee, partielle ou de periode part en periode de
      *> regularisation, son montant regle ne valant que dans son sens
      *> d'origine.
       5600-CUMULER-QUITTANCE-EXISTANTE.
           READ QUITTANCE-FILE
               KEY IS QUI-CLE
               INVALID KEY
                   DISPLAY "ERREUR ECRITURE QUITTANCE AVENANT "
                       CTR-NO-CONTRAT " : " WS-FS-QUITTANCE
           END-READ
           IF WS-FS-QUITTANCE-OK
               IF NOT (QUI-STATUT-EMISE AND QUI-MONTANT-REGLE = ZERO)
                   OR QUI-TYPE-PERIODE
                   PERFORM 5700-EMETTRE-QUITTANCE-REGUL
               ELSE
                   PERFORM 5610-REPRENDRE-VENTILATION
                   MOVE QUI-MONTANT-DU TO WS-DU-SIGNE
                   IF QUI-TYPE-AVOIR
                       COMPUTE WS-DU-SIGNE = ZERO - WS-DU-SIGNE
                   END-IF
                   ADD WS-MONTANT-PRORATA TO WS-DU-SIGNE
                   IF WS-DU-SIGNE < ZERO
                       SET QUI-TYPE-AVOIR TO TRUE
                       COMPUTE QUI-MONTANT-DU = ZERO - WS-DU-SIGNE
                   ELSE
                       SET QUI-TYPE-AVENANT TO TRUE
                       MOVE WS-DU-SIGNE TO QUI-MONTANT-DU
                   END-IF
                   PERFORM 5520-POSER-VENTILATION
                   REWRITE QUITTANCE-ENR
                       INVALID KEY
                           DISPLAY "ERREUR REECRITURE QUITTANCE "
                               CTR-NO-CONTRAT " : " WS-FS-QUITTANCE
                   END-REWRITE
               END-IF
           END-IF.

      *> Les lignes de la quittance existante (remises dans le sens
      *> adherent : negatives pour un avoir) s'ajoutent a la ventilation
      *> du nouveau prorata, qui est ensuite reposee en entier.
       5610-REPRENDRE-VENTILATION.
           IF QUI-NB-VENTILATIONS IS NOT NUMERIC
               OR QUI-NB-VENTILATIONS = ZERO
               MOVE SPACES TO WS-CATEGORIE-GARANTIE
               MOVE ZERO TO WS-TAUX-GARANTIE
               MOVE QUI-MONTANT-DU TO WS-VTX-PART
               IF QUI-TYPE-AVOIR
                   COMPUTE WS-VTX-PART = ZERO - WS-VTX-PART
               END-IF
               PERFORM 3250-CUMULER-VENTILATION
           ELSE
               PERFORM 5620-REPRENDRE-LIGNE-VENTILATION
                   VARYING WS-IDX-QVT FROM 1 BY 1
                   UNTIL WS-IDX-QVT > QUI-NB-VENTILATIONS
           END-IF.

       5620-REPRENDRE-LIGNE-VENTILATION.
           MOVE QUI-VT-CATEGORIE(WS-IDX-QVT) TO WS-CATEGORIE-GARANTIE
           MOVE QUI-VT-TAUX(WS-IDX-QVT) TO WS-TAUX-GARANTIE
           COMPUTE WS-VTX-PART = QUI-VT-MONTANT-NET(WS-IDX-QVT)
               + QUI-VT-MONTANT-TAXE(WS-IDX-QVT)
           IF QUI-TYPE-AVOIR
               COMPUTE WS-VTX-PART = ZERO - WS-VTX-PART
           END-IF
           PERFORM 3250-CUMULER-VENTILATION.

      *> 5700-EMETTRE-QUITTANCE-REGUL : premier mois de regularisation
      *> libre de l'annee d'effet pour le contrat ; tous pris, la
      *> quittance est signalee a emettre a la main.
       5700-EMETTRE-QUITTANCE-REGUL.
           MOVE 'N' TO WS-REGUL-ETAT
           MOVE WS-DATE-EFFET(1:4) TO WS-REGUL-ANNEE
           PERFORM 5710-ESSAYER-PERIODE-REGUL
               VARYING WS-REGUL-MOIS FROM 13 BY 1
               UNTIL WS-REGUL-MOIS > 98
               OR WS-REGUL-EMISE
           IF NOT WS-REGUL-EMISE
               MOVE '23' TO WS-FS-QUITTANCE
               DISPLAY "PERIODES DE REGULARISATION SATUREES SUR "
                   CTR-NO-CONTRAT " : AVENANT A REGULARISER"
                   " MANUELLEMENT"
           END-IF.

       5710-ESSAYER-PERIODE-REGUL.
           PERFORM 5510-PREPARER-QUITTANCE-AVENANT
           MOVE WS-PERIODE-REGUL TO QUI-PERIODE
           WRITE QUITTANCE-ENR
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-FS-QUITTANCE-OK
               MOVE 'O' TO WS-REGUL-ETAT
           END-IF.

       4100-EDITER-ENTETE.
           IF WS-MODE-SIMULATION
               MOVE 'SIMULATION - AUCUNE MISE A JOUR' TO WS-LIBELLE-MODE
           ELSE
               MOVE 'MISE A JOUR' TO WS-LIBELLE-MODE
           END-IF
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           STRING 'AVENANT DE MASSE - PRODUIT ' WS-CODE-PRODUIT
               ' - GARANTIE ' WS-ANCIEN-CODE ' REMPLACEE PAR '
               WS-NOUVEAU-CODE ' - EFFET ' WS-DATE-EFFET ' - '
               WS-LIBELLE-MODE
               DELIMITED BY SIZE INTO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE
           MOVE WS-CAPITAL-NOUVEAU TO WS-CAPITAL-EDITE
           MOVE WS-PRIME-NOUVELLE TO WS-MONTANT-EDITE
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           STRING 'NOUVELLE LIGNE : ' WS-LIBELLE-NOUVEAU
               ' CAPITAL ' WS-CAPITAL-EDITE
               ' PRIME ANNUELLE ' WS-MONTANT-EDITE
               DELIMITED BY SIZE INTO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           STRING 'CONTRAT    ADHERENT                  LIG '
               'PRIME AVANT  PRIME APRES      PRORATA'
               ' QUITTANCE      ETAT'
               DELIMITED BY SIZE INTO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE
           IF WS-MODE-SIMULATION
               MOVE 'SIMULES' TO WS-LIBELLE-MODE
           ELSE
               MOVE 'TRAITES' TO WS-LIBELLE-MODE
           END-IF.

       4400-EDITER-LIGNE.
           MOVE WS-NB-ANCIENNES TO WS-NB-ANCIENNES-EDITE
           MOVE WS-PRIME-AVANT TO WS-PRIME-AVANT-EDITE
           MOVE WS-PRIME-APRES TO WS-PRIME-APRES-EDITE
           MOVE WS-MONTANT-PRORATA TO WS-PRORATA-EDITE
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           STRING CTR-NO-CONTRAT ' ' CTR-NOM-ADHERENT(1:25) ' '
               WS-NB-ANCIENNES-EDITE '  ' WS-PRIME-AVANT-EDITE '   '
               WS-PRIME-APRES-EDITE ' ' WS-PRORATA-EDITE ' '
               WS-TYPE-QUITTANCE ' ' WS-ETAT-CONTRAT
               DELIMITED BY SIZE INTO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE.

       4500-EDITER-TOTAUX.
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE
           MOVE WS-NB-CONTRATS-LUS TO WS-COMPTEUR-EDITE
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           STRING 'CONTRATS LUS                        : '
               WS-COMPTEUR-EDITE
               DELIMITED BY SIZE INTO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE
           MOVE WS-NB-CONTRATS-PRODUIT TO WS-COMPTEUR-EDITE
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           STRING 'CONTRATS ACTIFS DU PRODUIT          : '
               WS-COMPTEUR-EDITE
               DELIMITED BY SIZE INTO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE
           MOVE WS-NB-SANS-GARANTIE TO WS-COMPTEUR-EDITE
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           STRING '  SANS L''ANCIENNE GARANTIE          : '
               WS-COMPTEUR-EDITE
               DELIMITED BY SIZE INTO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE
           MOVE WS-NB-TRAITES TO WS-COMPTEUR-EDITE
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           STRING '  ' WS-LIBELLE-MODE(1:7)
               '                           : '
               WS-COMPTEUR-EDITE
               DELIMITED BY SIZE INTO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE
           MOVE WS-NB-DEJA-TRAITES TO WS-COMPTEUR-EDITE
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           STRING '  DEJA TRAITES                      : '
               WS-COMPTEUR-EDITE
               DELIMITED BY SIZE INTO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE
           MOVE WS-NB-REJETES TO WS-COMPTEUR-EDITE
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           STRING '  REJETES OU EN ERREUR              : '
               WS-COMPTEUR-EDITE
               DELIMITED BY SIZE INTO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE
           MOVE WS-NB-QUITTANCES TO WS-COMPTEUR-EDITE
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           STRING 'QUITTANCES EMISES                   : '
               WS-COMPTEUR-EDITE
               DELIMITED BY SIZE INTO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE
           MOVE WS-TOTAL-AVENANTS TO WS-TOTAL-EDITE
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           STRING 'TOTAL DES COMPLEMENTS (AVENANTS)    : '
               WS-TOTAL-EDITE
               DELIMITED BY SIZE INTO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE
           MOVE WS-TOTAL-AVOIRS TO WS-TOTAL-EDITE
           MOVE SPACES TO AVENANT-MASSE-LIGNE
           STRING 'TOTAL DES AVOIRS                    : '
               WS-TOTAL-EDITE
               DELIMITED BY SIZE INTO AVENANT-MASSE-LIGNE
           WRITE AVENANT-MASSE-LIGNE.

      *> Ecrase CHECKPOINT-FILE avec le dernier contrat lu (fichier
      *> sequentiel mono-ligne, reecrit a chaque point de controle).
       8000-ECRIRE-CHECKPOINT.
           MOVE WS-DERNIER-NO-LU TO CKP-NO-CONTRAT
           MOVE FUNCTION CURRENT-DATE(1:14) TO CKP-DATE-HEURE
           MOVE WS-NB-CONTRATS-LUS TO CKP-NB-TRAITES
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-ENR
           CLOSE CHECKPOINT-FILE.

      *> Une ligne CONTRAT-HISTO par ligne de garantie retiree ou
      *> ajoutee et pour la prime, au nom du traitement batch ; le code
      *> action est pose par l'appelant.
       8100-ECRIRE-HISTO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATE-HEURE
           MOVE CTR-NO-CONTRAT TO HIS-NO-CONTRAT
           MOVE WS-DATE-HEURE TO HIS-DATE-HEURE
           MOVE 'BATCH' TO HIS-ID-OPERATEUR
           MOVE WS-CHAMP-MODIFIE TO HIS-CHAMP-MODIFIE
           MOVE WS-VALEUR-AVANT TO HIS-VALEUR-AVANT
           MOVE WS-VALEUR-APRES TO HIS-VALEUR-APRES
           WRITE HISTO-ENR.

      *> Journal commun des batches : un enregistrement de debut (carte
      *> parametre comprise) au lancement et un de fin (compteurs, code
      *> de fin) a l'issue du traitement, via BATCH-JOURNAL.
      *> La carte parametre est recopiee dans la zone journal par
      *> 0200-LIRE-PARAMETRES.
       0250-JOURNAL-DEBUT.
           MOVE 'BAT-AVENANT-MASSE' TO JRN-Z-NOM-PROGRAMME
           SET JRN-Z-DEBUT TO TRUE
           MOVE ZERO TO JRN-Z-NB-LUS JRN-Z-NB-ECRITS JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE.

       0950-JOURNAL-FIN.
           SET JRN-Z-FIN TO TRUE
           MOVE WS-NB-CONTRATS-LUS TO JRN-Z-NB-LUS
           MOVE WS-NB-TRAITES TO JRN-Z-NB-ECRITS
           MOVE WS-CODE-RETOUR TO JRN-Z-CODE-FIN
           CALL "BATCH-JOURNAL" USING JRN-ZONE
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
