               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATTESTATION.

      *> SHARING WITH ALL OTHER : OPERATEUR-CONNEXION, appele a la
      *> connexion, ouvre le meme fichier en I-O pour tenir le compteur
      *> d'echecs et le mot de passe.
           SELECT OPERATEUR-FILE ASSIGN TO "OPERATF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FS-OPERATEUR.

           SELECT PRODUIT-FILE ASSIGN TO "PRODUITF"
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FS-ADHERENT.

      *> MVTPRIMF est aussi ouvert en EXTEND par CONTRAT-SINISTRE,
      *> appele depuis ce menu, pour les compensations de primes sur
      *> reglement de sinistre : meme clause de partage.
           SELECT MVT-FILE ASSIGN TO "MVTPRIMF"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FS-MVT.

           SELECT SUSPENS-FILE ASSIGN TO "SUSPENSF"
       01  WS-NO-CONTRAT-SELECTIONNE   PIC X(10).

       01  WS-ID-OPERATEUR              PIC X(8).
       COPY "CONNEXION-ZONE.cpy".

       01  WS-NO-CONTRAT-COURANT       PIC X(10).
       01  WS-ACTION-GARANTIE          PIC X(1).
       01  WS-NB-AVENANT                 PIC 9(2) VALUE ZERO.
       01  WS-AVT-TROUVE                 PIC X(1).
           88  WS-AVT-CONTRAT-TROUVE         VALUE 'O'.
      *> Detail par code garantie des mouvements cumules ci-dessus, pour
      *> la ventilation fiscale de la quittance d'avenant : chaque
      *> mouvement est proratise puis range sous la categorie / taux de
      *> TSCA que le referentiel produit donne a son code. Meme
      *> dimension que la pile qui l'alimente.
       01  WS-TABLE-AVENANT-GAR.
           05  WS-AVG-LIGNE OCCURS 20 TIMES.
               10  WS-AVG-NO-CONTRAT     PIC X(10).
               10  WS-AVG-CODE-GARANTIE  PIC X(6).
               10  WS-AVG-PRIME          PIC S9(7)V99.
       01  WS-NB-AVENANT-GAR             PIC 9(2) VALUE ZERO.
       01  WS-IDX-AVG                    PIC 9(2).
      *> Ventilation de la quittance d'avenant par couple categorie /
      *> taux, en montants proratises signes (positif = du par
      *> l'adherent) ; posee sur la quittance dans le sens de celle-ci.
       01  WS-TABLE-VENTILATION.
           05  WS-VTX-LIGNE OCCURS 10 TIMES.
               10  WS-VTX-CATEGORIE      PIC X(4).
               10  WS-VTX-TAUX           PIC 9(2)V99.
               10  WS-VTX-MONTANT        PIC S9(7)V99.
       01  WS-NB-VTX                     PIC 9(2) VALUE ZERO.
       01  WS-IDX-VTX                    PIC 9(2).
       01  WS-IDX-VTX-DERNIER            PIC 9(2).
       01  WS-IDX-QVT                    PIC 9(2).
       01  WS-VTX-TROUVE                 PIC X(1).
           88  WS-VTX-LIGNE-TROUVEE          VALUE 'O'.
       01  WS-VTX-CUMUL                  PIC S9(7)V99.
       01  WS-VTX-PART                   PIC S9(7)V99.
       01  WS-CATEGORIE-GARANTIE         PIC X(4).
       01  WS-TAUX-GARANTIE              PIC 9(2)V99.
       01  WS-CODE-GARANTIE-TAXE         PIC X(6).
       01  WS-GAR-PROD-TROUVE            PIC X(1).
           88  WS-GARANTIE-REFERENCEE        VALUE 'O'.
       01  WS-DATE-DU-JOUR               PIC 9(8).
       01  WS-JOUR-JULIEN-DU-JOUR        PIC 9(7).
       01  WS-JOUR-JULIEN-ECHEANCE       PIC 9(7).
       01  WS-MONTANT-AVENANT            PIC 9(7)V99.
       01  WS-PRIME-MOUVEMENT            PIC S9(7)V99.
       01  WS-DU-SIGNE                   PIC S9(7)V99.
      *> Periode de regularisation : quand la quittance d'avenant du
      *> mois est deja reglee, le nouvel avenant est emis sous l'annee
      *> en cours et un mois hors calendrier (13 a 98), premier libre -
      *> jamais en concurrence avec une periode d'echeance.
       01  WS-PERIODE-REGUL.
           05  WS-REGUL-ANNEE            PIC 9(4).
           05  WS-REGUL-MOIS             PIC 9(2).
       01  WS-REGUL-ETAT                 PIC X(1).
           88  WS-REGUL-EMISE                VALUE 'O'.

       SCREEN SECTION.
       COPY "MENU-CONTRACT-SCREEN.cpy".
      *> 0150-AUTORISER-OPERATEUR : determine si l'operateur connecte
      *> peut modifier/resilier et/ou valider un contrat, et ajuste la
      *> couleur des libelles correspondants sur le menu en consequence
      *> (requete 009). L'operateur doit d'abord s'authentifier par mot
      *> de passe (OPERATEUR-CONNEXION) : une connexion refusee ferme le
      *> menu. Seule une connexion acceptee ouvre les droits de la
      *> fiche : referentiel operateur indisponible pour la connexion
      *> (fichier verrouille ou en lecture seule compris), l'identifiant
      *> est traite comme non autorise plutot que de rejeter la
      *> connexion, pour laisser acces aux actions de lecture seule
      *> (Lecture, Recherche).
       0150-AUTORISER-OPERATEUR.
           MOVE WS-ID-OPERATEUR TO CNX-Z-ID-OPERATEUR
           MOVE 'MENU-CONTRACT' TO CNX-Z-PROGRAMME
           CALL "OPERATEUR-CONNEXION" USING CNX-ZONE
           IF CNX-Z-REFUSEE
               DISPLAY "CONNEXION REFUSEE : " WS-ID-OPERATEUR
               SET WS-PGM-TERMINE TO TRUE
           END-IF
           MOVE WS-ID-OPERATEUR TO OPE-ID
           READ OPERATEUR-FILE
               KEY IS OPE-ID
                   MOVE 'N' TO WS-AUTORISE-MODIF WS-AUTORISE-VALID
           END-READ
           IF WS-FS-OPERATEUR-OK
               AND CNX-Z-ACCEPTEE
               MOVE OPE-AUTOR-MODIF TO WS-AUTORISE-MODIF
               MOVE OPE-AUTOR-VALID TO WS-AUTORISE-VALID
           ELSE
               MOVE 'N' TO WS-AUTORISE-MODIF WS-AUTORISE-VALID
           END-IF
           IF WS-PEUT-MODIFIER
               MOVE 2 TO WS-COLOR-MODIF
      *> differemment d'un contrat a l'autre. Un identifiant ressaisi
      *> inconnu du referentiel est rejete et l'ancien couple id/nom
      *> restaure ; un identifiant inchange mais absent du referentiel
      *> (fiche pas encore reprise) laisse le contrat tel quel. La
      *> fiche fermee d'un doublon fusionne, dont les contrats ont ete
      *> reportes sur le survivant, ou anonymisee d'un ancien adherent
      *> est refusee comme une fiche absente.
       4020-CONTROLER-ID-ADHERENT.
           IF WS-ADHERENT-DISPONIBLE
               MOVE CTR-ID-ADHERENT TO ADH-ID
                       END-IF
               END-READ
               IF WS-FS-ADHERENT-OK
                   AND NOT ADH-STATUT-ACTIF
                   AND CTR-ID-ADHERENT NOT = WS-AV-ID-ADHERENT
                   DISPLAY "ADHERENT " CTR-ID-ADHERENT
                       " FERME OU ANONYMISE : ID REFUSE"
                   MOVE WS-AV-ID-ADHERENT TO CTR-ID-ADHERENT
                   MOVE WS-AV-NOM-ADHERENT TO CTR-NOM-ADHERENT
               ELSE
                   IF WS-FS-ADHERENT-OK
                       MOVE ADH-NOM TO CTR-NOM-ADHERENT
                   END-IF
               END-IF
           END-IF.

               VARYING WS-AVT-IDX FROM 1 BY 1
               UNTIL WS-AVT-IDX > WS-NB-AVENANT
           MOVE ZERO TO WS-NB-AVENANT
           MOVE ZERO TO WS-NB-AVENANT-GAR
           PERFORM 5060-PURGER-SUSPENS-COMMIT
           MOVE SPACE TO WS-DERNIERE-ACTION
           MOVE SPACES TO WS-CTA-NO-CONTRAT
               MOVE WS-PRIME-AVANT-MVT TO MVT-PRIME-AVANT
               MOVE CTR-MONTANT-PRIME TO MVT-PRIME-APRES
               MOVE CTR-DATE-RESILIATION TO MVT-DATE-EFFET
               MOVE ZERO TO MVT-MONTANT-COMPENSE
               WRITE MVT-PRIME-ENR
           ELSE
               IF CTR-MONTANT-PRIME NOT = WS-PRIME-AVANT-MVT
                   MOVE WS-PRIME-AVANT-MVT TO MVT-PRIME-AVANT
                   MOVE CTR-MONTANT-PRIME TO MVT-PRIME-APRES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO MVT-DATE-EFFET
                   MOVE ZERO TO MVT-MONTANT-COMPENSE
                   WRITE MVT-PRIME-ENR
               END-IF
           END-IF.
           ELSE
               SUBTRACT 1 FROM WS-AVT-IDX
           END-IF
           ADD WS-PRIME-MOUVEMENT TO WS-AVT-PRIME-NETTE(WS-AVT-IDX)
           IF WS-NB-AVENANT-GAR < 20
               ADD 1 TO WS-NB-AVENANT-GAR
               MOVE WS-GA-NO-CONTRAT(WS-GA-IDX)
                   TO WS-AVG-NO-CONTRAT(WS-NB-AVENANT-GAR)
               MOVE WS-GA-CODE-GARANTIE(WS-GA-IDX)
                   TO WS-AVG-CODE-GARANTIE(WS-NB-AVENANT-GAR)
               MOVE WS-PRIME-MOUVEMENT
                   TO WS-AVG-PRIME(WS-NB-AVENANT-GAR)
           END-IF.

      *> 5400-EMETTRE-QUITTANCE-AVENANT : une fois les lignes garantie
      *> du commit ecrites, chaque contrat touche recoit immediatement
               IF WS-FS-CONTRAT-OK
                   PERFORM 5450-CALCULER-PRORATA
                   IF WS-MONTANT-PRORATA NOT = ZERO
                       PERFORM 5455-VENTILER-AVENANT
                       PERFORM 5460-ECRIRE-QUITTANCE-AVENANT
                   END-IF
               END-IF
               WS-AVT-PRIME-NETTE(WS-AVT-IDX)
               * WS-JOURS-RESTANTS / 365.

      *> 5455-VENTILER-AVENANT : chaque mouvement garantie du contrat
      *> est proratise comme le net, et range sous la categorie / taux
      *> de TSCA de son code sur la fiche produit du contrat (fiche ou
      *> code absents = sans categorie, taux zero). Le reste des
      *> arrondis va a la derniere ligne touchee, pour que la
      *> ventilation fasse exactement le prorata du contrat.
       5455-VENTILER-AVENANT.
           MOVE ZERO TO WS-NB-VTX WS-VTX-CUMUL
           MOVE 1 TO WS-IDX-VTX-DERNIER
           MOVE '99' TO WS-FS-PRODUIT
           IF WS-REFERENTIEL-DISPONIBLE
               MOVE CTR-CODE-PRODUIT TO PRO-CODE-PRODUIT
               READ PRODUIT-FILE
                   KEY IS PRO-CODE-PRODUIT
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           PERFORM 5456-VENTILER-MOUVEMENT
               VARYING WS-IDX-AVG FROM 1 BY 1
               UNTIL WS-IDX-AVG > WS-NB-AVENANT-GAR
           IF WS-NB-VTX = ZERO
               MOVE SPACES TO WS-CATEGORIE-GARANTIE
               MOVE ZERO TO WS-TAUX-GARANTIE
               MOVE ZERO TO WS-VTX-PART
               PERFORM 5458-CUMULER-VENTILATION
           END-IF
           COMPUTE WS-VTX-PART = WS-MONTANT-PRORATA - WS-VTX-CUMUL
           ADD WS-VTX-PART TO WS-VTX-MONTANT(WS-IDX-VTX-DERNIER).

       5456-VENTILER-MOUVEMENT.
           IF WS-AVG-NO-CONTRAT(WS-IDX-AVG) = CTR-NO-CONTRAT
               COMPUTE WS-VTX-PART ROUNDED =
                   WS-AVG-PRIME(WS-IDX-AVG) * WS-JOURS-RESTANTS / 365
               ADD WS-VTX-PART TO WS-VTX-CUMUL
               MOVE WS-AVG-CODE-GARANTIE(WS-IDX-AVG)
                   TO WS-CODE-GARANTIE-TAXE
               PERFORM 5457-CHERCHER-TAXE-GARANTIE
               PERFORM 5458-CUMULER-VENTILATION
           END-IF.

       5457-CHERCHER-TAXE-GARANTIE.
           MOVE SPACES TO WS-CATEGORIE-GARANTIE
           MOVE ZERO TO WS-TAUX-GARANTIE
           MOVE 'N' TO WS-GAR-PROD-TROUVE
           IF WS-FS-PRODUIT-OK
               PERFORM VARYING WS-IDX-GAR-PROD FROM 1 BY 1
                   UNTIL WS-IDX-GAR-PROD > PRO-NB-GARANTIES
                   OR WS-GARANTIE-REFERENCEE
                   IF PRO-GAR-CODE(WS-IDX-GAR-PROD)
                       = WS-CODE-GARANTIE-TAXE
                       MOVE 'O' TO WS-GAR-PROD-TROUVE
                       MOVE PRO-GAR-CATEGORIE-TAXE(WS-IDX-GAR-PROD)
                           TO WS-CATEGORIE-GARANTIE
                       MOVE PRO-GAR-TAUX-TAXE(WS-IDX-GAR-PROD)
                           TO WS-TAUX-GARANTIE
                   END-IF
               END-PERFORM
           END-IF.

      *> Ajoute WS-VTX-PART a la ligne categorie / taux, creee au
      *> premier passage ; table pleine = versee sur la derniere ligne.
       5458-CUMULER-VENTILATION.
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
           ADD WS-VTX-PART TO WS-VTX-MONTANT(WS-IDX-VTX)
           MOVE WS-IDX-VTX TO WS-IDX-VTX-DERNIER.

      *> La quittance d'avenant est emise sous la periode AAAAMM du
      *> jour ; un second avenant du meme mois sur le meme contrat se
      *> cumule sur la quittance existante tant qu'elle n'est pas
      *> entamee, plutot que d'echouer sur la cle deja presente.
       5460-ECRIRE-QUITTANCE-AVENANT.
           PERFORM 5465-PREPARER-QUITTANCE-AVENANT
           MOVE WS-DATE-DU-JOUR(1:6)    TO QUI-PERIODE
           WRITE QUITTANCE-ENR
               INVALID KEY
                   PERFORM 5470-CUMULER-QUITTANCE-EXISTANTE
           END-WRITE
           IF WS-FS-QUITTANCE-OK
               MOVE WS-MONTANT-AVENANT TO WS-MONTANT-EDITE
               DISPLAY "QUITTANCE D'AVENANT EMISE SUR "
                   QUI-NO-CONTRAT " / " QUI-PERIODE
                   " TYPE " QUI-TYPE " MONTANT " WS-MONTANT-EDITE
           END-IF.

      *> Zone quittance d'un avenant au prorata, hors periode : montant
      *> en valeur absolue, nature avoir quand le prorata est negatif.
       5465-PREPARER-QUITTANCE-AVENANT.
           MOVE WS-MONTANT-PRORATA TO WS-MONTANT-AVENANT
           IF WS-MONTANT-PRORATA < ZERO
               COMPUTE WS-MONTANT-AVENANT = ZERO - WS-MONTANT-PRORATA
           END-IF
           MOVE CTR-NO-CONTRAT          TO QUI-NO-CONTRAT
           MOVE CTR-CODE-PRODUIT        TO QUI-CODE-PRODUIT
           MOVE WS-DATE-DU-JOUR         TO QUI-DATE-ECHEANCE
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
           PERFORM 5467-POSER-VENTILATION.

      *> 5467-POSER-VENTILATION : la table (montants signes, positif =
      *> du par l'adherent) est posee sur la quittance dans le sens de
      *> celle-ci - retournee pour un avoir. Prime saisie taxe
      *> comprise : net = montant / (1 + taux), taxe = le reste.
       5467-POSER-VENTILATION.
           MOVE ZERO TO QUI-MONTANT-NET QUI-MONTANT-TAXE
           MOVE WS-NB-VTX TO QUI-NB-VENTILATIONS
           PERFORM 5468-POSER-LIGNE-VENTILATION
               VARYING WS-IDX-VTX FROM 1 BY 1
               UNTIL WS-IDX-VTX > 10.

       5468-POSER-LIGNE-VENTILATION.
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

      *> Quittance d'avenant deja presente pour le couple contrat /
      *> periode : le nouveau prorata se compense en signe avec le
      *> montant du de la quittance encore impayee (un avoir vient en
      *> deduction d'un complement deja emis, et inversement), tant
      *> qu'aucun encaissement ni aucune compensation ne l'a entamee.
      *> Une quittance reglee, partielle (encaissement, compensation
      *> sur sinistre, remboursement partiel d'avoir) ou de periode
      *> n'est pas rouverte : son montant regle ne vaut que dans son
      *> sens d'origine. L'avenant part alors sur une quittance
      *> distincte sous une periode de regularisation : un avoir y est
      *> rembourse (ou compense) par le batch de reglement des avoirs,
      *> un complement s'encaisse normalement.
       5470-CUMULER-QUITTANCE-EXISTANTE.
           READ QUITTANCE-FILE
               KEY IS QUI-CLE
                       WS-FS-QUITTANCE
           END-READ
           IF WS-FS-QUITTANCE-OK
               IF NOT (QUI-STATUT-EMISE AND QUI-MONTANT-REGLE = ZERO)
                   OR QUI-TYPE-PERIODE
                   DISPLAY "QUITTANCE " QUI-NO-CONTRAT " / "
                       QUI-PERIODE " DEJA REGLEE OU ENTAMEE : AVENANT"
                       " EMIS EN PERIODE DE REGULARISATION"
                   PERFORM 5480-EMETTRE-QUITTANCE-REGUL
               ELSE
                   PERFORM 5475-REPRENDRE-VENTILATION
                   MOVE QUI-MONTANT-DU TO WS-DU-SIGNE
                   IF QUI-TYPE-AVOIR
                       COMPUTE WS-DU-SIGNE = ZERO - WS-DU-SIGNE
                       SET QUI-TYPE-AVENANT TO TRUE
                       MOVE WS-DU-SIGNE TO QUI-MONTANT-DU
                   END-IF
                   PERFORM 5467-POSER-VENTILATION
                   REWRITE QUITTANCE-ENR
                       INVALID KEY
                           DISPLAY "ERREUR REECRITURE QUITTANCE : "
               END-IF
           END-IF.

      *> 5475-REPRENDRE-VENTILATION : les lignes de la quittance
      *> existante (remises dans le sens adherent : negatives pour un
      *> avoir) s'ajoutent a la ventilation du nouveau prorata, qui est
      *> ensuite reposee en entier. Quittance emise avant la
      *> ventilation fiscale : son montant du entre sans categorie.
       5475-REPRENDRE-VENTILATION.
           IF QUI-NB-VENTILATIONS IS NOT NUMERIC
               OR QUI-NB-VENTILATIONS = ZERO
               MOVE SPACES TO WS-CATEGORIE-GARANTIE
               MOVE ZERO TO WS-TAUX-GARANTIE
               MOVE QUI-MONTANT-DU TO WS-VTX-PART
               IF QUI-TYPE-AVOIR
                   COMPUTE WS-VTX-PART = ZERO - WS-VTX-PART
               END-IF
               PERFORM 5458-CUMULER-VENTILATION
           ELSE
               PERFORM 5476-REPRENDRE-LIGNE-VENTILATION
                   VARYING WS-IDX-QVT FROM 1 BY 1
                   UNTIL WS-IDX-QVT > QUI-NB-VENTILATIONS
           END-IF.

       5476-REPRENDRE-LIGNE-VENTILATION.
           MOVE QUI-VT-CATEGORIE(WS-IDX-QVT) TO WS-CATEGORIE-GARANTIE
           MOVE QUI-VT-TAUX(WS-IDX-QVT) TO WS-TAUX-GARANTIE
           COMPUTE WS-VTX-PART = QUI-VT-MONTANT-NET(WS-IDX-QVT)
               + QUI-VT-MONTANT-TAXE(WS-IDX-QVT)
           IF QUI-TYPE-AVOIR
               COMPUTE WS-VTX-PART = ZERO - WS-VTX-PART
           END-IF
           PERFORM 5458-CUMULER-VENTILATION.

      *> 5480-EMETTRE-QUITTANCE-REGUL : premier mois de regularisation
      *> libre de l'annee pour le contrat ; tous pris (cas d'ecole),
      *> l'avenant ressort en anomalie a regulariser a la main.
       5480-EMETTRE-QUITTANCE-REGUL.
           MOVE 'N' TO WS-REGUL-ETAT
           MOVE WS-DATE-DU-JOUR(1:4) TO WS-REGUL-ANNEE
           PERFORM 5490-ESSAYER-PERIODE-REGUL
               VARYING WS-REGUL-MOIS FROM 13 BY 1
               UNTIL WS-REGUL-MOIS > 98
               OR WS-REGUL-EMISE
           IF NOT WS-REGUL-EMISE
               MOVE '23' TO WS-FS-QUITTANCE
               DISPLAY "PERIODES DE REGULARISATION SATUREES SUR "
                   CTR-NO-CONTRAT " : AVENANT A REGULARISER"
                   " MANUELLEMENT"
           END-IF.

       5490-ESSAYER-PERIODE-REGUL.
           PERFORM 5465-PREPARER-QUITTANCE-AVENANT
           MOVE WS-PERIODE-REGUL TO QUI-PERIODE
           WRITE QUITTANCE-ENR
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-FS-QUITTANCE-OK
               MOVE 'O' TO WS-REGUL-ETAT
           END-IF.

      *> 6000-ATTESTATION : document remis au client des que Valider a
      *> commit la derniere action (requete 008). CTR-NO-CONTRAT... sont
      *> deja charges en memoire par l'action qui vient d'etre validee ;
