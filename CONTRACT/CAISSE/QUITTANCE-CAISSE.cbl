       01  WS-FS-ARRETE                  PIC X(2).

      *> Referentiel operateur indisponible = identification sur
      *> l'honneur, comme avant sa mise en place ; present, une
      *> connexion refusee (identifiant inconnu, compte desactive ou
      *> verrouille, mot de passe errone) ferme le guichet.
       01  WS-CONTROLE-OPERATEUR         PIC X(1) VALUE 'N'.
           88  WS-OPERATEUR-DISPONIBLE       VALUE 'O'.
       01  WS-ID-OPERATEUR               PIC X(8).
       COPY "CONNEXION-ZONE.cpy".

       01  WS-NO-CONTRAT-CAISSE          PIC X(10).
       01  WS-PERIODE-CAISSE             PIC 9(6).
           STOP RUN.

      *> 0100-OUVRIR-SESSION : identification du caissier, controlee
      *> par mot de passe (OPERATEUR-CONNEXION) quand le referentiel
      *> operateur est present - une connexion refusee ferme le
      *> guichet -, puis enregistrement d'ouverture sur le journal de
      *> caisse. Le
      *> journal et l'etat d'arrete sont crees a la premiere ecriture
      *> (statut 35 rattrape par une ouverture OUTPUT).
       0100-OUVRIR-SESSION.
           OPEN INPUT OPERATEUR-FILE
           IF WS-FS-OPERATEUR-OK
               MOVE 'O' TO WS-CONTROLE-OPERATEUR
               CLOSE OPERATEUR-FILE
           ELSE
               DISPLAY "REFERENTIEL OPERATEUR INDISPONIBLE ("
                   WS-FS-OPERATEUR ") : IDENTIFICATION NON CONTROLEE"
           DISPLAY "IDENTIFIANT OPERATEUR : " WITH NO ADVANCING
           ACCEPT WS-ID-OPERATEUR
           IF WS-OPERATEUR-DISPONIBLE
               MOVE WS-ID-OPERATEUR TO CNX-Z-ID-OPERATEUR
               MOVE 'QUITTANCE-CAISSE' TO CNX-Z-PROGRAMME
               CALL "OPERATEUR-CONNEXION" USING CNX-ZONE
               IF NOT CNX-Z-ACCEPTEE
                   DISPLAY "CONNEXION REFUSEE : " WS-ID-OPERATEUR
                       " - GUICHET FERME"
                   SET WS-PGM-TERMINE TO TRUE
               END-IF
           END-IF
           IF NOT WS-PGM-TERMINE
               OPEN EXTEND CAISSE-JOURNAL-FILE
