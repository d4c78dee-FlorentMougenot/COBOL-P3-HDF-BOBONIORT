       >>SOURCE FORMAT FREE
      *> Sous-programme commun d'ecriture du journal de securite, sur le
      *> modele de BATCH-JOURNAL. L'administration des comptes operateur
      *> (OPERATEUR-MAINT) et la connexion (OPERATEUR-CONNEXION)
      *> remplissent la zone SEC-ZONE et l'appellent ; l'horodatage est
      *> pose ici. Le journal est ouvert et referme a chaque ecriture
      *> pour que l'evenement reste acquis meme si l'appelant
      *> s'interrompt ensuite. Le fichier est cree a la premiere
      *> ecriture.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECURITE-JOURNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITE-FILE ASSIGN TO "SECURF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SECURITE.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITE-FILE.
       COPY "SECURITE-JOURNAL-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FS-SECURITE                PIC X(2).

       LINKAGE SECTION.
       COPY "SECURITE-JOURNAL-ZONE.cpy".

       PROCEDURE DIVISION USING SEC-ZONE.
       0000-DEBUT.
           OPEN EXTEND SECURITE-FILE
           IF WS-FS-SECURITE = '35'
               OPEN OUTPUT SECURITE-FILE
           END-IF
           MOVE SPACES TO SECURITE-JOURNAL-ENR
           MOVE FUNCTION CURRENT-DATE(1:14) TO SEC-DATE-HEURE
           MOVE SEC-Z-PROGRAMME TO SEC-PROGRAMME
           MOVE SEC-Z-ID-AUTEUR TO SEC-ID-AUTEUR
           MOVE SEC-Z-ID-OPERATEUR TO SEC-ID-OPERATEUR
           MOVE SEC-Z-EVENEMENT TO SEC-EVENEMENT
           MOVE SEC-Z-DETAIL TO SEC-DETAIL
           WRITE SECURITE-JOURNAL-ENR
           CLOSE SECURITE-FILE
           GOBACK.
