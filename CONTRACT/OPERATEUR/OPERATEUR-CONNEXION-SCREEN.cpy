      *> Ecrans de connexion operateur : saisie du mot de passe, puis
      *> au besoin saisie d'un nouveau mot de passe et de sa
      *> confirmation. Les zones de mot de passe ne sont pas affichees
      *> en clair (SECURE).
       01  CONNEXION-MDP-SCREEN FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(182) VALUE ' ' LINE 4 COL 10
           BACKGROUND-COLOR IS 2.

           05 FILLER PIC X(24) VALUE 'CONNEXION OPERATEUR' LINE 6 COL 20
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(30) VALUE 'Identifiant                  :' LINE 8 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(8) FROM CNX-Z-ID-OPERATEUR
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Mot de passe                 :' LINE 10 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(20) USING WS-MDP-SAISI
           COL 52 SECURE
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

       01  CONNEXION-CHANGEMENT-SCREEN FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(182) VALUE ' ' LINE 4 COL 10
           BACKGROUND-COLOR IS 2.

           05 FILLER PIC X(34) VALUE 'CHANGEMENT DU MOT DE PASSE' LINE 6 COL 20
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(30) VALUE 'Identifiant                  :' LINE 8 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(8) FROM CNX-Z-ID-OPERATEUR
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Nouveau mot de passe         :' LINE 10 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(20) USING WS-MDP-NOUVEAU
           COL 52 SECURE
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Confirmation                 :' LINE 12 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(20) USING WS-MDP-CONFIRMATION
           COL 52 SECURE
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(50) VALUE
              '8 caracteres minimum, sans blanc (vide = abandon)'
              LINE 14 COL 20
           FOREGROUND-COLOR IS 3.
