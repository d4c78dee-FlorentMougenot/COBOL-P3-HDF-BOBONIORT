      *> Ecrans d'administration des comptes operateur : selection de
      *> l'identifiant, puis edition du nom, du profil et des droits,
      *> choix d'une action sur le compte et saisie du mot de passe
      *> provisoire (non affiche en clair).
       01  OPERATEUR-SELECTION-SCREEN FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(182) VALUE ' ' LINE 4 COL 10
           BACKGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'COMPTES OPERATEUR' LINE 6 COL 20
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(30) VALUE 'Identifiant (vide = fin)     :' LINE 8 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(8) USING WS-ID-OPERATEUR-MAINT
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

       01  OPERATEUR-DETAIL-SCREEN FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(182) VALUE ' ' LINE 4 COL 10
           BACKGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'COMPTE OPERATEUR' LINE 5 COL 20
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(30) VALUE 'Identifiant                  :' LINE 6 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(8) FROM WS-ID-OPERATEUR-MAINT
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Nom                          :' LINE 7 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(40) USING WS-NOM-OPERATEUR
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Profil (ADMIN = administrat.):' LINE 8 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(10) USING WS-PROFIL-OPERATEUR
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Droit de modification (O/N)  :' LINE 9 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(1) USING WS-AUTOR-MODIF-OPERATEUR
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Droit de validation (O/N)    :' LINE 10 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(1) USING WS-AUTOR-VALID-OPERATEUR
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Statut (A/D=desact./V=verr.) :' LINE 12 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(1) FROM WS-STATUT-OPERATEUR
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Echecs de connexion          :' LINE 13 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(1) FROM WS-NB-ECHECS-OPERATEUR
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Mot de passe valable jusqu au:' LINE 14 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(8) FROM WS-EXPIRATION-OPERATEUR
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Derniere connexion           :' LINE 15 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(8) FROM WS-DERNIERE-CNX-OPERATEUR
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Action (vide = enregistrer)  :' LINE 17 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(1) USING WS-ACTION-OPERATEUR
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(52) VALUE
              'D=desactiver R=reactiver P=nouveau mot de passe'
              LINE 18 COL 20
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(30) VALUE 'Mot de passe provisoire      :' LINE 20 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(20) USING WS-MDP-PROVISOIRE
           COL 52 SECURE
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(52) VALUE
              'Creation, R ou P : 8 caracteres minimum, sans blanc'
              LINE 21 COL 20
           FOREGROUND-COLOR IS 3.
