      *> Enregistrement du journal de securite - SECURF (sequentiel,
      *> ajout uniquement, ecrit par le sous-programme
      *> SECURITE-JOURNAL). Une ligne par acte d'administration des
      *> comptes operateur (OPERATEUR-MAINT), par changement de mot de
      *> passe et par verrouillage a la connexion
      *> (OPERATEUR-CONNEXION). SEC-ID-AUTEUR est l'operateur qui agit,
      *> SEC-ID-OPERATEUR le compte concerne (le meme pour un
      *> changement de mot de passe ou un verrouillage).
      *> Edite pour les auditeurs par BAT-JOURNAL-SECURITE.
       01  SECURITE-JOURNAL-ENR.
           05  SEC-DATE-HEURE          PIC 9(14).
           05  SEC-PROGRAMME           PIC X(20).
           05  SEC-ID-AUTEUR           PIC X(8).
           05  SEC-ID-OPERATEUR        PIC X(8).
           05  SEC-EVENEMENT           PIC X(4).
               88  SEC-EVT-CREATION       VALUE 'CREA'.
               88  SEC-EVT-MODIFICATION   VALUE 'MODI'.
               88  SEC-EVT-DESACTIVATION  VALUE 'DESA'.
               88  SEC-EVT-REACTIVATION   VALUE 'REAC'.
               88  SEC-EVT-REINIT-MDP     VALUE 'RMDP'.
               88  SEC-EVT-CHANGEMENT-MDP VALUE 'CMDP'.
               88  SEC-EVT-VERROUILLAGE   VALUE 'VERR'.
               88  SEC-EVT-INITIALISATION VALUE 'INIT'.
               88  SEC-EVT-ACCES-REFUSE   VALUE 'REFU'.
           05  SEC-DETAIL              PIC X(40).
           05  FILLER                  PIC X(10).
