      *> Profil operateur (requete 009) - determine les actions du menu
      *> contrat qu'un operateur est autorise a executer.
      *> Le compte est tenu par OPERATEUR-MAINT (profil ADMIN seul) et
      *> controle a la connexion par OPERATEUR-CONNEXION : le mot de
      *> passe n'est jamais conserve en clair, seule son empreinte
      *> (OPERATEUR-EMPREINTE, salee par l'identifiant) l'est. Un mot de
      *> passe pose par l'administrateur est provisoire et doit etre
      *> change a la premiere connexion, comme un mot de passe expire ;
      *> trois echecs consecutifs verrouillent le compte jusqu'a sa
      *> reactivation par un administrateur. Une empreinte a blanc
      *> (compte repris d'avant les mots de passe) refuse la connexion.
       01  OPERATEUR-ENR.
           05  OPE-ID                  PIC X(8).
           05  OPE-NOM                 PIC X(40).
           05  OPE-PROFIL              PIC X(10).
               88  OPE-PROFIL-ADMIN        VALUE 'ADMIN'.
           05  OPE-AUTOR-MODIF         PIC X(1).
               88  OPE-MODIF-AUTORISE      VALUE 'O'.
           05  OPE-AUTOR-VALID         PIC X(1).
               88  OPE-VALID-AUTORISE      VALUE 'O'.
           05  OPE-STATUT              PIC X(1).
               88  OPE-STATUT-ACTIF        VALUE 'A' SPACE.
               88  OPE-STATUT-DESACTIVE    VALUE 'D'.
               88  OPE-STATUT-VERROUILLE   VALUE 'V'.
           05  OPE-NB-ECHECS           PIC 9(1).
           05  OPE-MDP-A-CHANGER       PIC X(1).
               88  OPE-MDP-PROVISOIRE      VALUE 'O'.
           05  OPE-EMPREINTE-MDP       PIC X(18).
           05  OPE-DATE-EXPIRATION-MDP PIC 9(8).
           05  OPE-DATE-DERNIERE-CNX   PIC 9(8).
           05  FILLER                  PIC X(10).
