      *> Ligne de la liste des doublons probables du referentiel
      *> adherent (BAT-DOUBLON-ADHERENT). Une ligne par couple de fiches
      *> actives, la plus petite cle en premier ; DBL-CRITERES cite les
      *> criteres concordants : NOM+CP (nom normalise et code postal),
      *> IBAN, COURRIEL. Le nombre de contrats de chaque fiche aide au
      *> choix de l'identifiant survivant avant la fusion
      *> (BAT-FUSION-ADHERENT).
       01  DOUBLON-ADHERENT-ENR.
           05  DBL-ID-1                PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DBL-NOM-1               PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DBL-NB-CONTRATS-1       PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DBL-ID-2                PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DBL-NOM-2               PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DBL-NB-CONTRATS-2       PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DBL-CRITERES            PIC X(24).
