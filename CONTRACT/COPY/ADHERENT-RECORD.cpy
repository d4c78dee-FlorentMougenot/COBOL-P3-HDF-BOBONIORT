      *> Blanches tant que l'adherent n'a pas fourni de mandat.
           05  ADH-IBAN                PIC X(34).
           05  ADH-BIC                 PIC X(11).
      *> Etat de la fiche : une fiche fermee est celle d'un doublon
      *> fusionne sur l'identifiant survivant par BAT-FUSION-ADHERENT,
      *> une fiche anonymisee celle d'un ancien adherent dont les
      *> donnees personnelles ont ete effacees au terme de la retention
      *> legale par BAT-ANONYMISATION. Ni l'une ni l'autre ne porte de
      *> contrat ni ne peut plus etre affectee a un contrat. L'espace
      *> des fiches anterieures vaut active.
      *> Pris sur l'ancien FILLER, la longueur de l'enregistrement est
      *> inchangee.
           05  ADH-STATUT              PIC X(1).
               88  ADH-STATUT-ACTIF       VALUE 'A' SPACE.
               88  ADH-STATUT-FERME       VALUE 'F'.
               88  ADH-STATUT-ANONYMISE   VALUE 'X'.
           05  FILLER                  PIC X(4).
