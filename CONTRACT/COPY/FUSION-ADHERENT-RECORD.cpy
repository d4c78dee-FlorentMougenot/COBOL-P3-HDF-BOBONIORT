      *> Ligne du compte rendu de fusion des adherents en doublon -
      *> une ligne de texte formate par WRITE : pour chaque carte, les
      *> contrats reportes, le sort des mandats SEPA et l'issue de la
      *> fusion (fiche doublon fermee, refusee ou a relancer).
       01  FUSION-LIGNE              PIC X(132).
