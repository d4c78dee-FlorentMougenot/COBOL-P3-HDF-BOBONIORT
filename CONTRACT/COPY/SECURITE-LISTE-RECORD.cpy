      *> Ligne de l'edition du journal de securite remise aux
      *> auditeurs - une ligne de texte formate par WRITE : en-tete de
      *> periode, une ligne par evenement (horodatage, programme,
      *> auteur, compte concerne, evenement en clair, detail), puis le
      *> total par nature d'evenement.
       01  SECURITE-LISTE-LIGNE      PIC X(132).
