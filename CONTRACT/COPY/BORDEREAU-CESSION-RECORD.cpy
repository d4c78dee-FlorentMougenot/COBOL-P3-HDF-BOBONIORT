      *> Ligne du fichier d'impression/spool des bordereaux de cession
      *> en reassurance - une ligne de texte formate par WRITE,
      *> plusieurs lignes composent le bordereau de chaque reassureur,
      *> comme pour les bordereaux de commission courtier.
       01  CESSION-LIGNE             PIC X(132).
