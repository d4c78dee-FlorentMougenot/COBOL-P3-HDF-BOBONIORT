      *> Ligne de la liste des adherents anonymises remise au delegue
      *> a la protection des donnees - une ligne de texte formate par
      *> WRITE : en-tete de campagne, une ligne par identifiant
      *> anonymise (code postal conserve, contrats archives et mandat
      *> traites), total, puis le cartouche de visa du delegue.
       01  ANONYMISATION-LIGNE       PIC X(132).
