      *> Ligne de la liste d'impact de l'avenant de masse - une ligne
      *> de texte formate par WRITE : en-tete rappelant la carte, une
      *> ligne par contrat du produit portant l'ancienne garantie
      *> (prime avant / apres, prorata de l'avenant ou de l'avoir,
      *> etat : simule, traite, deja traite ou rejete avec son motif),
      *> puis les totaux. Meme liste en simulation et en mise a jour.
       01  AVENANT-MASSE-LIGNE       PIC X(132).
