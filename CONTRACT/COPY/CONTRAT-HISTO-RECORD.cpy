               88  HIS-ACTION-REACTIVATION   VALUE 'A'.
               88  HIS-ACTION-REJET          VALUE 'J'.
               88  HIS-ACTION-DESARCHIVAGE   VALUE 'D'.
      *> Report du contrat d'un adherent doublon sur l'identifiant
      *> survivant (BAT-FUSION-ADHERENT).
               88  HIS-ACTION-FUSION         VALUE 'F'.
           05  HIS-CHAMP-MODIFIE       PIC X(20).
           05  HIS-VALEUR-AVANT        PIC X(40).
           05  HIS-VALEUR-APRES        PIC X(40).
