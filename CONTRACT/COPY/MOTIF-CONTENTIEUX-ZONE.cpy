      *> Motif standard pose par BAT-CONTENTIEUX dans
      *> CTR-MOTIF-RESILIATION lors d'une resiliation de plein droit
      *> pour prime impayee, et reconnu par BAT-PORTEFEUILLE pour
      *> distinguer cette resiliation d'une resiliation de gestion.
      *> La valeur occupe exactement les 40 positions du motif ; elle
      *> est celle deja portee par les contrats resilies et ne doit
      *> pas etre modifiee.
       01  WS-MOTIF-CONTENTIEUX          PIC X(40)
               VALUE 'RESILIATION DE PLEIN DROIT - PRIME IMPAY'.
