      *> Carte de parametres du batch de declaration mensuelle de TSCA
      *> (fichier sequentiel, un seul enregistrement) : mois declare
      *> (AAAAMM). Les quittances reglees ce mois-la, ou le mois
      *> precedent et pas encore declarees (prelevement pointe a la
      *> date d'echeance), entrent dans la declaration.
       01  TSCA-PARAM-ENR.
           05  TXP-MOIS-DECLARE        PIC 9(6).
           05  FILLER                  PIC X(10).
