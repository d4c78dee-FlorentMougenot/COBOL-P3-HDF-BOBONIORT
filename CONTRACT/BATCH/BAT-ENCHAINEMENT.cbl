      *> quittances (les quittances echues du jour partent a la banque
      *> la nuit meme) et les rejets bancaires sont repercutes avant le
      *> contentieux, pour que celui-ci voie les quittances rejetees
      *> deja remises en impayees. Les avoirs sont regles entre les
      *> deux : une quittance compensee par un avoir n'est plus
      *> presentee a la banque que pour son reste du.
       01  WS-ETAPES-CHAINE.
           05  FILLER                  PIC X(24) VALUE 'BAT-ECHEANCE'.
           05  FILLER                  PIC X(24)
                   VALUE 'BAT-REMBOURSEMENT-AVOIR'.
           05  FILLER                  PIC X(24) VALUE 'BAT-PRELEVEMENT'.
           05  FILLER                  PIC X(24)
                   VALUE 'BAT-REJET-PRELEVEMENT'.
           05  FILLER                  PIC X(24) VALUE 'BAT-BALANCE-AGEE'.
           05  FILLER                  PIC X(24) VALUE 'BAT-SINISTRALITE'.
       01  WS-ETAPES-R REDEFINES WS-ETAPES-CHAINE.
           05  WS-ETAPE                PIC X(24) OCCURS 10 TIMES.
       01  WS-NB-ETAPES                  PIC 9(2) VALUE 10.
       01  WS-IDX-ETAPE                  PIC 9(2).

       01  WS-PROGRAMME-COURANT          PIC X(24).
