      *> Ecrans de maintenance du referentiel des traites de
      *> reassurance : selection du code produit, puis edition du
      *> reassureur, des taux de cession et de commission et de la
      *> periode de couverture.
       01  TRAITE-SELECTION-SCREEN FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(182) VALUE ' ' LINE 4 COL 10
           BACKGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'TRAITES DE REASSURANCE' LINE 6 COL 20
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(30) VALUE 'Code produit (vide = fin)    :' LINE 8 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(6) USING WS-CODE-PRODUIT-MAINT
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

       01  TRAITE-DETAIL-SCREEN FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(182) VALUE ' ' LINE 4 COL 10
           BACKGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'TRAITE QUOTE-PART' LINE 5 COL 20
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(30) VALUE 'Code produit                 :' LINE 6 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(6) FROM WS-CODE-PRODUIT-MAINT
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Code reassureur              :' LINE 8 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(6) USING WS-CODE-REASSUREUR
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Nom reassureur               :' LINE 9 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(40) USING WS-NOM-REASSUREUR
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Part cedee (%)               :' LINE 11 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC ZZ9,99 USING WS-TAUX-CESSION
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Commission de reassurance (%):' LINE 12 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC ZZ9,99 USING WS-TAUX-COMMISSION
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Debut du traite (AAAAMMJJ)   :' LINE 14 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(8) USING WS-DATE-DEBUT-TRAITE
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Fin du traite (AAAAMMJJ)     :' LINE 15 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(8) USING WS-DATE-FIN-TRAITE
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.
