      *> Ecrans de maintenance du referentiel produit : selection du
      *> code produit, puis edition du libelle et des dix lignes de
      *> garanties autorisees (code, bornes de capital, taux de TSCA en
      *> pourcentage et categorie fiscale).
      *> Remarque : OCCURS n'est pas supporte sur les items d'ecran par
      *> ce compilateur, les 10 lignes sont donc ecrites a plat et
      *> adressent chacune un indice fixe de WS-TABLE-GAR-PRODUIT.
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(57) VALUE
              'Code    Capital minimum    Capital maximum Taux %  Categ.'
              LINE 10 COL 20
           FOREGROUND-COLOR IS 3.
           05 FILLER PIC X(17) VALUE '(code vide = fin)'
              LINE 21 COL 20
           FOREGROUND-COLOR IS 3.

           05 PIC X(6) USING WS-MGAR-CODE(1) LINE 11 COL 20
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC ZZZZZZZZ9,99 USING WS-MGAR-MAX(1) LINE 11 COL 47
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC Z9,99 USING WS-MGAR-TAUX(1) LINE 11 COL 63
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC X(4) USING WS-MGAR-CATEGORIE(1) LINE 11 COL 71
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.

           05 PIC X(6) USING WS-MGAR-CODE(2) LINE 12 COL 20
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC ZZZZZZZZ9,99 USING WS-MGAR-MAX(2) LINE 12 COL 47
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC Z9,99 USING WS-MGAR-TAUX(2) LINE 12 COL 63
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC X(4) USING WS-MGAR-CATEGORIE(2) LINE 12 COL 71
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.

           05 PIC X(6) USING WS-MGAR-CODE(3) LINE 13 COL 20
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC ZZZZZZZZ9,99 USING WS-MGAR-MAX(3) LINE 13 COL 47
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC Z9,99 USING WS-MGAR-TAUX(3) LINE 13 COL 63
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC X(4) USING WS-MGAR-CATEGORIE(3) LINE 13 COL 71
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.

           05 PIC X(6) USING WS-MGAR-CODE(4) LINE 14 COL 20
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC ZZZZZZZZ9,99 USING WS-MGAR-MAX(4) LINE 14 COL 47
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC Z9,99 USING WS-MGAR-TAUX(4) LINE 14 COL 63
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC X(4) USING WS-MGAR-CATEGORIE(4) LINE 14 COL 71
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.

           05 PIC X(6) USING WS-MGAR-CODE(5) LINE 15 COL 20
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC ZZZZZZZZ9,99 USING WS-MGAR-MAX(5) LINE 15 COL 47
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC Z9,99 USING WS-MGAR-TAUX(5) LINE 15 COL 63
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC X(4) USING WS-MGAR-CATEGORIE(5) LINE 15 COL 71
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.

           05 PIC X(6) USING WS-MGAR-CODE(6) LINE 16 COL 20
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC ZZZZZZZZ9,99 USING WS-MGAR-MAX(6) LINE 16 COL 47
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC Z9,99 USING WS-MGAR-TAUX(6) LINE 16 COL 63
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC X(4) USING WS-MGAR-CATEGORIE(6) LINE 16 COL 71
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.

           05 PIC X(6) USING WS-MGAR-CODE(7) LINE 17 COL 20
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC ZZZZZZZZ9,99 USING WS-MGAR-MAX(7) LINE 17 COL 47
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC Z9,99 USING WS-MGAR-TAUX(7) LINE 17 COL 63
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC X(4) USING WS-MGAR-CATEGORIE(7) LINE 17 COL 71
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.

           05 PIC X(6) USING WS-MGAR-CODE(8) LINE 18 COL 20
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC ZZZZZZZZ9,99 USING WS-MGAR-MAX(8) LINE 18 COL 47
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC Z9,99 USING WS-MGAR-TAUX(8) LINE 18 COL 63
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC X(4) USING WS-MGAR-CATEGORIE(8) LINE 18 COL 71
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.

           05 PIC X(6) USING WS-MGAR-CODE(9) LINE 19 COL 20
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC ZZZZZZZZ9,99 USING WS-MGAR-MAX(9) LINE 19 COL 47
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC Z9,99 USING WS-MGAR-TAUX(9) LINE 19 COL 63
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC X(4) USING WS-MGAR-CATEGORIE(9) LINE 19 COL 71
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.

           05 PIC X(6) USING WS-MGAR-CODE(10) LINE 20 COL 20
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC ZZZZZZZZ9,99 USING WS-MGAR-MAX(10) LINE 20 COL 47
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC Z9,99 USING WS-MGAR-TAUX(10) LINE 20 COL 63
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
           05 PIC X(4) USING WS-MGAR-CATEGORIE(10) LINE 20 COL 71
              BACKGROUND-COLOR IS 0 FOREGROUND-COLOR IS 7.
