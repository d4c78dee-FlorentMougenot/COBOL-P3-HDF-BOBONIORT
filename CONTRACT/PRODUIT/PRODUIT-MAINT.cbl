      *> sont ignorees et le compteur est recalcule a chaque sauvegarde.
      *> Une ligne dont la borne maximum est inferieure a la borne
      *> minimum est refusee (fiche non sauvegardee).
      *> Chaque ligne porte aussi la categorie fiscale et le taux de
      *> TSCA de la garantie ; une ligne sans categorie est refusee de
      *> meme (une garantie exoneree se declare par sa categorie, taux
      *> zero).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUIT-MAINT.

               10  WS-MGAR-CODE              PIC X(6).
               10  WS-MGAR-MIN               PIC 9(9)V99.
               10  WS-MGAR-MAX               PIC 9(9)V99.
               10  WS-MGAR-CATEGORIE         PIC X(4).
               10  WS-MGAR-TAUX              PIC 9(2)V99.

       01  WS-FICHE-EXISTANTE            PIC X(1).
           88  WS-FICHE-EXISTE               VALUE 'O'.
       2100-VIDER-LIGNE.
           MOVE SPACES TO WS-MGAR-CODE(WS-MGAR-IDX)
           MOVE ZERO TO WS-MGAR-MIN(WS-MGAR-IDX)
           MOVE ZERO TO WS-MGAR-MAX(WS-MGAR-IDX)
           MOVE SPACES TO WS-MGAR-CATEGORIE(WS-MGAR-IDX)
           MOVE ZERO TO WS-MGAR-TAUX(WS-MGAR-IDX).

       2200-CHARGER-LIGNE.
           MOVE PRO-GAR-CODE(WS-MGAR-IDX) TO WS-MGAR-CODE(WS-MGAR-IDX)
           MOVE PRO-GAR-CAPITAL-MIN(WS-MGAR-IDX)
               TO WS-MGAR-MIN(WS-MGAR-IDX)
           MOVE PRO-GAR-CAPITAL-MAX(WS-MGAR-IDX)
               TO WS-MGAR-MAX(WS-MGAR-IDX)
           MOVE PRO-GAR-CATEGORIE-TAXE(WS-MGAR-IDX)
               TO WS-MGAR-CATEGORIE(WS-MGAR-IDX)
           MOVE PRO-GAR-TAUX-TAXE(WS-MGAR-IDX)
               TO WS-MGAR-TAUX(WS-MGAR-IDX).

       3000-EDITER-FICHE.
           DISPLAY PRODUIT-DETAIL-SCREEN
                       WS-MGAR-CODE(WS-MGAR-IDX)
                       " : FICHE NON SAUVEGARDEE"
               END-IF
               IF WS-MGAR-CODE(WS-MGAR-IDX) NOT = SPACES
                   AND WS-MGAR-CATEGORIE(WS-MGAR-IDX) = SPACES
                   MOVE 'N' TO WS-LIGNES-COHERENTES
                   DISPLAY "CATEGORIE DE TAXE VIDE SUR LA GARANTIE "
                       WS-MGAR-CODE(WS-MGAR-IDX)
                       " : FICHE NON SAUVEGARDEE"
               END-IF
           END-PERFORM.

      *> Les lignes au code vide sont tassees en tete de la fiche pour
               MOVE SPACES TO PRO-GAR-CODE(WS-MGAR-IDX)
               MOVE ZERO TO PRO-GAR-CAPITAL-MIN(WS-MGAR-IDX)
               MOVE ZERO TO PRO-GAR-CAPITAL-MAX(WS-MGAR-IDX)
               MOVE SPACES TO PRO-GAR-CATEGORIE-TAXE(WS-MGAR-IDX)
               MOVE ZERO TO PRO-GAR-TAUX-TAXE(WS-MGAR-IDX)
           END-PERFORM
           MOVE ZERO TO WS-NB-LIGNES-VALIDES
           PERFORM VARYING WS-MGAR-IDX FROM 1 BY 1
                       TO PRO-GAR-CAPITAL-MIN(WS-NB-LIGNES-VALIDES)
                   MOVE WS-MGAR-MAX(WS-MGAR-IDX)
                       TO PRO-GAR-CAPITAL-MAX(WS-NB-LIGNES-VALIDES)
                   MOVE WS-MGAR-CATEGORIE(WS-MGAR-IDX)
                       TO PRO-GAR-CATEGORIE-TAXE(WS-NB-LIGNES-VALIDES)
                   MOVE WS-MGAR-TAUX(WS-MGAR-IDX)
                       TO PRO-GAR-TAUX-TAXE(WS-NB-LIGNES-VALIDES)
               END-IF
           END-PERFORM
           MOVE WS-NB-LIGNES-VALIDES TO PRO-NB-GARANTIES
