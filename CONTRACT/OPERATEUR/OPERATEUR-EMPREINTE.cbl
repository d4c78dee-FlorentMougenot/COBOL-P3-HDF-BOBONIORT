       >>SOURCE FORMAT FREE
      *> Calcul de l'empreinte d'un mot de passe operateur. Seule
      *> l'empreinte est conservee sur OPERATF : a la connexion, le mot
      *> de passe saisi est passe ici et le resultat compare a celui du
      *> compte. L'identifiant operateur est place devant le mot de
      *> passe (sel) pour que deux comptes au meme mot de passe n'aient
      *> pas la meme empreinte.
      *> Chaque caractere est remplace par son rang dans la table des
      *> caracteres admis, puis la chaine est brassee WS-NB-TOURS fois
      *> dans deux accumulateurs reduits modulo deux nombres premiers
      *> voisins du milliard ; les deux restes, cote a cote, forment
      *> l'empreinte de 18 chiffres. Les tours repetes ralentissent un
      *> essai systematique de mots de passe sur une copie du fichier.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATEUR-EMPREINTE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Caracteres admis dans un mot de passe ; tout autre caractere
      *> prend le rang qui suit le dernier de la table.
       01  WS-CARACTERES-ADMIS.
           05  FILLER                    PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  FILLER                    PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05  FILLER                    PIC X(10) VALUE '0123456789'.
           05  FILLER                    PIC X(26)
               VALUE '!#$%&()*+,-./:;<=>?@[]_{}~'.
       01  WS-CHAINE                     PIC X(28).
       01  WS-TABLE-RANGS.
           05  WS-RANG OCCURS 28 TIMES   PIC 9(2).
       01  WS-POS                        PIC 9(2).
       01  WS-TOUR                       PIC 9(3).
       01  WS-NB-TOURS                   PIC 9(3) VALUE 250.
       01  WS-CAR                        PIC X(1).

       01  WS-PREMIER-1                  PIC 9(9) VALUE 999999937.
       01  WS-PREMIER-2                  PIC 9(9) VALUE 999999929.
       01  WS-ACCU-1                     PIC 9(9).
       01  WS-ACCU-2                     PIC 9(9).
       01  WS-CALCUL                     PIC 9(13).
       01  WS-QUOTIENT                   PIC 9(13).

       01  WS-EMPREINTE.
           05  WS-EMP-ACCU-1             PIC 9(9).
           05  WS-EMP-ACCU-2             PIC 9(9).

       LINKAGE SECTION.
       01  LK-ID-OPERATEUR               PIC X(8).
       01  LK-MOT-DE-PASSE               PIC X(20).
       01  LK-EMPREINTE                  PIC X(18).

       PROCEDURE DIVISION USING LK-ID-OPERATEUR LK-MOT-DE-PASSE
           LK-EMPREINTE.
       0000-DEBUT.
           MOVE LK-ID-OPERATEUR TO WS-CHAINE(1:8)
           MOVE LK-MOT-DE-PASSE TO WS-CHAINE(9:20)
           PERFORM 1000-CODER-CARACTERE
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > 28
           MOVE 5381 TO WS-ACCU-1
           MOVE 52711 TO WS-ACCU-2
           PERFORM 2000-BRASSER-TOUR
               VARYING WS-TOUR FROM 1 BY 1
               UNTIL WS-TOUR > WS-NB-TOURS
           MOVE WS-ACCU-1 TO WS-EMP-ACCU-1
           MOVE WS-ACCU-2 TO WS-EMP-ACCU-2
           MOVE WS-EMPREINTE TO LK-EMPREINTE
           GOBACK.

       1000-CODER-CARACTERE.
           MOVE WS-CHAINE(WS-POS:1) TO WS-CAR
           MOVE ZERO TO WS-RANG(WS-POS)
           IF WS-CAR NOT = SPACE
               INSPECT WS-CARACTERES-ADMIS TALLYING WS-RANG(WS-POS)
                   FOR CHARACTERS BEFORE INITIAL WS-CAR
               ADD 1 TO WS-RANG(WS-POS)
           END-IF.

      *> Un tour : chaque caractere est melange aux deux accumulateurs,
      *> puis le second est reporte dans le premier pour que les deux
      *> moities de l'empreinte dependent l'une de l'autre.
       2000-BRASSER-TOUR.
           PERFORM 2100-BRASSER-CARACTERE
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > 28
           COMPUTE WS-CALCUL = WS-ACCU-1 + WS-ACCU-2 + WS-TOUR
           DIVIDE WS-CALCUL BY WS-PREMIER-1
               GIVING WS-QUOTIENT REMAINDER WS-ACCU-1.

       2100-BRASSER-CARACTERE.
           COMPUTE WS-CALCUL =
               WS-ACCU-1 * 131 + WS-RANG(WS-POS) + WS-POS
           DIVIDE WS-CALCUL BY WS-PREMIER-1
               GIVING WS-QUOTIENT REMAINDER WS-ACCU-1
           COMPUTE WS-CALCUL =
               WS-ACCU-2 * 257 + WS-RANG(WS-POS) * WS-POS + WS-TOUR
           DIVIDE WS-CALCUL BY WS-PREMIER-2
               GIVING WS-QUOTIENT REMAINDER WS-ACCU-2.
