      *> Ecrans de maintenance du referentiel adherent : selection de
      *> l'identifiant, puis edition de l'etat civil et des coordonnees,
      *> puis mandat de prelevement SEPA (signature ou revocation).
       01  ADHERENT-SELECTION-SCREEN FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(182) VALUE ' ' LINE 4 COL 10
           BACKGROUND-COLOR IS 2.
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'IBAN (vide = pas de prelev.) :' LINE 21 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(34) USING WS-IBAN-ADHERENT
           COL 52
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

       01  ADHERENT-MANDAT-SCREEN FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(182) VALUE ' ' LINE 4 COL 10
           BACKGROUND-COLOR IS 2.

           05 FILLER PIC X(30) VALUE 'MANDAT DE PRELEVEMENT SEPA' LINE 5 COL 20
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(30) VALUE 'Identifiant                  :' LINE 7 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(10) FROM WS-ID-ADHERENT-MAINT
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'IBAN de la fiche             :' LINE 9 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(34) FROM WS-IBAN-ADHERENT
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'RUM                          :' LINE 11 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(35) FROM WS-RUM-MANDAT
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Statut                       :' LINE 13 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(12) FROM WS-STATUT-MANDAT
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Sequence (FRST/RCUR)         :' LINE 15 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(4) FROM WS-SEQUENCE-MANDAT
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Date revocation (AAAAMMJJ)   :' LINE 17 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(8) FROM WS-DATE-REVOCATION-MANDAT
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'Date signature (AAAAMMJJ)    :' LINE 19 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC 9(8) USING WS-DATE-SIGNATURE-MANDAT
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.

           05 FILLER PIC X(30) VALUE 'S=signer R=revoquer vide=fin :' LINE 21 COL 20
           FOREGROUND-COLOR IS 2.
           05 PIC X(1) USING WS-ACTION-MANDAT
           COL 52
           BACKGROUND-COLOR IS 0
           FOREGROUND-COLOR IS 7.
