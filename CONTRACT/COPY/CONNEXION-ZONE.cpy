      *> Zone de communication avec le sous-programme de connexion
      *> OPERATEUR-CONNEXION : l'appelant y pose l'identifiant saisi et
      *> son propre nom de programme (repris sur le journal de
      *> securite) ; le sous-programme rend l'issue de la connexion.
      *> Referentiel indisponible : l'appelant garde son comportement
      *> d'avant la mise en place des mots de passe.
       01  CNX-ZONE.
           05  CNX-Z-ID-OPERATEUR      PIC X(8).
           05  CNX-Z-PROGRAMME         PIC X(20).
           05  CNX-Z-RESULTAT          PIC X(1).
               88  CNX-Z-ACCEPTEE         VALUE 'O'.
               88  CNX-Z-REFUSEE          VALUE 'N'.
               88  CNX-Z-REFERENTIEL-ABSENT VALUE 'I'.
