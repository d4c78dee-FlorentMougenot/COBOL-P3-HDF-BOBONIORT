      *> Zone de communication avec le sous-programme SECURITE-JOURNAL :
      *> le programme appelant la remplit puis appelle SECURITE-JOURNAL,
      *> qui pose lui-meme l'horodatage et ecrit l'enregistrement sur le
      *> journal de securite.
       01  SEC-ZONE.
           05  SEC-Z-PROGRAMME         PIC X(20).
           05  SEC-Z-ID-AUTEUR         PIC X(8).
           05  SEC-Z-ID-OPERATEUR      PIC X(8).
           05  SEC-Z-EVENEMENT         PIC X(4).
           05  SEC-Z-DETAIL            PIC X(40).
