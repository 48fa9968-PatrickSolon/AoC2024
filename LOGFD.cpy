      *> FILLER de séparation sont positionnés à SPACE par
      *> ECRIRE-JOURNAL (MOVE SPACES TO WS-LOG-RECORD) : un FD
      *> n'initialise pas ses champs via VALUE à chaque écriture.
      *> L'identifiant de run (cf. RUNWS.cpy) ferme chaque ligne :
      *> JOURLOG regroupe les journaux fusionnés par run.
       FD  FICHIER-JOURNAL.
       01  WS-LOG-RECORD.
           05  WS-LOG-REC-DATE     PIC 9(08).
           05  WS-LOG-REC-PROGID   PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-LOG-REC-TEXTE    PIC X(120).
           05  FILLER              PIC X(01).
           05  WS-LOG-REC-RUNID    PIC X(26).
