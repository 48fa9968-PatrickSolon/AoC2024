      *> PANFD.cpy - Enregistrement de la liste des panneaux : une
      *> ligne par panneau, "ID DSN-GRILLE" (identifiant de 8
      *> caractères au plus, puis le dataset de sa grille). Les
      *> lignes blanches et celles commençant par '*' sont des
      *> commentaires.
       FD  FICHIER-PANNEAUX.
       01  WS-PAN-LISTE-RECORD     PIC X(220).
