      *> HABFD.cpy - Ligne de la table des habilitations : un
      *> opérateur, un blanc, une action qu'il est autorisé à
      *> lancer. Une ligne par couple opérateur/action ; les lignes
      *> commençant par '*' sont des commentaires.
       FD  FICHIER-HABILITATION.
       01  WS-HAB-RECORD.
           05  WS-HAB-REC-OPERATEUR  PIC X(08).
           05  FILLER                PIC X(01).
           05  WS-HAB-REC-ACTION     PIC X(20).
