      *> PANSEL.cpy - Entrée FILE-CONTROL de la liste des panneaux
      *> capteurs partagée par JOUR4, JOUR4-2 et JOUR4CLU (cf.
      *> PANWS.cpy et PANPR.cpy).
           SELECT FICHIER-PANNEAUX ASSIGN TO DYNAMIC WS-PAN-LISTE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAN-LISTE-STATUS.
