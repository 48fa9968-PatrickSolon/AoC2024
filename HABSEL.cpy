      *> HABSEL.cpy - Entrée FILE-CONTROL de la table des
      *> habilitations des opérateurs (cf. HABWS.cpy et HABPR.cpy).
           SELECT FICHIER-HABILITATION ASSIGN TO DYNAMIC WS-HAB-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HAB-STATUS.
