      *> MANSEL.cpy - Entrées FILE-CONTROL du manifeste de run (cf.
      *> MANWS.cpy et MANPR.cpy) : le manifeste lui-même, et le
      *> fichier générique relu pour calculer l'empreinte de chaque
      *> dataset inscrit.
           SELECT FICHIER-MANIFESTE ASSIGN TO DYNAMIC WS-MAN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT FICHIER-MAN-SCAN ASSIGN TO DYNAMIC WS-MAN-SCAN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-SCAN-STATUS.
