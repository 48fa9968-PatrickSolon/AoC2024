      *> REGSEL.cpy - Entrées FILE-CONTROL du registre des entrées
      *> (cf. REGWS.cpy et REGPR.cpy) : le registre lui-même, et le
      *> fichier générique source/cible de la copie d'archive.
           SELECT FICHIER-REGISTRE-ENTREES ASSIGN TO DYNAMIC
               WS-REG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT FICHIER-REG-SOURCE ASSIGN TO DYNAMIC
               WS-REG-SOURCE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-SOURCE-STATUS.
           SELECT FICHIER-REG-ARCHIVE ASSIGN TO DYNAMIC
               WS-REG-ARCHIVE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-ARCHIVE-STATUS.
