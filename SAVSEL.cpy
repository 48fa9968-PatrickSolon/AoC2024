      *> SAVSEL.cpy - Entrées FILE-CONTROL de la sauvegarde des
      *> fichiers permanents de la suite (cf. SAVWS.cpy et
      *> SAVPR.cpy) : catalogue des ensembles de sauvegarde, fichier
      *> générique source/cible des recopies, et les deux fichiers
      *> indexés de l'ensemble : référentiel des lieux de JOUR1 et
      *> statut par clé de JOUR2.
           SELECT FICHIER-CATALOGUE-SAV ASSIGN TO DYNAMIC
               WS-SAV-CATALOGUE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAV-CATALOGUE-STATUS.
           SELECT FICHIER-SAV-SOURCE ASSIGN TO DYNAMIC
               WS-SAV-SOURCE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAV-SOURCE-STATUS.
           SELECT FICHIER-SAV-CIBLE ASSIGN TO DYNAMIC
               WS-SAV-CIBLE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAV-CIBLE-STATUS.
           SELECT FICHIER-SAV-MASTER ASSIGN TO DYNAMIC
               WS-SAV-MASTER-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAV-MST-ID
               FILE STATUS IS WS-SAV-MASTER-STATUS.
           SELECT FICHIER-SAV-CLES ASSIGN TO DYNAMIC
               WS-SAV-CLES-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAV-CLE-ID
               FILE STATUS IS WS-SAV-CLES-STATUS.
