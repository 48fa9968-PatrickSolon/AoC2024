      *> SAVFD.cpy - Enregistrements de la sauvegarde des fichiers
      *> permanents. Les FILLER de séparation du catalogue sont
      *> positionnés à SPACE par ECRIRE-CATALOGUE-SAV (MOVE SPACES TO
      *> WS-CAT-RECORD) : un FD n'initialise pas ses champs via VALUE
      *> à chaque écriture.
      *> Catalogue (OPEN EXTEND) : une ligne par dataset d'un
      *> ensemble (type COPIE ou ABSENT au moment de la sauvegarde,
      *> compte et empreinte de la copie, DSN d'origine et DSN de la
      *> copie), puis une ligne *ENSEMBLE* COMPLET qui clôt
      *> l'ensemble : un ensemble sans cette ligne est incomplet et
      *> ne se restaure pas. Chaque restauration y ajoute une ligne
      *> *RESTAURE* (date du jour, opérateur).
       FD  FICHIER-CATALOGUE-SAV.
       01  WS-CAT-RECORD.
           05  WS-CAT-ENSEMBLE     PIC X(15).
           05  FILLER              PIC X(01).
           05  WS-CAT-TYPE         PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-CAT-ETAT         PIC X(07).
           05  FILLER              PIC X(01).
           05  WS-CAT-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-CAT-OPERATEUR    PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-CAT-NB           PIC 9(09).
           05  FILLER              PIC X(01).
           05  WS-CAT-EMPREINTE    PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-CAT-ORIGINE      PIC X(200).
           05  FILLER              PIC X(01).
           05  WS-CAT-COPIE        PIC X(200).

      *> Fichiers génériques des recopies ligne à ligne (le plus
      *> large des fichiers permanents est le fichier de reprise).
       FD  FICHIER-SAV-SOURCE.
       01  WS-SAV-SOURCE-RECORD    PIC X(1024).

       FD  FICHIER-SAV-CIBLE.
       01  WS-SAV-CIBLE-RECORD     PIC X(1024).

      *> Référentiel des lieux : même disposition que
      *> WS-MASTER-RECORD de JOUR1, vu ici comme clé + reste ; sa
      *> copie est une image séquentielle d'une ligne par entrée.
       FD  FICHIER-SAV-MASTER.
       01  WS-SAV-MASTER-RECORD.
           05  SAV-MST-ID          PIC 9(05).
           05  SAV-MST-RESTE       PIC X(36).

      *> Statut par clé de JOUR2 : même disposition que
      *> FICHIER-STATUT-CLE (clé puis 45 octets de suivi), copié lui
      *> aussi en image séquentielle.
       FD  FICHIER-SAV-CLES.
       01  WS-SAV-CLES-RECORD.
           05  SAV-CLE-ID          PIC X(08).
           05  SAV-CLE-RESTE       PIC X(45).
