      *> REGFD.cpy - Enregistrement du registre des entrées : une
      *> ligne par entrée consommée - date de traitement, programme,
      *> nature (EXTRAIT, REFERENCE), statut (ACCEPTE, REFUSE,
      *> FORCE), nombre d'enregistrements, empreinte du contenu,
      *> horodatage de l'inscription (AAAAMMJJHHMMSS), DSN lu puis
      *> DSN de la copie d'archive (à blanc pour un refus). Les
      *> FILLER de séparation sont positionnés à SPACE par
      *> ECRIRE-REGISTRE-ENTREE (MOVE SPACES TO WS-REG-RECORD) : un
      *> FD n'initialise pas ses champs via VALUE à chaque écriture.
       FD  FICHIER-REGISTRE-ENTREES.
       01  WS-REG-RECORD.
           05  WS-REG-REC-DATE       PIC 9(08).
           05  FILLER                PIC X(01).
           05  WS-REG-REC-PROGID     PIC X(08).
           05  FILLER                PIC X(01).
           05  WS-REG-REC-NATURE     PIC X(09).
           05  FILLER                PIC X(01).
           05  WS-REG-REC-STATUT     PIC X(07).
           05  FILLER                PIC X(01).
           05  WS-REG-REC-NB         PIC 9(09).
           05  FILLER                PIC X(01).
           05  WS-REG-REC-EMPREINTE  PIC 9(10).
           05  FILLER                PIC X(01).
           05  WS-REG-REC-HORODATE   PIC 9(14).
           05  FILLER                PIC X(01).
           05  WS-REG-REC-DSN        PIC X(200).
           05  FILLER                PIC X(01).
           05  WS-REG-REC-ARCHIVE    PIC X(200).
      *> Fichiers génériques de la copie d'archive : toute ligne des
      *> entrées de la chaîne y tient (la plus longue, le flux
      *> d'instructions de JOUR3, fait 20000 caractères).
       FD  FICHIER-REG-SOURCE.
       01  WS-REG-SOURCE-RECORD      PIC X(20000).

       FD  FICHIER-REG-ARCHIVE.
       01  WS-REG-ARCHIVE-RECORD     PIC X(20000).
