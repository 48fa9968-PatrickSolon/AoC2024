      *> MANFD.cpy - Enregistrement du manifeste de run : une ligne
      *> par dataset ouvert - date du run, programme, rôle (ENTREE,
      *> SORTIE, HISTORIQUE), nombre d'enregistrements, empreinte du
      *> contenu, horodatages d'ouverture et de fermeture
      *> (AAAAMMJJHHMMSS), puis le DSN et l'identifiant du run qui a
      *> inscrit la ligne (cf. RUNWS.cpy). Les FILLER de
      *> séparation sont positionnés à SPACE par ECRIRE-MANIFESTE
      *> (MOVE SPACES TO WS-MAN-RECORD) : un FD n'initialise pas ses
      *> champs via VALUE à chaque écriture.
       FD  FICHIER-MANIFESTE.
       01  WS-MAN-RECORD.
           05  WS-MAN-REC-DATE       PIC 9(08).
           05  FILLER                PIC X(01).
           05  WS-MAN-REC-PROGID     PIC X(08).
           05  FILLER                PIC X(01).
           05  WS-MAN-REC-ROLE       PIC X(10).
           05  FILLER                PIC X(01).
           05  WS-MAN-REC-NB         PIC 9(09).
           05  FILLER                PIC X(01).
           05  WS-MAN-REC-EMPREINTE  PIC 9(10).
           05  FILLER                PIC X(01).
           05  WS-MAN-REC-OUVERTURE  PIC 9(14).
           05  FILLER                PIC X(01).
           05  WS-MAN-REC-FERMETURE  PIC 9(14).
           05  FILLER                PIC X(01).
           05  WS-MAN-REC-DSN        PIC X(200).
           05  FILLER                PIC X(01).
           05  WS-MAN-REC-RUNID      PIC X(26).
      *> Fichier générique relu pour l'empreinte : toute ligne des
      *> datasets de la suite y tient (les plus longues, les lignes
      *> d'entrée de JOUR3, font jusqu'à 20000 caractères, cf.
      *> LIGNE-TEXTE).
       FD  FICHIER-MAN-SCAN.
       01  WS-MAN-SCAN-RECORD        PIC X(20000).
