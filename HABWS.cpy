      *> HABWS.cpy - Zones du contrôle des habilitations, partagé par
      *> les programmes qui portent une action de maintenance ou de
      *> forçage (purge, fusion et reconstruction du référentiel
      *> JOUR1, ROLLBACK de JOUR5MNT,
      *> LIBERER/RESET de JOURCKP, forçage superviseur de JOUR3 (et
      *> de ses pas d'ajustement et de clôture JOUR3ADJ, JOUR3CLO),
      *> approbation d'une tolérance stagée de JOUR2, restauration
      *> d'un ensemble de sauvegarde par JOURRST, approbation d'un
      *> retraitement de date passée par JOURCTL, acceptation
      *> forcée d'un extrait en doublon, cf. REGWS.cpy, extrait
      *> masqué des entrées de production par JOURMSQ). La table
      *> partagée (AOC_HABILITATIONS_DSN) donne, par identifiant
      *> d'opérateur, les actions qu'il peut lancer :
      *>   JOUR1MNT-PURGE     JOUR5MNT-ROLLBACK  JOURCKP-LIBERER
      *>   JOURCKP-RESET      JOUR3-SUPERVISEUR  JOUR2-TOLERANCE
      *>   JOURRST-RESTAURER  JOURCTL-RETRAITEMENT
      *>   AOC-DOUBLON        JOURMSQ-EXTRAIRE   JOUR1MNT-FUSION
      *>   JOUR1MNT-RECONS
      *> L'opérateur du run est lu dans AOC_OPERATEUR. Le programme
      *> pose WS-HAB-ACTION puis PERFORM VERIFIER-HABILITATION, qui
      *> positionne HAB-ACCORDEE ou HAB-REFUSEE et trace la décision
      *> au journal de run structuré (cf. LOGWS.cpy, déjà ouvert) avec
      *> l'opérateur ; la suite à donner à un refus reste au
      *> programme. Le contrôle est fermé par défaut : opérateur non
      *> renseigné ou table introuvable valent refus.
       01  WS-HAB-DSN            PIC X(200) VALUE SPACES.
       01  WS-HAB-DSN-DEFAUT     PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/habilitations.dat".
       01  WS-HAB-STATUS         PIC X(02) VALUE '00'.
       01  WS-HAB-OPERATEUR      PIC X(08) VALUE SPACES.
       01  WS-HAB-ACTION         PIC X(20) VALUE SPACES.
       01  WS-HAB-MOTIF          PIC X(24) VALUE SPACES.
       01  WS-HAB-RESULTAT       PIC X(01) VALUE 'N'.
           88  HAB-ACCORDEE          VALUE 'O'.
           88  HAB-REFUSEE           VALUE 'N'.
       01  WS-HAB-FICHIER        PIC 9 VALUE 0.
           88  FIN-HABILITATION      VALUE 1.
           88  NOT-FIN-HABILITATION  VALUE 0.
