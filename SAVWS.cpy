      *> SAVWS.cpy - Zones de la sauvegarde des fichiers permanents de
      *> la suite, partagées par JOURSAV (sauvegarde) et JOURRST
      *> (restauration). Les fichiers permanents ne se reproduisent
      *> pas en relançant la chaîne : référentiel des lieux de JOUR1,
      *> référentiel des règles et registre des générations de JOUR5,
      *> grand livre et registre des clôtures de JOUR3, fichier de
      *> reprise, fichier des publications, état et acquittements des
      *> alertes de JOURALR, état des pas de JOURCTL, registre des
      *> entrées de la chaîne (cf. REGWS.cpy), statut par clé de
      *> JOUR2, historique d'usage des règles de JOUR5, revue des
      *> multiplications, visas et piste d'audit des ajustements de
      *> JOUR3, historique des émissions de JOURBI, historique des
      *> volumes de JOURFAC et historique des parts de JOUR1 tenu
      *> par JOURALR. Chacun est
      *> résolu par la même variable d'environnement et le même
      *> défaut que son producteur (cf. INITIALISER-PERSISTANTS).
      *> Un ensemble de sauvegarde est identifié par "S" suivi de la
      *> date et de l'heure de la sauvegarde (AAAAMMJJHHMMSS) ; la
      *> copie de chaque fichier est rangée dans le répertoire
      *> AOC_SAUVEGARDE_REPERTOIRE (à créer par l'exploitation) sous
      *> le nom <ensemble>.<type>, et inscrite au catalogue
      *> AOC_SAUVEGARDES_DSN (cf. SAVFD.cpy).
       01  WS-SAV-CATALOGUE-DSN      PIC X(200) VALUE SPACES.
       01  WS-SAV-CATALOGUE-DEFAUT   PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/catalogue_sauvegardes.dat".
       01  WS-SAV-CATALOGUE-STATUS   PIC X(02) VALUE '00'.
       01  WS-SAV-REPERTOIRE         PIC X(200) VALUE SPACES.
       01  WS-SAV-REPERTOIRE-DEFAUT  PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/sauvegardes".
       01  WS-SAV-SOURCE-DSN         PIC X(200) VALUE SPACES.
       01  WS-SAV-SOURCE-STATUS      PIC X(02) VALUE '00'.
       01  WS-SAV-CIBLE-DSN          PIC X(200) VALUE SPACES.
       01  WS-SAV-CIBLE-STATUS       PIC X(02) VALUE '00'.
       01  WS-SAV-MASTER-DSN         PIC X(200) VALUE SPACES.
       01  WS-SAV-MASTER-STATUS      PIC X(02) VALUE '00'.
       01  WS-SAV-CLES-DSN           PIC X(200) VALUE SPACES.
       01  WS-SAV-CLES-STATUS        PIC X(02) VALUE '00'.
       01  WS-SAV-ENSEMBLE           PIC X(15) VALUE SPACES.
       01  WS-SAV-TYPE-W             PIC X(12) VALUE SPACES.
       01  WS-SAV-NB-LIGNES          PIC 9(09) VALUE ZERO.
       01  WS-SAV-SOURCE-FLAG        PIC 9 VALUE 0.
           88  SAV-SOURCE-PRESENTE       VALUE 1.
           88  SAV-SOURCE-ABSENTE        VALUE 0.
       01  WS-SAV-EOF                PIC 9 VALUE 0.
           88  FIN-SAV                   VALUE 1.
           88  NOT-FIN-SAV               VALUE 0.
      *> Table des fichiers permanents : type (suffixe de la copie),
      *> variable d'environnement, défaut et DSN résolu. JOURRST
      *> dimensionne sa table d'ensemble sur le même plafond.
       01  WS-SAV-NB-PERSISTANTS     PIC 9(02) VALUE 19.
       01  WS-SAV-IDX                PIC 9(02) VALUE ZERO.
       01  TABLE-PERSISTANTS.
           05  PRS-ENTRY OCCURS 19.
               10  PRS-TYPE          PIC X(12).
               10  PRS-ENV           PIC X(30).
               10  PRS-DEFAUT        PIC X(200).
               10  PRS-DSN           PIC X(200).
