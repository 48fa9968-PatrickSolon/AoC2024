       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURMSQ.

      *> Extrait masqué des entrées de production pour la recette
      *> JOURCMP : le jeu d'entrée figé du run doré ne couvre ni les
      *> préfixes site de JOUR1, ni le mode liste de JOUR3, ni les
      *> canaux, ni les blocs multiples de JOUR5, et les entrées de
      *> production ne peuvent pas être recopiées telles quelles
      *> (identifiants de lieu et clés rapport sont sensibles).
      *> Paramètres :
      *>   JOURMSQ_TAUX        part échantillonnée de chaque extrait,
      *>                       en pour cent (1 à 100, 10 par défaut)
      *>   JOURMSQ_GRAINE      graine du masquage (7 chiffres au
      *>                       plus, 0 par défaut), tenue par
      *>                       l'exploitation
      *>   JOURMSQ_REPERTOIRE  répertoire des entrées de recette
      *>   JOURMSQ_SORTIES_REPERTOIRE / JOURMSQ_REFERENCE_REPERTOIRE
      *>                       sorties du run d'essai et copies de
      *>                       référence, reportées au manifeste
      *>   JOURMSQ_MANIFESTE_DSN  manifeste JOURCMP produit
      *>   AOC_OPERATEUR       opérateur, habilité à l'action
      *>                       JOURMSQ-EXTRAIRE (cf. HABWS.cpy) : le
      *>                       pas lit des données de production
      *> Chaque entrée est résolue par la même variable
      *> d'environnement et le même défaut que le programme qui la
      *> lit : extraits du jour de JOUR1 à JOUR5 (liste de datasets
      *> de JOUR3 et liste de panneaux de JOUR4 comprises quand
      *> elles sont posées), table des renumérotations de JOUR1 et
      *> table de correspondance clé rapport -> lieu de JOUR2LOC.
      *> Échantillon : un enregistrement sur 100/taux, régulièrement
      *> réparti et toujours le premier (pour chaque fichier, et pour
      *> chaque bloc de JOUR5, dont les lignes de séparation sont
      *> toutes gardées) ; un rapport JOUR2 et son en-tête "ID" sont
      *> pris ou laissés ensemble. Les deux tables de référence sont
      *> reprises entières.
      *> Masquage : chaque identifiant de lieu et chaque clé rapport
      *> rencontrés reçoivent un substitut à leur première
      *> apparition, puis le même partout (extrait JOUR1, table des
      *> renumérotations, extrait JOUR2, table de correspondance) :
      *> les appariements de JOUR1 et le rapprochement JOUR2LOC
      *> restent vrais sur le jeu masqué. La correspondance n'existe
      *> qu'en mémoire le temps du pas et n'est jamais écrite. Les
      *> codes site, canaux et identifiants de panneau ne sont pas
      *> sensibles et restent en clair. Une ligne dont la disposition
      *> ne permet pas de repérer les identifiants est écartée
      *> plutôt que recopiée en clair (RC 4).
      *> Enveloppe : quand la source en porte une, l'en-tête ENTETE
      *> est repris tel quel (source et date métier : le run de
      *> recette pose AOC_ENVELOPPE_DATE sur cette date) et la
      *> remorque FIN est recalculée sur l'échantillon.
      *> Manifeste : pour chaque programme dont l'entrée a été
      *> extraite, une ligne par sortie de contrôle (bilan,
      *> sommaire, comptes rendus clés) au format de JOURCMP, sortie
      *> du run d'essai <sorties>/Jn/<fichier> contre copie de
      *> référence <reference>/Jn/<fichier>. Les totaux de contrôle
      *> des sources de JOUR3 ne valent plus pour un échantillon : le
      *> run de recette pose JOUR3_CONTROLES_DSN sur un dataset
      *> absent.
      *> Aucune entrée trouvée : RC 16 ; opérateur non habilité :
      *> RC 12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-MSQ-SOURCE ASSIGN TO DYNAMIC
               WS-MSQ-SOURCE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSQ-SOURCE-STATUS.
           SELECT FICHIER-MSQ-CIBLE ASSIGN TO DYNAMIC
               WS-MSQ-CIBLE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSQ-CIBLE-STATUS.
           SELECT FICHIER-MANIFESTE-CMP ASSIGN TO DYNAMIC
               WS-MANIFESTE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFESTE-STATUS.
           COPY LOGSEL.
           COPY HABSEL.

       DATA DIVISION.
       FILE SECTION.
      *> Fichiers génériques de l'extraction : toute ligne des
      *> entrées de la chaîne y tient (la plus longue, le flux
      *> d'instructions de JOUR3, fait 20000 caractères).
       FD  FICHIER-MSQ-SOURCE.
       01  WS-MSQ-SOURCE-RECORD     PIC X(20000).

       FD  FICHIER-MSQ-CIBLE.
       01  WS-MSQ-CIBLE-RECORD      PIC X(20000).

       FD  FICHIER-MANIFESTE-CMP.
      *> Même disposition que le manifeste lu par JOURCMP :
      *> "NOM DSN-COURANT DSN-REFERENCE REGLE".
       01  WS-MANIFESTE-RECORD      PIC X(650).

       COPY LOGFD.
       COPY HABFD.

       WORKING-STORAGE SECTION.
       01  WS-MSQ-SOURCE-DSN    PIC X(200) VALUE SPACES.
       01  WS-MSQ-SOURCE-STATUS PIC X(02) VALUE '00'.
       01  WS-MSQ-CIBLE-DSN     PIC X(200) VALUE SPACES.
       01  WS-MSQ-CIBLE-STATUS  PIC X(02) VALUE '00'.
       01  WS-MANIFESTE-DSN     PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-MANIFESTE-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/recette/manifeste.cmp".
       01  WS-MANIFESTE-STATUS  PIC X(02) VALUE '00'.
       01  WS-REPERTOIRE        PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-REPERTOIRE PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/recette/entrees".
       01  WS-SORTIES-REP       PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-SORTIES-REP PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/recette/sorties".
       01  WS-REFERENCE-REP     PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-REFERENCE-REP PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/recette/reference".

       01  WS-TAUX-X            PIC X(10) VALUE SPACES.
       01  WS-TAUX              PIC 9(03) VALUE 10.
       01  WS-GRAINE-X          PIC X(10) VALUE SPACES.
       01  WS-GRAINE            PIC 9(07) VALUE 0.
       01  WS-RUN-DATE          PIC 9(08) VALUE 0.
       01  WS-RC-SAUVE          PIC S9(09) VALUE 0.

      *> Entrées de la chaîne : type (libellé des messages et format
      *> de masquage), variable d'environnement et défaut du
      *> programme lecteur, DSN résolu, nom de la copie de recette,
      *> échantillonnage (N pour les tables de référence, reprises
      *> entières) et résultat de l'extraction.
       01  WS-NB-ENTREES        PIC 9(02) VALUE 7.
       01  WS-ENT-IDX           PIC 9(02) VALUE 0.
       01  TABLE-ENTREES.
           05  ENT-ENTRY OCCURS 7.
               10  ENT-TYPE         PIC X(08).
               10  ENT-ENV          PIC X(30).
               10  ENT-DEFAUT       PIC X(200).
               10  ENT-DSN          PIC X(200).
               10  ENT-CIBLE        PIC X(40).
               10  ENT-ECHANTILLON  PIC X(01).
               10  ENT-EXTRAITE     PIC X(01).

      *> Liste de datasets de JOUR3 ou de panneaux de JOUR4 : les
      *> fichiers listés sont extraits un à un, puis la liste est
      *> réécrite sur les copies.
       01  WS-LST-DSN           PIC X(200) VALUE SPACES.
       01  WS-MAX-LISTE         PIC 9(02) VALUE 50.
       01  WS-NB-LISTE          PIC 9(02) VALUE 0.
       01  WS-LST-IDX           PIC 9(02) VALUE 0.
       01  TABLE-LISTE.
           05  LST-ENTRY OCCURS 50.
               10  LST-ID           PIC X(08).
               10  LST-DSN          PIC X(200).
               10  LST-CIBLE        PIC X(200).
               10  LST-EXTRAIT      PIC X(01).
       01  WS-LST-ID-X          PIC X(20) VALUE SPACES.
       01  WS-LST-DSN-X         PIC X(200) VALUE SPACES.
       01  WS-LST-NUM           PIC 9(02) VALUE 0.

      *> Extraction d'un fichier : format, échantillonnage, compteurs
      *> et enveloppe.
       01  WS-MSQ-FORMAT        PIC X(08) VALUE SPACES.
       01  WS-MSQ-ECHANT        PIC X(01) VALUE SPACE.
       01  WS-MSQ-NB-LUES       PIC 9(09) VALUE 0.
       01  WS-MSQ-NB-ECRITES    PIC 9(09) VALUE 0.
       01  WS-MSQ-NB-ECARTEES   PIC 9(09) VALUE 0.
       01  WS-MSQ-FIN-X         PIC 9(09) VALUE 0.
       01  WS-NB-EXTRAITS       PIC 9(03) VALUE 0.
       01  WS-NB-ABSENTS        PIC 9(03) VALUE 0.
       01  WS-TOT-ECARTEES      PIC 9(09) VALUE 0.
       01  WS-MSQ-SOURCE-FLAG   PIC 9 VALUE 0.
           88  MSQ-SOURCE-PRESENTE  VALUE 1.
           88  MSQ-SOURCE-ABSENTE   VALUE 0.
       01  WS-MSQ-EOF           PIC 9 VALUE 0.
           88  FIN-MSQ              VALUE 1.
           88  NOT-FIN-MSQ          VALUE 0.
       01  WS-MSQ-ENV-FLAG      PIC 9 VALUE 0.
           88  SOURCE-ENVELOPPEE    VALUE 1.
           88  SOURCE-NUE           VALUE 0.
       01  WS-MSQ-LIGNE-FLAG    PIC 9 VALUE 0.
           88  LIGNE-RETENUE        VALUE 1.
           88  LIGNE-ECARTEE        VALUE 0.
       01  WS-MSQ-MASQUE-FLAG   PIC 9 VALUE 0.
           88  LIGNE-MASQUABLE      VALUE 1.
           88  LIGNE-NON-MASQUABLE  VALUE 0.
       01  WS-MSQ-LIGNE         PIC X(20000) VALUE SPACES.
       01  WS-MSQ-FIN-LIGNE.
           05  FILLER               PIC X(04) VALUE "FIN ".
           05  WS-MSQ-FIN-NB        PIC 9(09).

      *> Échantillonnage régulier : le cumul gagne le taux à chaque
      *> unité et l'unité est prise quand il atteint 100 ; reparti
      *> à 100, il prend toujours la première.
       01  WS-ECH-CUMUL         PIC 9(04) VALUE 0.
      *> Rapport JOUR2 entamé par son en-tête "ID" : la ligne de
      *> niveaux qui suit suit la décision prise sur l'en-tête.
       01  WS-J2-ENTAME-FLAG    PIC 9 VALUE 0.
           88  J2-RAPPORT-ENTAME    VALUE 1.
           88  J2-RAPPORT-LIBRE     VALUE 0.
       01  WS-J2-DECISION       PIC 9 VALUE 0.

      *> Correspondance des identifiants de lieu : indexée par
      *> l'identifiant réel + 1, elle porte le substitut + 1 (zéro =
      *> pas encore vu). Le k-ième identifiant rencontré reçoit
      *> (k * 7919 + graine) modulo 100000 : 7919 étant premier avec
      *> 100000, deux identifiants réels n'ont jamais le même
      *> substitut.
       01  WS-NB-IDS            PIC 9(06) VALUE 0.
       01  WS-ID-IDX            PIC 9(06) VALUE 0.
       01  TABLE-MASQUE-IDS.
           05  MSQ-ID-SUBST OCCURS 100000 PIC 9(06).
       01  WS-ID-X              PIC X(05) VALUE SPACES.
       01  WS-ID-NUM REDEFINES WS-ID-X PIC 9(05).
       01  WS-ID-SUBST          PIC 9(05) VALUE 0.
      *> Correspondance des clés rapport : la k-ième clé rencontrée
      *> devient "K" suivi de (k * 104729 + graine) modulo 10000000
      *> (104729, premier, l'est aussi avec 10000000).
       01  WS-MAX-CLES          PIC 9(04) VALUE 5000.
       01  WS-NB-CLES           PIC 9(04) VALUE 0.
       01  WS-CLE-IDX           PIC 9(04) VALUE 0.
       01  TABLE-MASQUE-CLES.
           05  MSQ-CLE-ENTRY OCCURS 5000.
               10  MSQ-CLE-REELLE   PIC X(08).
               10  MSQ-CLE-SUBST    PIC X(08).
       01  WS-CLE-X             PIC X(08) VALUE SPACES.
       01  WS-CLE-CONNUE-FLAG   PIC 9 VALUE 0.
           88  CLE-CONNUE           VALUE 1.
           88  CLE-NOUVELLE         VALUE 0.
       01  WS-CLE-SUBST.
           05  FILLER               PIC X(01) VALUE "K".
           05  WS-CLE-SUBST-NUM     PIC 9(07).
       01  WS-POS-1             PIC 9(02) VALUE 0.
       01  WS-POS-2             PIC 9(02) VALUE 0.
      *> Ligne de renumérotation JOUR1 : "ANCIEN NOUVEAU DEBUT [FIN]".
       01  WS-ALI-ANCIEN-X      PIC X(10) VALUE SPACES.
       01  WS-ALI-NOUVEAU-X     PIC X(10) VALUE SPACES.
       01  WS-ALI-DEBUT-X       PIC X(10) VALUE SPACES.
       01  WS-ALI-FIN-X         PIC X(10) VALUE SPACES.

      *> Sorties de contrôle reportées au manifeste, par programme :
      *> nom JOURCMP, chemin relatif sous les répertoires des sorties
      *> et de référence, règle de comparaison (SANSDATE pour les
      *> sommaires datés en tête de ligne).
       01  WS-NB-SORTIES        PIC 9(02) VALUE 18.
       01  WS-SOR-IDX           PIC 9(02) VALUE 0.
       01  WS-NB-LIGNES-MAN     PIC 9(03) VALUE 0.
       01  TABLE-SORTIES.
           05  SOR-ENTRY OCCURS 18.
               10  SOR-TYPE         PIC X(08).
               10  SOR-NOM          PIC X(12).
               10  SOR-CHEMIN       PIC X(40).
               10  SOR-REGLE        PIC X(08).
       01  WS-SOR-REQUIS-FLAG   PIC 9 VALUE 0.
           88  SORTIE-REQUISE       VALUE 1.
           88  SORTIE-NON-REQUISE   VALUE 0.
       01  WS-TYPE-CHERCHE      PIC X(08) VALUE SPACES.
       01  WS-TYPE-TROUVE-FLAG  PIC 9 VALUE 0.
           88  TYPE-EXTRAIT         VALUE 1.
           88  TYPE-NON-EXTRAIT     VALUE 0.

       COPY LOGWS.
       COPY RUNWS.
       COPY HABWS.
       COPY FSTATWS.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE 'JOURMSQ' TO WS-LOG-PROGID
           MOVE 'JOURMSQ_JOURNAL_DSN' TO WS-LOG-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/journal_msq.log"
              TO WS-LOG-DSN-DEFAUT
           PERFORM OUVRIR-JOURNAL
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'JOURMSQ-EXTRAIRE' TO WS-HAB-ACTION
           PERFORM VERIFIER-HABILITATION
           IF HAB-REFUSEE
              MOVE 12 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF
           PERFORM RESOUDRE-PARAMETRES
           PERFORM INITIALISER-ENTREES
           PERFORM INITIALISER-SORTIES
           MOVE 0 TO WS-NB-IDS WS-NB-CLES
           INITIALIZE TABLE-MASQUE-IDS
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "EXTRAIT TAUX " WS-TAUX " % VERS "
              FUNCTION TRIM(WS-REPERTOIRE)
              " OPERATEUR " WS-HAB-OPERATEUR
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-NB-ENTREES
              PERFORM EXTRAIRE-UNE-ENTREE
           END-PERFORM
           IF WS-NB-EXTRAITS = 0
              DISPLAY "ABEND JOURMSQ : aucune entree de production "
                      "trouvee, rien a extraire"
              MOVE 16 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF
           PERFORM ECRIRE-MANIFESTE-CMP
           DISPLAY "JOURMSQ : " WS-NB-EXTRAITS " fichier(s) extrait(s)"
                   ", " WS-NB-ABSENTS " absent(s), " WS-NB-IDS
                   " identifiant(s) et " WS-NB-CLES " cle(s) "
                   "masque(s), " WS-NB-LIGNES-MAN " ligne(s) au "
                   "manifeste " FUNCTION TRIM(WS-MANIFESTE-DSN)
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "FIN EXTRAIT FICHIERS " WS-NB-EXTRAITS
              " IDS " WS-NB-IDS " CLES " WS-NB-CLES
              " ECARTEES " WS-TOT-ECARTEES
              " MANIFESTE " WS-NB-LIGNES-MAN
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
      *> RC 4 : des lignes sans identifiants repérables ont été
      *> laissées hors du jeu de recette.
           IF WS-TOT-ECARTEES > 0
              DISPLAY "ALERTE JOURMSQ : " WS-TOT-ECARTEES
                      " ligne(s) non masquable(s) ecartee(s)"
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FERMER-JOURNAL
           GOBACK.

       RESOUDRE-PARAMETRES.
           ACCEPT WS-TAUX-X FROM ENVIRONMENT "JOURMSQ_TAUX"
           IF WS-TAUX-X NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-TAUX-X) NOT = 0
                 OR FUNCTION NUMVAL(WS-TAUX-X) < 1
                 OR FUNCTION NUMVAL(WS-TAUX-X) > 100
                 DISPLAY "ABEND JOURMSQ : JOURMSQ_TAUX ["
                         FUNCTION TRIM(WS-TAUX-X) "] hors de 1 a "
                         "100"
                 MOVE 16 TO RETURN-CODE
                 PERFORM FERMER-JOURNAL
                 STOP RUN
              END-IF
              COMPUTE WS-TAUX = FUNCTION NUMVAL(WS-TAUX-X)
           END-IF
           ACCEPT WS-GRAINE-X FROM ENVIRONMENT "JOURMSQ_GRAINE"
           IF WS-GRAINE-X NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-GRAINE-X) NOT = 0
                 OR FUNCTION NUMVAL(WS-GRAINE-X) < 0
                 OR FUNCTION NUMVAL(WS-GRAINE-X) > 9999999
                 DISPLAY "ABEND JOURMSQ : JOURMSQ_GRAINE non "
                         "numerique (7 chiffres au plus)"
                 MOVE 16 TO RETURN-CODE
                 PERFORM FERMER-JOURNAL
                 STOP RUN
              END-IF
              COMPUTE WS-GRAINE = FUNCTION NUMVAL(WS-GRAINE-X)
           END-IF
           ACCEPT WS-REPERTOIRE FROM ENVIRONMENT "JOURMSQ_REPERTOIRE"
           IF WS-REPERTOIRE = SPACES
              MOVE WS-DEFAUT-REPERTOIRE TO WS-REPERTOIRE
           END-IF
           ACCEPT WS-SORTIES-REP
              FROM ENVIRONMENT "JOURMSQ_SORTIES_REPERTOIRE"
           IF WS-SORTIES-REP = SPACES
              MOVE WS-DEFAUT-SORTIES-REP TO WS-SORTIES-REP
           END-IF
           ACCEPT WS-REFERENCE-REP
              FROM ENVIRONMENT "JOURMSQ_REFERENCE_REPERTOIRE"
           IF WS-REFERENCE-REP = SPACES
              MOVE WS-DEFAUT-REFERENCE-REP TO WS-REFERENCE-REP
           END-IF
           ACCEPT WS-MANIFESTE-DSN
              FROM ENVIRONMENT "JOURMSQ_MANIFESTE_DSN"
           IF WS-MANIFESTE-DSN = SPACES
              MOVE WS-DEFAUT-MANIFESTE-DSN TO WS-MANIFESTE-DSN
           END-IF
      *> Répertoire des entrées créé au besoin (CBL_CREATE_DIR rend
      *> un code non nul quand il existe déjà : le code retour du
      *> programme est préservé).
           MOVE RETURN-CODE TO WS-RC-SAUVE
           CALL "CBL_CREATE_DIR" USING WS-REPERTOIRE
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       INITIALISER-ENTREES.
      *> Les tables de référence passent avant les extraits qui les
      *> utilisent, sans incidence sur la correspondance (un
      *> identifiant garde son substitut quel que soit l'ordre).
           MOVE 'JOUR1'   TO ENT-TYPE(1)
           MOVE 'JOUR1_INPUT_DSN' TO ENT-ENV(1)
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/input.txt"
              TO ENT-DEFAUT(1)
           MOVE "jour1.txt" TO ENT-CIBLE(1)
           MOVE 'O' TO ENT-ECHANTILLON(1)
           MOVE 'ALIAS'   TO ENT-TYPE(2)
           MOVE 'JOUR1_ALIAS_DSN' TO ENT-ENV(2)
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/alias_lieux.par"
              TO ENT-DEFAUT(2)
           MOVE "alias_lieux.par" TO ENT-CIBLE(2)
           MOVE 'N' TO ENT-ECHANTILLON(2)
           MOVE 'JOUR2'   TO ENT-TYPE(3)
           MOVE 'JOUR2_INPUT_DSN' TO ENT-ENV(3)
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/input.txt"
              TO ENT-DEFAUT(3)
           MOVE "jour2.txt" TO ENT-CIBLE(3)
           MOVE 'O' TO ENT-ECHANTILLON(3)
           MOVE 'XREF'    TO ENT-TYPE(4)
           MOVE 'JOUR2LOC_XREF_DSN' TO ENT-ENV(4)
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/xref_lieux.dat"
              TO ENT-DEFAUT(4)
           MOVE "xref_lieux.dat" TO ENT-CIBLE(4)
           MOVE 'N' TO ENT-ECHANTILLON(4)
           MOVE 'JOUR3'   TO ENT-TYPE(5)
           MOVE 'JOUR3_INPUT_DSN' TO ENT-ENV(5)
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/input.txt"
              TO ENT-DEFAUT(5)
           MOVE "jour3.txt" TO ENT-CIBLE(5)
           MOVE 'O' TO ENT-ECHANTILLON(5)
           MOVE 'JOUR4'   TO ENT-TYPE(6)
           MOVE 'JOUR4_INPUT_DSN' TO ENT-ENV(6)
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/input.txt"
              TO ENT-DEFAUT(6)
           MOVE "jour4.txt" TO ENT-CIBLE(6)
           MOVE 'O' TO ENT-ECHANTILLON(6)
           MOVE 'JOUR5'   TO ENT-TYPE(7)
           MOVE 'JOUR5_INPUT_DSN' TO ENT-ENV(7)
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/input.txt"
              TO ENT-DEFAUT(7)
           MOVE "jour5.txt" TO ENT-CIBLE(7)
           MOVE 'O' TO ENT-ECHANTILLON(7)
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-NB-ENTREES
              MOVE SPACES TO ENT-DSN(WS-ENT-IDX)
              ACCEPT ENT-DSN(WS-ENT-IDX)
                 FROM ENVIRONMENT ENT-ENV(WS-ENT-IDX)
              IF ENT-DSN(WS-ENT-IDX) = SPACES
                 MOVE ENT-DEFAUT(WS-ENT-IDX) TO ENT-DSN(WS-ENT-IDX)
              END-IF
              MOVE 'N' TO ENT-EXTRAITE(WS-ENT-IDX)
           END-PERFORM.

       INITIALISER-SORTIES.
           MOVE 'JOUR1' TO SOR-TYPE(1)
           MOVE 'J1-RAPPORT'  TO SOR-NOM(1)
           MOVE "J1/jour1.rpt" TO SOR-CHEMIN(1)
           MOVE 'SANSDATE' TO SOR-REGLE(1)
           MOVE 'JOUR1' TO SOR-TYPE(2)
           MOVE 'J1-BILAN'    TO SOR-NOM(2)
           MOVE "J1/bilan.rpt" TO SOR-CHEMIN(2)
           MOVE 'EXACT' TO SOR-REGLE(2)
           MOVE 'JOUR1' TO SOR-TYPE(3)
           MOVE 'J1-DOUBLONS' TO SOR-NOM(3)
           MOVE "J1/doublons.rpt" TO SOR-CHEMIN(3)
           MOVE 'EXACT' TO SOR-REGLE(3)
           MOVE 'JOUR1' TO SOR-TYPE(4)
           MOVE 'J1-NONAPP'   TO SOR-NOM(4)
           MOVE "J1/non_apparies.rpt" TO SOR-CHEMIN(4)
           MOVE 'EXACT' TO SOR-REGLE(4)
           MOVE 'JOUR1' TO SOR-TYPE(5)
           MOVE 'J1-REJETS'   TO SOR-NOM(5)
           MOVE "J1/edit_rejets.rpt" TO SOR-CHEMIN(5)
           MOVE 'EXACT' TO SOR-REGLE(5)
           MOVE 'JOUR2' TO SOR-TYPE(6)
           MOVE 'J2-SOMMAIRE' TO SOR-NOM(6)
           MOVE "J2/sommaire.rpt" TO SOR-CHEMIN(6)
           MOVE 'SANSDATE' TO SOR-REGLE(6)
           MOVE 'JOUR2' TO SOR-TYPE(7)
           MOVE 'J2-BILAN'    TO SOR-NOM(7)
           MOVE "J2/bilan.rpt" TO SOR-CHEMIN(7)
           MOVE 'EXACT' TO SOR-REGLE(7)
           MOVE 'JOUR2' TO SOR-TYPE(8)
           MOVE 'J2-REJETS'   TO SOR-NOM(8)
           MOVE "J2/rejets.rpt" TO SOR-CHEMIN(8)
           MOVE 'EXACT' TO SOR-REGLE(8)
           MOVE 'JOUR2' TO SOR-TYPE(9)
           MOVE 'J2-CORRIGES' TO SOR-NOM(9)
           MOVE "J2/corriges.rpt" TO SOR-CHEMIN(9)
           MOVE 'EXACT' TO SOR-REGLE(9)
           MOVE 'XREF'  TO SOR-TYPE(10)
           MOVE 'J2-ETATLIEUX' TO SOR-NOM(10)
           MOVE "J2/etat_lieux.rpt" TO SOR-CHEMIN(10)
           MOVE 'EXACT' TO SOR-REGLE(10)
           MOVE 'JOUR3' TO SOR-TYPE(11)
           MOVE 'J3-SOMMAIRE' TO SOR-NOM(11)
           MOVE "J3/sommaire.rpt" TO SOR-CHEMIN(11)
           MOVE 'SANSDATE' TO SOR-REGLE(11)
           MOVE 'JOUR3' TO SOR-TYPE(12)
           MOVE 'J3-BILAN'    TO SOR-NOM(12)
           MOVE "J3/bilan.rpt" TO SOR-CHEMIN(12)
           MOVE 'EXACT' TO SOR-REGLE(12)
           MOVE 'JOUR4' TO SOR-TYPE(13)
           MOVE 'J4-SOMMAIRE' TO SOR-NOM(13)
           MOVE "J4/sommaire.rpt" TO SOR-CHEMIN(13)
           MOVE 'SANSDATE' TO SOR-REGLE(13)
           MOVE 'JOUR4' TO SOR-TYPE(14)
           MOVE 'J4-BILAN'    TO SOR-NOM(14)
           MOVE "J4/bilan.rpt" TO SOR-CHEMIN(14)
           MOVE 'EXACT' TO SOR-REGLE(14)
           MOVE 'JOUR4' TO SOR-TYPE(15)
           MOVE 'J4-HITLIST'  TO SOR-NOM(15)
           MOVE "J4/hitlist.txt" TO SOR-CHEMIN(15)
           MOVE 'EXACT' TO SOR-REGLE(15)
           MOVE 'JOUR5' TO SOR-TYPE(16)
           MOVE 'J5-SOMMAIRE' TO SOR-NOM(16)
           MOVE "J5/sommaire.rpt" TO SOR-CHEMIN(16)
           MOVE 'SANSDATE' TO SOR-REGLE(16)
           MOVE 'JOUR5' TO SOR-TYPE(17)
           MOVE 'J5-BILAN'    TO SOR-NOM(17)
           MOVE "J5/bilan.rpt" TO SOR-CHEMIN(17)
           MOVE 'EXACT' TO SOR-REGLE(17)
           MOVE 'JOUR5' TO SOR-TYPE(18)
           MOVE 'J5-CORRECTIO' TO SOR-NOM(18)
           MOVE "J5/audit_correction.txt" TO SOR-CHEMIN(18)
           MOVE 'EXACT' TO SOR-REGLE(18).

       EXTRAIRE-UNE-ENTREE.
      *> JOUR3 et JOUR4 passent par leur liste quand elle est posée
      *> (mêmes variables que les programmes : le mode liste y
      *> remplace l'extrait unique).
           MOVE SPACES TO WS-LST-DSN
           EVALUATE ENT-TYPE(WS-ENT-IDX)
              WHEN 'JOUR3'
                 ACCEPT WS-LST-DSN FROM ENVIRONMENT "JOUR3_LISTE_DSN"
              WHEN 'JOUR4'
                 ACCEPT WS-LST-DSN
                    FROM ENVIRONMENT "JOUR4_PANNEAUX_DSN"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE ENT-TYPE(WS-ENT-IDX)        TO WS-MSQ-FORMAT
           MOVE ENT-ECHANTILLON(WS-ENT-IDX) TO WS-MSQ-ECHANT
           IF WS-LST-DSN NOT = SPACES
              PERFORM EXTRAIRE-LISTE
           ELSE
              MOVE ENT-DSN(WS-ENT-IDX) TO WS-MSQ-SOURCE-DSN
              MOVE SPACES TO WS-MSQ-CIBLE-DSN
              STRING FUNCTION TRIM(WS-REPERTOIRE) "/"
                 FUNCTION TRIM(ENT-CIBLE(WS-ENT-IDX))
                 DELIMITED BY SIZE INTO WS-MSQ-CIBLE-DSN
              END-STRING
              PERFORM EXTRAIRE-FICHIER
              IF MSQ-SOURCE-PRESENTE
                 MOVE 'O' TO ENT-EXTRAITE(WS-ENT-IDX)
              END-IF
           END-IF.

       EXTRAIRE-LISTE.
      *> Liste JOUR3 : un DSN par ligne, lignes blanches ignorées ;
      *> liste JOUR4 : "ID DSN" par ligne, lignes blanches et
      *> commentaires '*' ignorés. Chaque fichier listé est extrait
      *> sous <répertoire>/jour3.NN.txt ou jour4.<ID>.txt, puis la
      *> liste est réécrite sur les copies (jour3.lst, jour4.lst).
           MOVE 0 TO WS-NB-LISTE
           MOVE WS-LST-DSN TO WS-MSQ-SOURCE-DSN
           OPEN INPUT FICHIER-MSQ-SOURCE
           MOVE WS-MSQ-SOURCE-STATUS TO WS-FSTAT-CODE
           MOVE WS-MSQ-SOURCE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-MSQ-SOURCE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           SET NOT-FIN-MSQ TO TRUE
           PERFORM UNTIL FIN-MSQ
              MOVE SPACES TO WS-MSQ-SOURCE-RECORD
              READ FICHIER-MSQ-SOURCE
                 AT END
                    SET FIN-MSQ TO TRUE
                 NOT AT END
                    IF WS-MSQ-SOURCE-RECORD NOT = SPACES
                       AND (WS-MSQ-FORMAT = 'JOUR3'
                            OR WS-MSQ-SOURCE-RECORD(1:1) NOT = '*')
                       PERFORM RETENIR-LIGNE-LISTE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER-MSQ-SOURCE
           PERFORM VARYING WS-LST-IDX FROM 1 BY 1
              UNTIL WS-LST-IDX > WS-NB-LISTE
              MOVE LST-DSN(WS-LST-IDX)   TO WS-MSQ-SOURCE-DSN
              MOVE LST-CIBLE(WS-LST-IDX) TO WS-MSQ-CIBLE-DSN
              PERFORM EXTRAIRE-FICHIER
              IF MSQ-SOURCE-PRESENTE
                 MOVE 'O' TO LST-EXTRAIT(WS-LST-IDX)
                 MOVE 'O' TO ENT-EXTRAITE(WS-ENT-IDX)
              ELSE
                 MOVE 'N' TO LST-EXTRAIT(WS-LST-IDX)
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-MSQ-CIBLE-DSN
           IF WS-MSQ-FORMAT = 'JOUR3'
              STRING FUNCTION TRIM(WS-REPERTOIRE) "/jour3.lst"
                 DELIMITED BY SIZE INTO WS-MSQ-CIBLE-DSN
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WS-REPERTOIRE) "/jour4.lst"
                 DELIMITED BY SIZE INTO WS-MSQ-CIBLE-DSN
              END-STRING
           END-IF
           OPEN OUTPUT FICHIER-MSQ-CIBLE
           MOVE WS-MSQ-CIBLE-STATUS TO WS-FSTAT-CODE
           MOVE WS-MSQ-CIBLE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-MSQ-CIBLE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM VARYING WS-LST-IDX FROM 1 BY 1
              UNTIL WS-LST-IDX > WS-NB-LISTE
              IF LST-EXTRAIT(WS-LST-IDX) = 'O'
                 MOVE SPACES TO WS-MSQ-CIBLE-RECORD
                 IF WS-MSQ-FORMAT = 'JOUR3'
                    MOVE LST-CIBLE(WS-LST-IDX) TO WS-MSQ-CIBLE-RECORD
                 ELSE
                    STRING FUNCTION TRIM(LST-ID(WS-LST-IDX)) " "
                       FUNCTION TRIM(LST-CIBLE(WS-LST-IDX))
                       DELIMITED BY SIZE INTO WS-MSQ-CIBLE-RECORD
                    END-STRING
                 END-IF
                 WRITE WS-MSQ-CIBLE-RECORD
              END-IF
           END-PERFORM
           CLOSE FICHIER-MSQ-CIBLE
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "LISTE " FUNCTION TRIM(WS-MSQ-FORMAT) " "
              FUNCTION TRIM(WS-LST-DSN) " : " WS-NB-LISTE
              " FICHIER(S) -> " FUNCTION TRIM(WS-MSQ-CIBLE-DSN)
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       RETENIR-LIGNE-LISTE.
           IF WS-NB-LISTE >= WS-MAX-LISTE
              DISPLAY "ABEND JOURMSQ : liste "
                      FUNCTION TRIM(WS-LST-DSN) " pleine ("
                      WS-MAX-LISTE " fichiers)"
              MOVE 16 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF
           ADD 1 TO WS-NB-LISTE
           MOVE WS-NB-LISTE TO WS-LST-NUM
           MOVE SPACES TO LST-ID(WS-NB-LISTE) LST-CIBLE(WS-NB-LISTE)
           IF WS-MSQ-FORMAT = 'JOUR3'
              MOVE WS-MSQ-SOURCE-RECORD TO LST-DSN(WS-NB-LISTE)
              STRING FUNCTION TRIM(WS-REPERTOIRE) "/jour3."
                 WS-LST-NUM ".txt"
                 DELIMITED BY SIZE INTO LST-CIBLE(WS-NB-LISTE)
              END-STRING
           ELSE
              MOVE SPACES TO WS-LST-ID-X WS-LST-DSN-X
              UNSTRING WS-MSQ-SOURCE-RECORD DELIMITED BY ALL SPACE
                 INTO WS-LST-ID-X WS-LST-DSN-X
              END-UNSTRING
              MOVE WS-LST-ID-X  TO LST-ID(WS-NB-LISTE)
              MOVE WS-LST-DSN-X TO LST-DSN(WS-NB-LISTE)
              STRING FUNCTION TRIM(WS-REPERTOIRE) "/jour4."
                 FUNCTION TRIM(WS-LST-ID-X) ".txt"
                 DELIMITED BY SIZE INTO LST-CIBLE(WS-NB-LISTE)
              END-STRING
           END-IF.

       EXTRAIRE-FICHIER.
      *> Extrait WS-MSQ-SOURCE-DSN vers WS-MSQ-CIBLE-DSN (réécrit en
      *> entier) au format WS-MSQ-FORMAT. Source absente (statut
      *> '35') : MSQ-SOURCE-ABSENTE, la cible n'est pas touchée.
           MOVE 0 TO WS-MSQ-NB-LUES WS-MSQ-NB-ECRITES
                     WS-MSQ-NB-ECARTEES
           SET MSQ-SOURCE-ABSENTE TO TRUE
           OPEN INPUT FICHIER-MSQ-SOURCE
           IF WS-MSQ-SOURCE-STATUS = '35'
              ADD 1 TO WS-NB-ABSENTS
              DISPLAY "JOURMSQ : " FUNCTION TRIM(WS-MSQ-FORMAT)
                      " absent (" FUNCTION TRIM(WS-MSQ-SOURCE-DSN)
                      ")"
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING FUNCTION TRIM(WS-MSQ-FORMAT) " ABSENT "
                 FUNCTION TRIM(WS-MSQ-SOURCE-DSN)
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
           ELSE
              MOVE WS-MSQ-SOURCE-STATUS TO WS-FSTAT-CODE
              MOVE WS-MSQ-SOURCE-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-MSQ-SOURCE" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              SET MSQ-SOURCE-PRESENTE TO TRUE
              OPEN OUTPUT FICHIER-MSQ-CIBLE
              MOVE WS-MSQ-CIBLE-STATUS TO WS-FSTAT-CODE
              MOVE WS-MSQ-CIBLE-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-MSQ-CIBLE" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              SET SOURCE-NUE TO TRUE
              SET J2-RAPPORT-LIBRE TO TRUE
              MOVE 100 TO WS-ECH-CUMUL
              SET NOT-FIN-MSQ TO TRUE
              PERFORM UNTIL FIN-MSQ
                 MOVE SPACES TO WS-MSQ-SOURCE-RECORD
                 READ FICHIER-MSQ-SOURCE
                    AT END
                       SET FIN-MSQ TO TRUE
                    NOT AT END
                       ADD 1 TO WS-MSQ-NB-LUES
                       PERFORM TRAITER-LIGNE-SOURCE
                 END-READ
              END-PERFORM
      *>      Remorque recalculée sur les seules lignes de données
      *>      écrites (l'en-tête n'y compte pas).
              IF SOURCE-ENVELOPPEE
                 COMPUTE WS-MSQ-FIN-NB = WS-MSQ-NB-ECRITES - 1
                 MOVE SPACES TO WS-MSQ-CIBLE-RECORD
                 MOVE WS-MSQ-FIN-LIGNE TO WS-MSQ-CIBLE-RECORD
                 WRITE WS-MSQ-CIBLE-RECORD
                 ADD 1 TO WS-MSQ-NB-ECRITES
              END-IF
              CLOSE FICHIER-MSQ-SOURCE
              CLOSE FICHIER-MSQ-CIBLE
              ADD 1 TO WS-NB-EXTRAITS
              ADD WS-MSQ-NB-ECARTEES TO WS-TOT-ECARTEES
              DISPLAY "JOURMSQ : " FUNCTION TRIM(WS-MSQ-FORMAT) " "
                      FUNCTION TRIM(WS-MSQ-SOURCE-DSN) " : "
                      WS-MSQ-NB-LUES " lue(s), " WS-MSQ-NB-ECRITES
                      " ecrite(s), " WS-MSQ-NB-ECARTEES
                      " non masquable(s) -> "
                      FUNCTION TRIM(WS-MSQ-CIBLE-DSN)
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING FUNCTION TRIM(WS-MSQ-FORMAT) " LUES "
                 WS-MSQ-NB-LUES " ECRITES " WS-MSQ-NB-ECRITES
                 " ECARTEES " WS-MSQ-NB-ECARTEES " "
                 FUNCTION TRIM(WS-MSQ-CIBLE-DSN)
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
           END-IF.

       TRAITER-LIGNE-SOURCE.
      *> Enveloppe de la source (cf. ENVWS.cpy) : en-tête en toute
      *> première ligne, repris tel quel ; remorque FIN ensuite,
      *> laissée de côté pour être recalculée.
           IF WS-MSQ-NB-LUES = 1
              AND WS-MSQ-SOURCE-RECORD(1:7) = "ENTETE "
              SET SOURCE-ENVELOPPEE TO TRUE
              MOVE WS-MSQ-SOURCE-RECORD TO WS-MSQ-CIBLE-RECORD
              WRITE WS-MSQ-CIBLE-RECORD
              ADD 1 TO WS-MSQ-NB-ECRITES
           ELSE
              IF SOURCE-ENVELOPPEE
                 AND WS-MSQ-SOURCE-RECORD(1:4) = "FIN "
                 CONTINUE
              ELSE
                 MOVE WS-MSQ-SOURCE-RECORD TO WS-MSQ-LIGNE
                 SET LIGNE-MASQUABLE TO TRUE
                 EVALUATE WS-MSQ-FORMAT
                    WHEN 'JOUR1'
                       PERFORM ECHANTILLONNER
                       IF LIGNE-RETENUE
                          PERFORM MASQUER-LIGNE-JOUR1
                       END-IF
                    WHEN 'ALIAS'
                       SET LIGNE-RETENUE TO TRUE
                       PERFORM MASQUER-LIGNE-ALIAS
                    WHEN 'JOUR2'
                       PERFORM TRAITER-LIGNE-JOUR2
                    WHEN 'XREF'
                       SET LIGNE-RETENUE TO TRUE
                       PERFORM MASQUER-LIGNE-XREF
                    WHEN 'JOUR5'
      *>                Une ligne non numérique en tête sépare deux
      *>                blocs (cf. Process-Record de JOUR5) : gardée,
      *>                et chaque bloc repart sur sa première ligne.
                       IF WS-MSQ-LIGNE(1:1) IS NOT NUMERIC
                          SET LIGNE-RETENUE TO TRUE
                          MOVE 100 TO WS-ECH-CUMUL
                       ELSE
                          PERFORM ECHANTILLONNER
                       END-IF
                    WHEN OTHER
                       PERFORM ECHANTILLONNER
                 END-EVALUATE
                 IF LIGNE-RETENUE
                    IF LIGNE-MASQUABLE
                       MOVE WS-MSQ-LIGNE TO WS-MSQ-CIBLE-RECORD
                       WRITE WS-MSQ-CIBLE-RECORD
                       ADD 1 TO WS-MSQ-NB-ECRITES
                    ELSE
                       ADD 1 TO WS-MSQ-NB-ECARTEES
                    END-IF
                 END-IF
              END-IF
           END-IF.

       ECHANTILLONNER.
           IF WS-MSQ-ECHANT = 'N'
              SET LIGNE-RETENUE TO TRUE
           ELSE
              IF WS-ECH-CUMUL >= 100
                 SET LIGNE-RETENUE TO TRUE
                 SUBTRACT 100 FROM WS-ECH-CUMUL
              ELSE
                 SET LIGNE-ECARTEE TO TRUE
              END-IF
              ADD WS-TAUX TO WS-ECH-CUMUL
           END-IF.

       MASQUER-LIGNE-JOUR1.
      *> Mêmes dispositions que CONTROLER-ENREGISTREMENT de JOUR1 :
      *> historique (zones en 1 et 9) ou préfixée site (zones en 5
      *> et 13). Une zone non numérique reste telle quelle, le
      *> contrôle de surface de JOUR1 la rejettera comme en
      *> production ; une ligne sans zone 1 repérable est écartée.
           EVALUATE TRUE
              WHEN WS-MSQ-LIGNE(1:5) IS NUMERIC
                 MOVE 1 TO WS-POS-1
                 MOVE 9 TO WS-POS-2
              WHEN WS-MSQ-LIGNE(1:3) NOT = SPACES
                   AND WS-MSQ-LIGNE(4:1) = SPACE
                   AND WS-MSQ-LIGNE(5:5) IS NUMERIC
                 MOVE 5 TO WS-POS-1
                 MOVE 13 TO WS-POS-2
              WHEN WS-MSQ-LIGNE = SPACES
                 MOVE 0 TO WS-POS-1 WS-POS-2
              WHEN OTHER
                 SET LIGNE-NON-MASQUABLE TO TRUE
                 MOVE 0 TO WS-POS-1 WS-POS-2
           END-EVALUATE
           IF WS-POS-1 > 0
              MOVE WS-MSQ-LIGNE(WS-POS-1:5) TO WS-ID-X
              PERFORM MASQUER-ID
              MOVE WS-ID-SUBST TO WS-MSQ-LIGNE(WS-POS-1:5)
              IF WS-MSQ-LIGNE(WS-POS-2:5) IS NUMERIC
                 MOVE WS-MSQ-LIGNE(WS-POS-2:5) TO WS-ID-X
                 PERFORM MASQUER-ID
                 MOVE WS-ID-SUBST TO WS-MSQ-LIGNE(WS-POS-2:5)
              END-IF
           END-IF.

       MASQUER-LIGNE-ALIAS.
      *> "ANCIEN NOUVEAU DEBUT [FIN]" : les deux identifiants sont
      *> masqués, les dates d'effet restent. Une ligne dont les
      *> identifiants ne sont pas deux zones de 5 chiffres est
      *> écartée (JOUR1 l'ignorerait de toute façon).
           IF WS-MSQ-LIGNE NOT = SPACES
              AND WS-MSQ-LIGNE(1:1) NOT = '*'
              MOVE SPACES TO WS-ALI-ANCIEN-X WS-ALI-NOUVEAU-X
                             WS-ALI-DEBUT-X WS-ALI-FIN-X
              UNSTRING WS-MSQ-LIGNE DELIMITED BY ALL SPACE
                 INTO WS-ALI-ANCIEN-X WS-ALI-NOUVEAU-X
                      WS-ALI-DEBUT-X WS-ALI-FIN-X
              END-UNSTRING
              IF WS-ALI-ANCIEN-X(1:5) IS NOT NUMERIC
                 OR WS-ALI-ANCIEN-X(6:5) NOT = SPACES
                 OR WS-ALI-NOUVEAU-X(1:5) IS NOT NUMERIC
                 OR WS-ALI-NOUVEAU-X(6:5) NOT = SPACES
                 SET LIGNE-NON-MASQUABLE TO TRUE
              ELSE
                 MOVE WS-ALI-ANCIEN-X(1:5) TO WS-ID-X
                 PERFORM MASQUER-ID
                 MOVE WS-ID-SUBST TO WS-ALI-ANCIEN-X(1:5)
                 MOVE WS-ALI-NOUVEAU-X(1:5) TO WS-ID-X
                 PERFORM MASQUER-ID
                 MOVE WS-ID-SUBST TO WS-ALI-NOUVEAU-X(1:5)
                 MOVE SPACES TO WS-MSQ-LIGNE
                 STRING WS-ALI-ANCIEN-X(1:5) " "
                    WS-ALI-NOUVEAU-X(1:5) " "
                    FUNCTION TRIM(WS-ALI-DEBUT-X) " "
                    FUNCTION TRIM(WS-ALI-FIN-X)
                    DELIMITED BY SIZE INTO WS-MSQ-LIGNE
                 END-STRING
              END-IF
           END-IF.

       TRAITER-LIGNE-JOUR2.
      *> Un en-tête "ID xxxxxxxx" et la ligne de niveaux qui le suit
      *> forment un rapport, pris ou laissé d'un bloc ; la clé est
      *> masquée (cf. TRAITER-ENREGISTREMENT-ENTREE de JOUR2).
           IF WS-MSQ-LIGNE(1:3) = "ID "
              PERFORM ECHANTILLONNER
              SET J2-RAPPORT-ENTAME TO TRUE
              MOVE WS-MSQ-LIGNE-FLAG TO WS-J2-DECISION
              IF LIGNE-RETENUE
                 MOVE WS-MSQ-LIGNE(4:8) TO WS-CLE-X
                 PERFORM MASQUER-CLE
                 MOVE WS-CLE-SUBST TO WS-MSQ-LIGNE(4:8)
              END-IF
           ELSE
              IF J2-RAPPORT-ENTAME
                 MOVE WS-J2-DECISION TO WS-MSQ-LIGNE-FLAG
                 SET J2-RAPPORT-LIBRE TO TRUE
              ELSE
                 PERFORM ECHANTILLONNER
              END-IF
           END-IF.

       MASQUER-LIGNE-XREF.
      *> Clé rapport (8 caractères) puis identifiant de lieu (5
      *> chiffres en colonne 10), cf. FD FICHIER-XREF de JOUR2LOC ;
      *> blancs et commentaires '*' recopiés.
           IF WS-MSQ-LIGNE NOT = SPACES
              AND WS-MSQ-LIGNE(1:1) NOT = '*'
              IF WS-MSQ-LIGNE(10:5) IS NOT NUMERIC
                 SET LIGNE-NON-MASQUABLE TO TRUE
              ELSE
                 MOVE WS-MSQ-LIGNE(1:8) TO WS-CLE-X
                 PERFORM MASQUER-CLE
                 MOVE WS-CLE-SUBST TO WS-MSQ-LIGNE(1:8)
                 MOVE WS-MSQ-LIGNE(10:5) TO WS-ID-X
                 PERFORM MASQUER-ID
                 MOVE WS-ID-SUBST TO WS-MSQ-LIGNE(10:5)
              END-IF
           END-IF.

       MASQUER-ID.
      *> WS-ID-X (5 chiffres) -> WS-ID-SUBST.
           COMPUTE WS-ID-IDX = WS-ID-NUM + 1
           IF MSQ-ID-SUBST(WS-ID-IDX) = 0
              ADD 1 TO WS-NB-IDS
              COMPUTE MSQ-ID-SUBST(WS-ID-IDX) =
                 FUNCTION MOD(WS-NB-IDS * 7919 + WS-GRAINE, 100000)
                 + 1
           END-IF
           COMPUTE WS-ID-SUBST = MSQ-ID-SUBST(WS-ID-IDX) - 1.

       MASQUER-CLE.
      *> WS-CLE-X -> WS-CLE-SUBST.
           SET CLE-NOUVELLE TO TRUE
           PERFORM VARYING WS-CLE-IDX FROM 1 BY 1
              UNTIL WS-CLE-IDX > WS-NB-CLES OR CLE-CONNUE
              IF MSQ-CLE-REELLE(WS-CLE-IDX) = WS-CLE-X
                 SET CLE-CONNUE TO TRUE
                 MOVE MSQ-CLE-SUBST(WS-CLE-IDX) TO WS-CLE-SUBST
              END-IF
           END-PERFORM
           IF CLE-NOUVELLE
              IF WS-NB-CLES >= WS-MAX-CLES
                 DISPLAY "ABEND JOURMSQ : table des cles rapport "
                         "pleine (" WS-MAX-CLES " cles)"
                 MOVE 16 TO RETURN-CODE
                 PERFORM FERMER-JOURNAL
                 STOP RUN
              END-IF
              ADD 1 TO WS-NB-CLES
              COMPUTE WS-CLE-SUBST-NUM =
                 FUNCTION MOD(WS-NB-CLES * 104729 + WS-GRAINE,
                              10000000)
              MOVE WS-CLE-X     TO MSQ-CLE-REELLE(WS-NB-CLES)
              MOVE WS-CLE-SUBST TO MSQ-CLE-SUBST(WS-NB-CLES)
           END-IF.

       ECRIRE-MANIFESTE-CMP.
      *> Une ligne par sortie de contrôle des programmes dont
      *> l'entrée a été extraite ; l'état par lieu de JOUR2LOC
      *> demande en plus les extraits JOUR1 et JOUR2.
           MOVE 0 TO WS-NB-LIGNES-MAN
           OPEN OUTPUT FICHIER-MANIFESTE-CMP
           MOVE WS-MANIFESTE-STATUS TO WS-FSTAT-CODE
           MOVE WS-MANIFESTE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-MANIFESTE-CMP" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM VARYING WS-SOR-IDX FROM 1 BY 1
              UNTIL WS-SOR-IDX > WS-NB-SORTIES
              MOVE SOR-TYPE(WS-SOR-IDX) TO WS-TYPE-CHERCHE
              PERFORM CHERCHER-TYPE-EXTRAIT
              MOVE WS-TYPE-TROUVE-FLAG TO WS-SOR-REQUIS-FLAG
              IF SORTIE-REQUISE AND SOR-TYPE(WS-SOR-IDX) = 'XREF'
                 MOVE 'JOUR1' TO WS-TYPE-CHERCHE
                 PERFORM CHERCHER-TYPE-EXTRAIT
                 IF TYPE-NON-EXTRAIT
                    SET SORTIE-NON-REQUISE TO TRUE
                 END-IF
                 MOVE 'JOUR2' TO WS-TYPE-CHERCHE
                 PERFORM CHERCHER-TYPE-EXTRAIT
                 IF TYPE-NON-EXTRAIT
                    SET SORTIE-NON-REQUISE TO TRUE
                 END-IF
              END-IF
              IF SORTIE-REQUISE
                 MOVE SPACES TO WS-MANIFESTE-RECORD
                 STRING FUNCTION TRIM(SOR-NOM(WS-SOR-IDX)) " "
                    FUNCTION TRIM(WS-SORTIES-REP) "/"
                    FUNCTION TRIM(SOR-CHEMIN(WS-SOR-IDX)) " "
                    FUNCTION TRIM(WS-REFERENCE-REP) "/"
                    FUNCTION TRIM(SOR-CHEMIN(WS-SOR-IDX)) " "
                    FUNCTION TRIM(SOR-REGLE(WS-SOR-IDX))
                    DELIMITED BY SIZE INTO WS-MANIFESTE-RECORD
                 END-STRING
                 WRITE WS-MANIFESTE-RECORD
                 ADD 1 TO WS-NB-LIGNES-MAN
              END-IF
           END-PERFORM
           CLOSE FICHIER-MANIFESTE-CMP
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "MANIFESTE " FUNCTION TRIM(WS-MANIFESTE-DSN)
              " LIGNES " WS-NB-LIGNES-MAN
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       CHERCHER-TYPE-EXTRAIT.
           SET TYPE-NON-EXTRAIT TO TRUE
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-NB-ENTREES
              IF ENT-TYPE(WS-ENT-IDX) = WS-TYPE-CHERCHE
                 AND ENT-EXTRAITE(WS-ENT-IDX) = 'O'
                 SET TYPE-EXTRAIT TO TRUE
              END-IF
           END-PERFORM.

       COPY LOGPR.
       COPY RUNPR.
       COPY HABPR.
       COPY FSTATPR.
