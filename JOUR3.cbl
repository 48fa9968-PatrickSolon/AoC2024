           SELECT FICHIER-REPRISE-OUT ASSIGN TO DYNAMIC WS-REPOUT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPOUT-STATUS.
           SELECT FICHIER-CONTROLES ASSIGN TO DYNAMIC WS-CONTROLES-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLES-STATUS.
           SELECT FICHIER-ECARTS ASSIGN TO DYNAMIC WS-ECARTS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECARTS-STATUS.
           SELECT FICHIER-REVUE ASSIGN TO DYNAMIC WS-REVUE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVUE-STATUS.
           SELECT FICHIER-VISA ASSIGN TO DYNAMIC WS-VISA-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISA-STATUS.
           SELECT FICHIER-EXPORT-WRK ASSIGN TO DYNAMIC WS-EXPWRK-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPWRK-STATUS.
           SELECT FICHIER-EXPORT ASSIGN TO DYNAMIC WS-EXPORT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           COPY LOGSEL.
           COPY CKPTSEL.
           COPY PUBSEL.
           COPY MANSEL.
           COPY REGSEL.
           COPY HABSEL.

       DATA DIVISION.
       FILE SECTION.
           05  LIGNE-TEXTE    PIC X(20000).

       FD  FICHIER-OPCODES.
      *> Lignes "mnémonique longueur nb-args action", chacune
      *> éventuellement précédée de sa fenêtre de vigueur (cf.
      *> VIGWS.cpy).
       01  WS-OPCODE-RECORD   PIC X(80).

       FD  FICHIER-RAPPORT-INSTR.
      *> Le FILLER de séparation est positionné à SPACE par
      *> En mode liste de datasets, des lignes de sous-totaux par
      *> fichier d'entrée suivent la ligne de totaux ci-dessus (le
      *> pilote ne lit que la première ligne, les sous-totaux sont
      *> pour l'exploitation). La dernière ligne porte la version de
      *> la table d'opcodes en vigueur (cf. VIGWS.cpy), suivie de la
      *> ligne "RUN <identifiant>" (cf. RUNWS.cpy).
       01  WS-SOMMAIRE-FICHIER-LIGNE PIC X(130).

       FD  FICHIER-AUDIT-DO.
      *> (fichier, position).
           05  FILLER              PIC X(01).
           05  WS-AUD-FIC          PIC 9(02).
      *> Identifiant du run (cf. RUNWS.cpy), en queue lui aussi.
           05  FILLER              PIC X(01).
           05  WS-AUD-RUNID        PIC X(26).

       FD  FICHIER-BILAN.
      *> Enregistrement d'équilibre de fin de run (une ligne par
      *> compteur clé), relu par le pas d'équilibrage JOURBAL : le
      *> nombre de lignes du fichier d'audit doit y retomber sur le
      *> compteur BASCULES. Les FILLER de séparation sont positionnés
      *> à SPACE par ECRIRE-LIGNE-BILAN. Les lignes par fichier
      *> régional (FIC-) portent le code région en queue, comme les
      *> lignes par panneau des bilans de JOUR4. Chaque ligne se
      *> termine par l'identifiant du run (cf. RUNWS.cpy).
       01  WS-BILAN-RECORD.
           05  WS-BIL-PROGID       PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-BIL-NOM          PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-BIL-VALEUR       PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-BIL-REGION       PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-BIL-RUNID        PIC X(26).

       FD  FICHIER-LISTE.
      *> Fichier de contrôle de la liste des datasets d'entrée (un nom
           05  WS-LEDG-TOTAL       PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-LEDG-TOTAL-CORR  PIC 9(10).
      *> Queue de ligne : sens et référence sont portés par les
      *> lignes JOUR3ADJ (à blanc ici) ; le nombre d'items de revue
      *> encore sans visa au moment du run suit, pour que le grand
      *> livre montre ce qui reste à revoir avant la clôture.
           05  FILLER              PIC X(01).
           05  WS-LEDG-SENS        PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-LEDG-REF         PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-LEDG-NON-REVUS   PIC 9(06).
      *> Identifiant du run qui a écrit la ligne (cf. RUNWS.cpy) :
      *> un rerun ou un run antidaté se distingue du run normal de
      *> la même date.
           05  FILLER              PIC X(01).
           05  WS-LEDG-RUNID       PIC X(26).

       FD  FICHIER-CONTROLES.
      *> Totaux de contrôle publiés par les systèmes sources : une
      *> ligne par fichier source (total déclaré, total corrigé
      *> déclaré, nombre de mul déclaré, puis le nom du dataset tel
      *> qu'il figure dans la liste JOUR3_LISTE_DSN). Les lignes
      *> blanches et les lignes commençant par '*' sont ignorées.
       01  WS-CONTROLE-RECORD.
           05  WS-CTL-TOTAL-X      PIC X(10).
           05  WS-CTL-TOTAL REDEFINES WS-CTL-TOTAL-X PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-CTL-TOTAL-CORR-X PIC X(10).
           05  WS-CTL-TOTAL-CORR REDEFINES WS-CTL-TOTAL-CORR-X
                                   PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-CTL-NB-MUL-X     PIC X(06).
           05  WS-CTL-NB-MUL REDEFINES WS-CTL-NB-MUL-X PIC 9(06).
           05  FILLER              PIC X(01).
           05  WS-CTL-DSN          PIC X(200).

       FD  FICHIER-ECARTS.
      *> Rapprochement des sous-totaux par fichier avec les totaux de
      *> contrôle : une ligne par fichier traité ou déclaré, avec
      *> l'écart (calculé - déclaré) sur chaque total et le verdict.
      *> Lignes préparées en WORKING-STORAGE et écrites via WRITE
      *> ... FROM.
       01  WS-ECART-LIGNE PIC X(170).

       FD  FICHIER-REVUE.
      *> Liste de revue des mul de forte valeur (OPEN EXTEND, une
      *> ligne par mul valide dont le produit dépasse le seuil de
      *> revue) : clé d'item (date du run et numéro de séquence de
      *> l'audit), produit, opérandes, état do()/don't(), fichier,
      *> enregistrement et colonne comme au rapport de localisation,
      *> canaux actifs et dataset. Lignes préparées en
      *> WORKING-STORAGE et écrites via WRITE ... FROM.
       01  WS-REVUE-LIGNE PIC X(220).

       FD  FICHIER-VISA.
      *> Visas de revue saisis par les réviseurs : clé d'item,
      *> décision (A accepté, D contesté), réviseur, date du visa et
      *> commentaire. Le dernier visa d'une clé l'emporte (un item
      *> contesté puis régularisé est revisé A). Les lignes blanches
      *> et les lignes commençant par '*' sont ignorées.
       01  WS-VISA-RECORD.
           05  WS-VIS-CLE          PIC X(14).
           05  FILLER              PIC X(01).
           05  WS-VIS-DECISION     PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-VIS-REVISEUR     PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-VIS-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-VIS-COMMENTAIRE  PIC X(40).

       FD  FICHIER-EXPORT-WRK.
      *> Fichier de travail de l'export des instructions, écrit au
      *> fil de l'analyse (une ligne par instruction reconnue, dans
      *> l'ordre du flux) : la position absolue et l'index du
      *> fichier d'origine n'y sont pas encore ramenés à une ligne et
      *> une colonne, ce que fait PRODUIRE-EXPORT sur les bornes
      *> d'enregistrement en fin de run. Les FILLER de séparation
      *> sont positionnés à SPACE par EXPORTER-INSTRUCTION.
       01  WS-EXPWRK-RECORD.
           05  WS-EXW-POSITION     PIC 9(09).
           05  FILLER              PIC X(01).
           05  WS-EXW-FIC          PIC 9(02).
           05  FILLER              PIC X(01).
           05  WS-EXW-CORPS.
               10  WS-EXW-OPCODE       PIC X(10).
               10  FILLER              PIC X(01).
               10  WS-EXW-OP1          PIC 9(08).
               10  FILLER              PIC X(01).
               10  WS-EXW-OP2          PIC 9(08).
               10  FILLER              PIC X(01).
               10  WS-EXW-PRODUIT      PIC 9(10).
               10  FILLER              PIC X(01).
               10  WS-EXW-ETAT-DO      PIC X(03).
               10  FILLER              PIC X(01).
               10  WS-EXW-AU-TOTAL     PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-EXW-AU-CORR      PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-EXW-CANAL        PIC X(08).
               10  FILLER              PIC X(01).
               10  WS-EXW-CANAUX       PIC X(44).

       FD  FICHIER-EXPORT.
      *> Export normalisé des instructions pour les systèmes aval
      *> (JOUR3_EXPORT=O) : un en-tête H et un pied T portant les
      *> compteurs et totaux du sommaire, entre eux une ligne D par
      *> instruction reconnue dans l'ordre du flux - index du fichier
      *> d'origine, enregistrement, colonne, mnémonique de la table
      *> des opcodes, opérandes et produit (mul), état do()/don't()
      *> en vigueur, prise en compte au total (O/N) et au total
      *> corrigé (O/N), canal visé par une bascule à canal et canaux
      *> actifs après l'instruction. Disposition fixe, lignes
      *> préparées en WORKING-STORAGE et écrites via WRITE ... FROM.
       01  WS-EXPORT-LIGNE PIC X(140).

       COPY LOGFD.


       COPY PUBFD.

       COPY MANFD.

       COPY REGFD.

       COPY HABFD.

       WORKING-STORAGE SECTION.
      *> Nom du dataset d'entrée : fourni par PARM/variable
      *> d'environnement JOUR3_INPUT_DSN, sinon valeur par défaut, sur
       01  WS-BILAN-STATUS          PIC X(02) VALUE '00'.
       01  WS-BIL-NOM-W             PIC X(12) VALUE SPACES.
       01  WS-BIL-VALEUR-W          PIC 9(10) VALUE 0.
       01  WS-BIL-REGION-W          PIC X(08) VALUE SPACES.
      *> Code région d'un dump pour la refacturation des volumes
      *> (JOURFAC) : le nom du fichier, sans répertoire, jusqu'au
      *> premier point, sur 8 caractères au plus.
       01  WS-RGN-DSN-W             PIC X(200) VALUE SPACES.
       01  WS-RGN-INVERSE           PIC X(200) VALUE SPACES.
       01  WS-RGN-NOM               PIC X(200) VALUE SPACES.
       01  WS-RGN-LONG              PIC 9(03) VALUE ZERO.

      *> Mode liste de datasets : nom du fichier de contrôle, table
      *> des fichiers d'entrée avec leurs sous-totaux, et totaux
               10  FIC-TOTAL         PIC 9(10).
               10  FIC-TOTAL-CORR    PIC 9(10).
               10  FIC-LIGNES        PIC 9(06).
               10  FIC-NB-MUL        PIC 9(06).
               10  FIC-NB-REJETS     PIC 9(06).
       01  WS-TOTAL-AVANT           PIC 9(10) VALUE ZERO.
       01  WS-MUL-AVANT             PIC 9(06) VALUE ZERO.
       01  WS-REJETS-AVANT          PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-CORR-AVANT      PIC 9(10) VALUE ZERO.
       01  WS-LIGNES-AVANT          PIC 9(06) VALUE ZERO.
       01  WS-LISTE-EOF             PIC 9 VALUE 0.
                   15  J3-CUM-CANAL-NOM   PIC X(08).
                   15  J3-CUM-CANAL-ETAT  PIC X(01).
                   15  J3-CUM-CANAL-TOTAL PIC 9(10).
      *> Nombre de lignes du fichier de travail de l'export des
      *> instructions, ramené à ce compte sur reprise comme l'audit.
      *> Zone à blanc dans un point de reprise antérieur : le
      *> fichier de travail repart alors vide.
           05  J3-CUM-EXPORT-X      PIC X(07).
           05  J3-CUM-EXPORT REDEFINES J3-CUM-EXPORT-X PIC 9(07).
       01  WS-REPRISE-FLAG          PIC 9 VALUE 0.
           88  REPRISE-A-RESTAURER      VALUE 1.
           88  PAS-DE-REPRISE           VALUE 0.
           05  FILLER              PIC X(04) VALUE " -> ".
           05  WS-RJ-RESULTAT      PIC X(40).

      *> Rapprochement avec les totaux de contrôle des systèmes
      *> sources (JOUR3_CONTROLES_DSN, facultatif) : un fichier est
      *> en déséquilibre quand l'écart sur l'un des totaux dépasse
      *> la tolérance (JOUR3_TOLERANCE_CTL, 0 par défaut) ou que son
      *> nombre de mul diffère ; un fichier déclaré mais absent du
      *> run l'est aussi. Le run se termine alors avec RC 8.
       01  WS-CONTROLES-DSN         PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-CONTROLES-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J3/controles.dat".
       01  WS-CONTROLES-STATUS      PIC X(02) VALUE '00'.
       01  WS-ECARTS-DSN            PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-ECARTS-DSN    PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J3/ecarts_controle.rpt".
       01  WS-ECARTS-STATUS         PIC X(02) VALUE '00'.
       01  WS-TOLERANCE-CTL-X       PIC X(10) VALUE SPACES.
       01  WS-TOLERANCE-CTL         PIC 9(10) VALUE ZERO.
       01  WS-NB-CONTROLES          PIC 9(02) VALUE ZERO.
       01  TABLE-CONTROLES.
           05  CONTROLE-ENTRY OCCURS 50.
               10  CTL-DSN           PIC X(200).
               10  CTL-TOTAL         PIC 9(10).
               10  CTL-TOTAL-CORR    PIC 9(10).
               10  CTL-NB-MUL        PIC 9(06).
               10  CTL-RAPPROCHE     PIC X(01).
       01  WS-CTL-IDX               PIC 9(02) VALUE ZERO.
       01  WS-CTL-TROUVE            PIC 9(02) VALUE ZERO.
       01  WS-RAP-DSN               PIC X(200) VALUE SPACES.
       01  WS-RAP-TOTAL             PIC 9(10) VALUE ZERO.
       01  WS-RAP-TOTAL-CORR        PIC 9(10) VALUE ZERO.
       01  WS-RAP-NB-MUL            PIC 9(06) VALUE ZERO.
       01  WS-ECART-TOTAL           PIC S9(11) VALUE ZERO.
       01  WS-ECART-TOTAL-CORR      PIC S9(11) VALUE ZERO.
       01  WS-ECART-NB-MUL          PIC S9(07) VALUE ZERO.
       01  WS-NB-REGIONS-CTL        PIC 9(06) VALUE ZERO.
       01  WS-NB-DESEQUILIBRES      PIC 9(06) VALUE ZERO.
       01  WS-NB-SANS-CONTROLE      PIC 9(06) VALUE ZERO.
       01  WS-CUMUL-ECART-TOTAL     PIC 9(10) VALUE ZERO.
       01  WS-CUMUL-ECART-CORR      PIC 9(10) VALUE ZERO.
       01  WS-CONTROLES-EOF PIC 9 VALUE 0.
           88  FIN-CONTROLES           VALUE 1.
           88  NOT-FIN-CONTROLES       VALUE 0.
       01  WS-ECART-LIGNE-W.
           05  WS-ECT-STATUT       PIC X(12).
           05  FILLER              PIC X(07) VALUE " TOTAL ".
           05  WS-ECT-TOTAL        PIC -(10)9.
           05  FILLER              PIC X(06) VALUE " CORR ".
           05  WS-ECT-TOTAL-CORR   PIC -(10)9.
           05  FILLER              PIC X(05) VALUE " MUL ".
           05  WS-ECT-NB-MUL       PIC -(6)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-ECT-DSN          PIC X(110).

      *> Revue des mul de forte valeur : tout mul valide dont le
      *> produit OP1*OP2 dépasse le seuil (JOUR3_SEUIL_REVUE, 500000
      *> par défaut) part à la liste de revue, à viser par un
      *> réviseur dans le fichier des visas. Le nombre d'items encore
      *> sans visa est reporté sur la ligne de grand livre du run, et
      *> JOUR3CLO refuse de clore un mois qui garde des items non
      *> revus ou contestés.
       01  WS-REVUE-DSN             PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-REVUE-DSN     PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J3/revue_mul.rpt".
       01  WS-REVUE-STATUS          PIC X(02) VALUE '00'.
       01  WS-VISA-DSN              PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-VISA-DSN      PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J3/visa_revue.dat".
       01  WS-VISA-STATUS           PIC X(02) VALUE '00'.
       01  WS-SEUIL-REVUE-X         PIC X(10) VALUE SPACES.
       01  WS-SEUIL-REVUE           PIC 9(10) VALUE 500000.
       01  WS-PRODUIT-REVUE         PIC 9(10) VALUE ZERO.
       01  WS-NB-REVUE              PIC 9(06) VALUE ZERO.
       01  WS-NB-ITEMS-REVUE        PIC 9(06) VALUE ZERO.
       01  WS-NB-NON-REVUS          PIC 9(06) VALUE ZERO.
       01  WS-NB-CONTESTES          PIC 9(06) VALUE ZERO.
      *> États des canaux nommés reconstitués à la relecture de
      *> l'audit (bascules à canal), pour dire quels canaux étaient
      *> actifs au moment de chaque mul revu.
       01  WS-NB-CANAUX-REVUE       PIC 9(02) VALUE ZERO.
       01  TABLE-CANAUX-REVUE.
           05  CANAL-REVUE-ENTRY OCCURS 10.
               10  CRV-NOM           PIC X(08).
               10  CRV-ETAT          PIC X(01).
       01  WS-CRV-IDX               PIC 9(02) VALUE ZERO.
       01  WS-CANAUX-PTR            PIC 9(03) VALUE ZERO.
      *> Dernier visa connu par clé d'item.
       01  WS-MAX-VISAS             PIC 9(05) VALUE 5000.
       01  WS-NB-VISAS              PIC 9(05) VALUE ZERO.
       01  TABLE-VISAS.
           05  VISA-ENTRY OCCURS 5000.
               10  VISA-CLE          PIC X(14).
               10  VISA-DECISION     PIC X(01).
       01  WS-VISA-IDX              PIC 9(05) VALUE ZERO.
       01  WS-VISA-TROUVE           PIC 9(05) VALUE ZERO.
      *> Clés des items de la date du run déjà portés à la liste de
      *> revue (rerun, reprise) : un item déjà listé n'y est pas
      *> réécrit, et n'est donc compté qu'une fois par les visas.
       01  WS-MAX-CLES-REVUE        PIC 9(05) VALUE 5000.
       01  WS-NB-CLES-REVUE         PIC 9(05) VALUE ZERO.
       01  TABLE-CLES-REVUE.
           05  CLE-REVUE-ENTRY OCCURS 5000.
               10  CRU-CLE           PIC X(14).
       01  WS-CRU-IDX               PIC 9(05) VALUE ZERO.
       01  WS-CRU-TROUVE            PIC 9(05) VALUE ZERO.
       01  WS-VISA-EOF PIC 9 VALUE 0.
           88  FIN-VISA                VALUE 1.
           88  NOT-FIN-VISA            VALUE 0.
       01  WS-REVUE-EOF PIC 9 VALUE 0.
           88  FIN-REVUE               VALUE 1.
           88  NOT-FIN-REVUE           VALUE 0.
       01  WS-REVUE-LIGNE-W.
           05  WS-RVU-CLE          PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RVU-PRODUIT      PIC 9(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RVU-OP1          PIC ZZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RVU-OP2          PIC ZZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RVU-ETAT-DO      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RVU-FIC          PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RVU-LIGNE        PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RVU-COL          PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RVU-CANAUX       PIC X(44).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RVU-DSN          PIC X(108).

      *> Export normalisé des instructions (JOUR3_EXPORT=O, sinon
      *> rien n'est produit) : fichier de travail écrit pendant
      *> l'analyse, puis export final localisé et encadré par
      *> l'en-tête et le pied de contrôle (cf. PRODUIRE-EXPORT).
       01  WS-EXPORT-X              PIC X(01) VALUE SPACE.
       01  WS-EXPORT-FLAG PIC 9 VALUE 0.
           88  EXPORT-DEMANDE          VALUE 1.
           88  EXPORT-NON-DEMANDE      VALUE 0.
       01  WS-EXPWRK-DSN            PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-EXPWRK-DSN    PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J3/instructions.wrk".
       01  WS-EXPWRK-STATUS         PIC X(02) VALUE '00'.
       01  WS-EXPORT-DSN            PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-EXPORT-DSN    PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J3/instructions.exp".
       01  WS-EXPORT-STATUS         PIC X(02) VALUE '00'.
       01  WS-NB-EXPORT             PIC 9(07) VALUE ZERO.
       01  WS-NB-EXPORT-RELUS       PIC 9(07) VALUE ZERO.
      *> Début de l'instruction en cours dans le tampon (avant que
      *> WS-POSITION n'avance sur le mnémonique et les opérandes).
       01  WS-EXP-DEBUT             PIC 9(06) VALUE ZERO.
       01  WS-EXPORT-EOF PIC 9 VALUE 0.
           88  FIN-EXPORT              VALUE 1.
           88  NOT-FIN-EXPORT          VALUE 0.
       01  WS-EXP-ENTETE-W.
           05  WS-EXH-TYPE         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXH-DATE         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXH-NB           PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXH-TOTAL        PIC 9(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXH-TOTAL-CORR   PIC 9(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXH-NB-MUL       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXH-REJETS-MUL   PIC 9(06).
       01  WS-EXP-DETAIL-W.
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXD-SEQ          PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXD-FIC          PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXD-LIGNE        PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXD-COL          PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EXD-CORPS        PIC X(102).

      *> Contrôle de mois clos avant l'ajout au grand livre (cf.
      *> JOUR3CLO et FICHIER-CLOTURE).
       01  WS-CLOTURE-DSN           PIC X(200) VALUE SPACES.
           "/mnt/c/pgmcobol/AoC2024/J3/cloture.dat".
       01  WS-CLOTURE-STATUS        PIC X(02) VALUE '00'.
       01  WS-SUPERVISEUR-X         PIC X(01) VALUE SPACE.
       01  WS-FORCE-LIGNE           PIC X(08) VALUE SPACES.
       01  WS-MOIS-RUN              PIC 9(06) VALUE ZERO.
       01  WS-CLOTURE-EOF PIC 9 VALUE 0.
           88  FIN-CLOTURE             VALUE 1.

       COPY CKPTWS.
       COPY LOGWS.
       COPY RUNWS.
       COPY FSTATWS.
       COPY RDEOFWS.
       COPY ENVWS.
       COPY DATWS.
       COPY VIGWS.
       COPY PUBWS.
       COPY MANWS.
       COPY REGWS.
       COPY HABWS.

       PROCEDURE DIVISION.
       DEBUT.
      *> Sorties marquées ENCOURS jusqu'à la fin normale du run (cf.
      *> PUBWS.cpy).
           MOVE 'JOUR3' TO WS-PUB-PROGID
           MOVE 'JOUR3' TO WS-MAN-PROGID
           PERFORM MARQUER-PUBLICATION-ENCOURS
           PERFORM RESOUDRE-INPUT-DSN
           PERFORM RESOUDRE-OPCODES-DSN
      *>      rejetés sous la table d'opcodes corrigée, puis rend la
      *>      main.
              PERFORM REJOUER-REJETS-MUL
              PERFORM ECRIRE-MANIFESTE
              PERFORM MARQUER-PUBLICATION-FAITE
              PERFORM FERMER-JOURNAL
              GOBACK
              END-STRING
           END-IF
           PERFORM ECRIRE-JOURNAL
      *> Admission des extraits au registre des entrées (cf.
      *> REGWS.cpy) avant le verrou du point de reprise : un
      *> extrait identique à celui d'une autre date s'arrête ici
      *> (RC 14).
           MOVE "EXTRAIT" TO WS-REG-NATURE-W
           IF WS-NB-FICHIERS > 0
              PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                 UNTIL WS-FIC-IDX > WS-NB-FICHIERS
                 MOVE FIC-DSN(WS-FIC-IDX) TO WS-REG-DSN-W
                 PERFORM INSCRIRE-ENTREE
              END-PERFORM
           ELSE
              MOVE WS-INPUT-DSN TO WS-REG-DSN-W
              PERFORM INSCRIRE-ENTREE
           END-IF
           MOVE 'JOUR3' TO WS-CKPT-PROGID
           PERFORM CHARGER-CHECKPOINT
           PERFORM VERIFIER-REPRISE-SANS-CUMULS
              MOVE WS-REJMUL-DSN TO WS-TRONQUE-DSN
              MOVE J3-CUM-REJETS-MUL TO WS-TRONQUE-NB
              PERFORM TRONQUER-FICHIER-REPRISE
              PERFORM RESOUDRE-EXPORT-DSN
              IF EXPORT-DEMANDE
                 MOVE WS-EXPWRK-DSN TO WS-TRONQUE-DSN
                 IF J3-CUM-EXPORT-X IS NUMERIC
                    MOVE J3-CUM-EXPORT TO WS-TRONQUE-NB
                 ELSE
                    MOVE 0 TO WS-TRONQUE-NB
                 END-IF
                 PERFORM TRONQUER-FICHIER-REPRISE
              END-IF
           END-IF
           IF REPRISE-A-RESTAURER
              OPEN EXTEND FICHIER-AUDIT-DO
              MOVE "SORTIE" TO WS-MAN-ROLE-W
              MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
              MOVE WS-AUDIT-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              IF WS-AUDIT-STATUS NOT = '00'
                 OPEN OUTPUT FICHIER-AUDIT-DO
                 MOVE "SORTIE" TO WS-MAN-ROLE-W
                 MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
                 MOVE WS-AUDIT-STATUS TO WS-MAN-STATUT-W
                 PERFORM MANIFESTE-OUVERTURE
              END-IF
           ELSE
              OPEN OUTPUT FICHIER-AUDIT-DO
              MOVE "SORTIE" TO WS-MAN-ROLE-W
              MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
              MOVE WS-AUDIT-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
           END-IF
           MOVE WS-AUDIT-STATUS  TO WS-FSTAT-CODE
           MOVE WS-AUDIT-DSN     TO WS-FSTAT-DSN
           PERFORM VERIFIER-STATUT-FICHIER
           IF REPRISE-A-RESTAURER
              OPEN EXTEND FICHIER-REJETS-MUL
              MOVE "SORTIE" TO WS-MAN-ROLE-W
              MOVE WS-REJMUL-DSN TO WS-MAN-DSN-W
              MOVE WS-REJMUL-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              IF WS-REJMUL-STATUS NOT = '00'
                 OPEN OUTPUT FICHIER-REJETS-MUL
                 MOVE "SORTIE" TO WS-MAN-ROLE-W
                 MOVE WS-REJMUL-DSN TO WS-MAN-DSN-W
                 MOVE WS-REJMUL-STATUS TO WS-MAN-STATUT-W
                 PERFORM MANIFESTE-OUVERTURE
              END-IF
           ELSE
              OPEN OUTPUT FICHIER-REJETS-MUL
              MOVE "SORTIE" TO WS-MAN-ROLE-W
              MOVE WS-REJMUL-DSN TO WS-MAN-DSN-W
              MOVE WS-REJMUL-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
           END-IF
           MOVE WS-REJMUL-STATUS TO WS-FSTAT-CODE
           MOVE WS-REJMUL-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-REJETS-MUL" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM OUVRIR-EXPORT-WRK
      *> Bornes d'enregistrement du flux : réécrites à chaque run
      *> (sur reprise à chaud, les enregistrements sautés n'y
      *> figurent pas et leurs positions sortent non résolues au
      *> rapport de localisation).
           OPEN OUTPUT FICHIER-BORNES
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-BORNES-DSN TO WS-MAN-DSN-W
           MOVE WS-BORNES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-BORNES-STATUS TO WS-FSTAT-CODE
           MOVE WS-BORNES-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-BORNES" TO WS-FSTAT-OPER
              END-PERFORM
           ELSE
              OPEN INPUT FICHIER-ENTREE
              MOVE "ENTREE" TO WS-MAN-ROLE-W
              MOVE WS-INPUT-DSN TO WS-MAN-DSN-W
              MOVE WS-INPUT-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              MOVE WS-INPUT-STATUS  TO WS-FSTAT-CODE
              MOVE WS-INPUT-DSN     TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-ENTREE" TO WS-FSTAT-OPER
              MOVE WS-INPUT-DSN   TO WS-RDEOF-DSN
              PERFORM ANNONCER-LECTURE
              CLOSE FICHIER-ENTREE
              MOVE WS-INPUT-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           CLOSE FICHIER-BORNES
           MOVE WS-BORNES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY "WS-TOTAL = " WS-TOTAL
           DISPLAY "WS-TOTAL CORRIGÃ© = " WS-TOTAL-CORR
           DISPLAY "mul rejetes par la validation : " WS-NB-REJETS-MUL
           CLOSE FICHIER-AUDIT-DO
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-REJETS-MUL
           MOVE WS-REJMUL-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           IF EXPORT-DEMANDE
              CLOSE FICHIER-EXPORT-WRK
           END-IF
      *> Run mené à son terme : rien à reprendre la prochaine fois
      *> (cf. WS-CKPT-COUNT dans CKPTWS.cpy).
           PERFORM LIBERER-VERROU-CHECKPOINT
           PERFORM SAUVEGARDER-CHECKPOINT
           PERFORM ECRIRE-RAPPORT-INSTRUCTIONS
           PERFORM ECRIRE-SOMMAIRE
           PERFORM PRODUIRE-REVUE-MUL
           PERFORM ECRIRE-LEDGER
           PERFORM RAPPROCHER-CONTROLES
           PERFORM RESOUDRE-BILAN-DSN
           PERFORM ECRIRE-BILAN
           PERFORM PRODUIRE-LOCALISATION
           IF EXPORT-DEMANDE
              PERFORM PRODUIRE-EXPORT
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "LIGNES " WS-LIGNES-LUES " TOTAL " WS-TOTAL
              " TOTAL-CORR " WS-TOTAL-CORR
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM ECRIRE-MANIFESTE
           PERFORM MARQUER-PUBLICATION-FAITE
           PERFORM FERMER-JOURNAL
      *> Déséquilibre avec les totaux de contrôle : RC 8, sauf si un
      *> refus plus grave (mois clos, RC 12) est déjà posé.
           IF WS-NB-DESEQUILIBRES > 0 AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF
      *> GOBACK plutôt que STOP RUN : un programme pilote peut appeler
      *> ce programme en séquence avec d'autres, et un STOP RUN mettrait
      *> fin à tout le run unit de l'appelant. GOBACK termine le
           IF WS-LISTE-DSN NOT = SPACES
              SET NOT-FIN-LISTE TO TRUE
              OPEN INPUT FICHIER-LISTE
              MOVE "ENTREE" TO WS-MAN-ROLE-W
              MOVE WS-LISTE-DSN TO WS-MAN-DSN-W
              MOVE WS-LISTE-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              MOVE "REFERENCE" TO WS-REG-NATURE-W
              MOVE WS-LISTE-DSN TO WS-REG-DSN-W
              PERFORM INSCRIRE-ENTREE
              MOVE WS-LISTE-STATUS TO WS-FSTAT-CODE
              MOVE WS-LISTE-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-LISTE" TO WS-FSTAT-OPER
                 END-IF
              END-PERFORM
              CLOSE FICHIER-LISTE
              MOVE WS-LISTE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       TRAITER-UN-FICHIER.
           MOVE WS-TOTAL       TO WS-TOTAL-AVANT
           MOVE WS-TOTAL-CORR  TO WS-TOTAL-CORR-AVANT
           MOVE WS-LIGNES-LUES TO WS-LIGNES-AVANT
           MOVE COMPTEUR-OCCURENCES TO WS-MUL-AVANT
           MOVE WS-NB-REJETS-MUL TO WS-REJETS-AVANT
           OPEN INPUT FICHIER-ENTREE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-INPUT-DSN TO WS-MAN-DSN-W
           MOVE WS-INPUT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-INPUT-STATUS  TO WS-FSTAT-CODE
           MOVE WS-INPUT-DSN     TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-ENTREE" TO WS-FSTAT-OPER
           MOVE WS-INPUT-DSN   TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE FICHIER-ENTREE
           MOVE WS-INPUT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           COMPUTE FIC-TOTAL(WS-FIC-IDX) =
              WS-TOTAL - WS-TOTAL-AVANT
           COMPUTE FIC-TOTAL-CORR(WS-FIC-IDX) =
              WS-TOTAL-CORR - WS-TOTAL-CORR-AVANT
           COMPUTE FIC-NB-MUL(WS-FIC-IDX) =
              COMPTEUR-OCCURENCES - WS-MUL-AVANT
           COMPUTE FIC-NB-REJETS(WS-FIC-IDX) =
              WS-NB-REJETS-MUL - WS-REJETS-AVANT.

       REPOSITIONNER-FICHIER-ENTREE.
      *> Saute les enregistrements déjà recollés dans le tampon lors
           END-IF.

       ECRIRE-SOMMAIRE.
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           OPEN OUTPUT FICHIER-SOMMAIRE
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-SOMMAIRE-DSN TO WS-MAN-DSN-W
           MOVE WS-SOMMAIRE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-SOMMAIRE-STATUS TO WS-FSTAT-CODE
           MOVE WS-SOMMAIRE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SOMMAIRE" TO WS-FSTAT-OPER
              END-STRING
              WRITE WS-SOMMAIRE-FICHIER-LIGNE
           END-PERFORM
           WRITE WS-SOMMAIRE-FICHIER-LIGNE FROM WS-VIG-VERSION
           WRITE WS-SOMMAIRE-FICHIER-LIGNE FROM WS-RUNID-LIGNE
           CLOSE FICHIER-SOMMAIRE
           MOVE WS-SOMMAIRE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-SOUS-TOTAL-SOMMAIRE.
           MOVE SPACES TO WS-SOMMAIRE-FICHIER-LIGNE

       ECRIRE-BILAN.
           OPEN OUTPUT FICHIER-BILAN
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           MOVE WS-BILAN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-BILAN-STATUS TO WS-FSTAT-CODE
           MOVE WS-BILAN-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-BILAN" TO WS-FSTAT-OPER
           MOVE "BASCULES" TO WS-BIL-NOM-W
           MOVE WS-NB-BASCULES TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
      *> Rapprochement avec les totaux de contrôle : nombre de lignes
      *> du rapport des écarts, fichiers en déséquilibre, fichiers
      *> sans ligne de contrôle et cumuls des écarts (valeurs
      *> absolues) sur les deux totaux.
           MOVE "CTL-REGIONS" TO WS-BIL-NOM-W
           MOVE WS-NB-REGIONS-CTL TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
           MOVE "CTL-DESEQ" TO WS-BIL-NOM-W
           MOVE WS-NB-DESEQUILIBRES TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
           MOVE "CTL-ABSENTS" TO WS-BIL-NOM-W
           MOVE WS-NB-SANS-CONTROLE TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
           MOVE "CTL-ECART" TO WS-BIL-NOM-W
           MOVE WS-CUMUL-ECART-TOTAL TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
           MOVE "CTL-ECART-CO" TO WS-BIL-NOM-W
           MOVE WS-CUMUL-ECART-CORR TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
      *> Revue des mul de forte valeur : items ajoutés par le run,
      *> puis, sur toute la liste de revue, items sans visa et items
      *> contestés.
           MOVE "REVUE-ITEMS" TO WS-BIL-NOM-W
           MOVE WS-NB-REVUE TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
           MOVE "REVUE-NONVUS" TO WS-BIL-NOM-W
           MOVE WS-NB-NON-REVUS TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
           MOVE "REVUE-CONTES" TO WS-BIL-NOM-W
           MOVE WS-NB-CONTESTES TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
      *> Volumes par fichier régional pour la refacturation : lignes
      *> lues et mul rejetés, code région en queue ; en mode
      *> mono-fichier, le fichier unique porte tout le run.
           IF WS-NB-FICHIERS > 0
              PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                 UNTIL WS-FIC-IDX > WS-NB-FICHIERS
                 MOVE FIC-DSN(WS-FIC-IDX) TO WS-RGN-DSN-W
                 PERFORM DETERMINER-REGION
                 MOVE "FIC-LIGNES" TO WS-BIL-NOM-W
                 MOVE FIC-LIGNES(WS-FIC-IDX) TO WS-BIL-VALEUR-W
                 PERFORM ECRIRE-LIGNE-BILAN
                 MOVE "FIC-REJETS" TO WS-BIL-NOM-W
                 MOVE FIC-NB-REJETS(WS-FIC-IDX) TO WS-BIL-VALEUR-W
                 PERFORM ECRIRE-LIGNE-BILAN
              END-PERFORM
           ELSE
              MOVE WS-INPUT-DSN TO WS-RGN-DSN-W
              PERFORM DETERMINER-REGION
              MOVE "FIC-LIGNES" TO WS-BIL-NOM-W
              MOVE WS-LIGNES-LUES TO WS-BIL-VALEUR-W
              PERFORM ECRIRE-LIGNE-BILAN
              MOVE "FIC-REJETS" TO WS-BIL-NOM-W
              MOVE WS-NB-REJETS-MUL TO WS-BIL-VALEUR-W
              PERFORM ECRIRE-LIGNE-BILAN
           END-IF
           MOVE SPACES TO WS-BIL-REGION-W
           CLOSE FICHIER-BILAN
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-LIGNE-BILAN.
           MOVE SPACES TO WS-BILAN-RECORD
           MOVE "JOUR3" TO WS-BIL-PROGID
           MOVE WS-BIL-NOM-W TO WS-BIL-NOM
           MOVE WS-BIL-VALEUR-W TO WS-BIL-VALEUR
           MOVE WS-BIL-REGION-W TO WS-BIL-REGION
           MOVE WS-RUNID TO WS-BIL-RUNID
           WRITE WS-BILAN-RECORD.

       DETERMINER-REGION.
      *> Nom de base : ce qui suit le dernier '/' du DSN, puis
      *> ce qui précède son premier point.
           MOVE FUNCTION REVERSE(FUNCTION TRIM(WS-RGN-DSN-W))
              TO WS-RGN-INVERSE
           MOVE ZERO TO WS-RGN-LONG
           INSPECT WS-RGN-INVERSE TALLYING WS-RGN-LONG
              FOR CHARACTERS BEFORE INITIAL '/'
           MOVE SPACES TO WS-RGN-NOM
           IF WS-RGN-LONG > 0
              MOVE FUNCTION REVERSE(WS-RGN-INVERSE(1:WS-RGN-LONG))
                 TO WS-RGN-NOM
           END-IF
           MOVE SPACES TO WS-BIL-REGION-W
           UNSTRING FUNCTION TRIM(WS-RGN-NOM)
              DELIMITED BY '.' OR SPACE
              INTO WS-BIL-REGION-W
           END-UNSTRING.

       RAPPROCHER-CONTROLES.
      *> Sans dataset de totaux de contrôle, le rapport des écarts
      *> est produit vide et le run n'est pas mis en déséquilibre.
           ACCEPT WS-CONTROLES-DSN
              FROM ENVIRONMENT "JOUR3_CONTROLES_DSN"
           IF WS-CONTROLES-DSN = SPACES
              MOVE WS-DEFAULT-CONTROLES-DSN TO WS-CONTROLES-DSN
           END-IF
           ACCEPT WS-ECARTS-DSN FROM ENVIRONMENT "JOUR3_ECARTS_DSN"
           IF WS-ECARTS-DSN = SPACES
              MOVE WS-DEFAULT-ECARTS-DSN TO WS-ECARTS-DSN
           END-IF
           ACCEPT WS-TOLERANCE-CTL-X
              FROM ENVIRONMENT "JOUR3_TOLERANCE_CTL"
           IF WS-TOLERANCE-CTL-X NOT = SPACES
              COMPUTE WS-TOLERANCE-CTL =
                 FUNCTION NUMVAL(WS-TOLERANCE-CTL-X)
           END-IF
           OPEN OUTPUT FICHIER-ECARTS
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-ECARTS-DSN TO WS-MAN-DSN-W
           MOVE WS-ECARTS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-ECARTS-STATUS TO WS-FSTAT-CODE
           MOVE WS-ECARTS-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-ECARTS" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM CHARGER-CONTROLES
           IF WS-NB-CONTROLES > 0
      *>      Mode mono-fichier : le fichier unique porte les totaux
      *>      du run entier.
              IF WS-NB-FICHIERS > 0
                 PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                    UNTIL WS-FIC-IDX > WS-NB-FICHIERS
                    MOVE FIC-DSN(WS-FIC-IDX)        TO WS-RAP-DSN
                    MOVE FIC-TOTAL(WS-FIC-IDX)      TO WS-RAP-TOTAL
                    MOVE FIC-TOTAL-CORR(WS-FIC-IDX)
                       TO WS-RAP-TOTAL-CORR
                    MOVE FIC-NB-MUL(WS-FIC-IDX)     TO WS-RAP-NB-MUL
                    PERFORM RAPPROCHER-UN-FICHIER
                 END-PERFORM
              ELSE
                 MOVE WS-INPUT-DSN        TO WS-RAP-DSN
                 MOVE WS-TOTAL            TO WS-RAP-TOTAL
                 MOVE WS-TOTAL-CORR       TO WS-RAP-TOTAL-CORR
                 MOVE COMPTEUR-OCCURENCES TO WS-RAP-NB-MUL
                 PERFORM RAPPROCHER-UN-FICHIER
              END-IF
      *>      Fichiers déclarés par un système source mais absents du
      *>      run : leurs totaux manquent aux nôtres.
              PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                 UNTIL WS-CTL-IDX > WS-NB-CONTROLES
                 IF CTL-RAPPROCHE(WS-CTL-IDX) = 'N'
                    MOVE 0 TO WS-RAP-TOTAL WS-RAP-TOTAL-CORR
                              WS-RAP-NB-MUL
                    MOVE WS-CTL-IDX TO WS-CTL-TROUVE
                    MOVE CTL-DSN(WS-CTL-IDX) TO WS-RAP-DSN
                    PERFORM CALCULER-ECARTS
                    MOVE "NON-RECU" TO WS-ECT-STATUT
                    ADD 1 TO WS-NB-DESEQUILIBRES
                    PERFORM ECRIRE-LIGNE-ECART
                 END-IF
              END-PERFORM
           END-IF
           CLOSE FICHIER-ECARTS
           MOVE WS-ECARTS-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           IF WS-NB-DESEQUILIBRES > 0
              DISPLAY "JOUR3 : " WS-NB-DESEQUILIBRES " fichier(s) en "
                      "desequilibre avec les totaux de controle (cf. "
                      FUNCTION TRIM(WS-ECARTS-DSN) ")"
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "CONTROLES " WS-NB-REGIONS-CTL " FICHIERS "
              WS-NB-DESEQUILIBRES " DESEQUILIBRES "
              WS-NB-SANS-CONTROLE " SANS CONTROLE"
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       CHARGER-CONTROLES.
           SET NOT-FIN-CONTROLES TO TRUE
           OPEN INPUT FICHIER-CONTROLES
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-CONTROLES-DSN TO WS-MAN-DSN-W
           MOVE WS-CONTROLES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE "REFERENCE" TO WS-REG-NATURE-W
           MOVE WS-CONTROLES-DSN TO WS-REG-DSN-W
           PERFORM INSCRIRE-ENTREE
           IF WS-CONTROLES-STATUS = '35'
              DISPLAY "JOUR3 : pas de totaux de controle "
                      FUNCTION TRIM(WS-CONTROLES-DSN)
           ELSE
              MOVE WS-CONTROLES-STATUS TO WS-FSTAT-CODE
              MOVE WS-CONTROLES-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-CONTROLES" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              PERFORM UNTIL FIN-CONTROLES
                 READ FICHIER-CONTROLES
                    AT END
                       SET FIN-CONTROLES TO TRUE
                    NOT AT END
                       IF WS-CONTROLE-RECORD NOT = SPACES
                          AND WS-CONTROLE-RECORD(1:1) NOT = '*'
                          PERFORM CHARGER-LIGNE-CONTROLE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-CONTROLES
              MOVE WS-CONTROLES-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       CHARGER-LIGNE-CONTROLE.
           IF WS-CTL-TOTAL-X IS NOT NUMERIC
              OR WS-CTL-TOTAL-CORR-X IS NOT NUMERIC
              OR WS-CTL-NB-MUL-X IS NOT NUMERIC
              OR WS-CTL-DSN = SPACES
              DISPLAY "JOUR3 : ligne de controle ignoree : "
                      WS-CONTROLE-RECORD(1:60)
           ELSE
              IF WS-NB-CONTROLES >= WS-MAX-FICHIERS
                 DISPLAY "ABEND JOUR3 : totaux de controle pleins ("
                         WS-MAX-FICHIERS " fichiers)"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-NB-CONTROLES
              MOVE WS-CTL-DSN        TO CTL-DSN(WS-NB-CONTROLES)
              MOVE WS-CTL-TOTAL      TO CTL-TOTAL(WS-NB-CONTROLES)
              MOVE WS-CTL-TOTAL-CORR TO CTL-TOTAL-CORR(WS-NB-CONTROLES)
              MOVE WS-CTL-NB-MUL     TO CTL-NB-MUL(WS-NB-CONTROLES)
              MOVE 'N'               TO CTL-RAPPROCHE(WS-NB-CONTROLES)
           END-IF.

       RAPPROCHER-UN-FICHIER.
      *> Rapproche les totaux calculés WS-RAP-* de la ligne de
      *> contrôle du même dataset.
           MOVE 0 TO WS-CTL-TROUVE
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
              UNTIL WS-CTL-IDX > WS-NB-CONTROLES
                 OR WS-CTL-TROUVE > 0
              IF CTL-DSN(WS-CTL-IDX) = WS-RAP-DSN
                 AND CTL-RAPPROCHE(WS-CTL-IDX) = 'N'
                 MOVE WS-CTL-IDX TO WS-CTL-TROUVE
              END-IF
           END-PERFORM
           IF WS-CTL-TROUVE = 0
              ADD 1 TO WS-NB-SANS-CONTROLE
              MOVE 0 TO WS-ECART-TOTAL WS-ECART-TOTAL-CORR
                        WS-ECART-NB-MUL
              MOVE "SANS-CTL" TO WS-ECT-STATUT
           ELSE
              MOVE 'O' TO CTL-RAPPROCHE(WS-CTL-TROUVE)
              PERFORM CALCULER-ECARTS
              IF FUNCTION ABS(WS-ECART-TOTAL) > WS-TOLERANCE-CTL
                 OR FUNCTION ABS(WS-ECART-TOTAL-CORR)
                    > WS-TOLERANCE-CTL
                 OR WS-ECART-NB-MUL NOT = 0
                 MOVE "DESEQUILIBRE" TO WS-ECT-STATUT
                 ADD 1 TO WS-NB-DESEQUILIBRES
              ELSE
                 MOVE "EQUILIBRE" TO WS-ECT-STATUT
              END-IF
           END-IF
           PERFORM ECRIRE-LIGNE-ECART.

       CALCULER-ECARTS.
           COMPUTE WS-ECART-TOTAL =
              WS-RAP-TOTAL - CTL-TOTAL(WS-CTL-TROUVE)
           COMPUTE WS-ECART-TOTAL-CORR =
              WS-RAP-TOTAL-CORR - CTL-TOTAL-CORR(WS-CTL-TROUVE)
           COMPUTE WS-ECART-NB-MUL =
              WS-RAP-NB-MUL - CTL-NB-MUL(WS-CTL-TROUVE)
           ADD FUNCTION ABS(WS-ECART-TOTAL) TO WS-CUMUL-ECART-TOTAL
           ADD FUNCTION ABS(WS-ECART-TOTAL-CORR)
              TO WS-CUMUL-ECART-CORR.

       ECRIRE-LIGNE-ECART.
           ADD 1 TO WS-NB-REGIONS-CTL
           MOVE WS-ECART-TOTAL      TO WS-ECT-TOTAL
           MOVE WS-ECART-TOTAL-CORR TO WS-ECT-TOTAL-CORR
           MOVE WS-ECART-NB-MUL     TO WS-ECT-NB-MUL
           MOVE WS-RAP-DSN          TO WS-ECT-DSN
           WRITE WS-ECART-LIGNE FROM WS-ECART-LIGNE-W.

       RESOUDRE-LEDGER-DSN.
           ACCEPT WS-LEDGER-DSN FROM ENVIRONMENT "JOUR3_LEDGER_DSN"
           IF WS-LEDGER-DSN = SPACES
      *> en force superviseur.
           PERFORM VERIFIER-MOIS-CLOS
           IF MOIS-RUN-CLOS
              MOVE "JOUR3" TO WS-FORCE-LIGNE
              PERFORM CONTROLER-FORCE-SUPERVISEUR
              IF WS-SUPERVISEUR-X = 'O'
                 DISPLAY "JOUR3 : mois " WS-MOIS-RUN " clos, ajout "
                         "au grand livre en force superviseur"
              PERFORM ECRIRE-LIGNE-LEDGER
           END-IF.

       CONTROLER-FORCE-SUPERVISEUR.
      *> Le passage en force superviseur est réservé aux opérateurs
      *> habilités (JOUR3-SUPERVISEUR, cf. HABWS.cpy) : sans
      *> habilitation, la demande est tracée au journal et traitée
      *> comme absente (refus RC 12 du mois clos). Une force accordée
      *> est tracée au journal avec l'opérateur et la ligne de grand
      *> livre concernée (WS-FORCE-LIGNE posé par l'appelant).
           ACCEPT WS-SUPERVISEUR-X
              FROM ENVIRONMENT "JOUR3_SUPERVISEUR"
           IF WS-SUPERVISEUR-X = 'O'
              MOVE 'JOUR3-SUPERVISEUR' TO WS-HAB-ACTION
              PERFORM VERIFIER-HABILITATION
              IF HAB-ACCORDEE
                 MOVE SPACES TO WS-LOG-MESSAGE
                 STRING "FORCE SUPERVISEUR MOIS CLOS " WS-MOIS-RUN
                    " LIGNE " WS-FORCE-LIGNE
                    " OPERATEUR " WS-HAB-OPERATEUR
                    DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                 END-STRING
                 PERFORM ECRIRE-JOURNAL
              ELSE
                 MOVE 'N' TO WS-SUPERVISEUR-X
              END-IF
           END-IF.

       ECRIRE-LIGNE-LEDGER.
      *> OPEN EXTEND ne crée pas le fichier s'il n'existe pas encore
      *> (statut '35') : on retombe alors sur OPEN OUTPUT, comme au
      *> tout premier run ou sur un nouvel emplacement de dataset,
      *> pour créer le fichier avant d'y ajouter la ligne du run.
           OPEN EXTEND FICHIER-LEDGER
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-LEDGER-DSN TO WS-MAN-DSN-W
           MOVE WS-LEDGER-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-LEDGER-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-LEDGER
              MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
              MOVE WS-LEDGER-DSN TO WS-MAN-DSN-W
              MOVE WS-LEDGER-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
           END-IF
           MOVE WS-LEDGER-STATUS TO WS-FSTAT-CODE
           MOVE WS-LEDGER-DSN    TO WS-FSTAT-DSN
           MOVE WS-RUN-DATE      TO WS-LEDG-DATE
           MOVE WS-TOTAL         TO WS-LEDG-TOTAL
           MOVE WS-TOTAL-CORR    TO WS-LEDG-TOTAL-CORR
           MOVE WS-NB-NON-REVUS  TO WS-LEDG-NON-REVUS
           MOVE WS-RUNID         TO WS-LEDG-RUNID
           WRITE WS-LEDGER-RECORD
           CLOSE FICHIER-LEDGER
           MOVE WS-LEDGER-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       REJOUER-REJETS-MUL.
      *> Réévalue chaque candidat du fichier des rejets sous la table
      *> do()/don't() global au moment de chaque candidat se
      *> reconstitue en avançant l'audit en parallèle (les bascules à
      *> canal ne touchent pas l'état global et sont ignorées).
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           ACCEPT WS-REJEU-DSN FROM ENVIRONMENT "JOUR3_REJEU_DSN"
           IF WS-REJEU-DSN = SPACES
              MOVE WS-DEFAULT-REJEU-DSN TO WS-REJEU-DSN
           END-STRING
           PERFORM ECRIRE-JOURNAL
           OPEN OUTPUT FICHIER-REJEU
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-REJEU-DSN TO WS-MAN-DSN-W
           MOVE WS-REJEU-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-REJEU-STATUS TO WS-FSTAT-CODE
           MOVE WS-REJEU-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-REJEU" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           SET NOT-FIN-REJEU TO TRUE
           OPEN INPUT FICHIER-REJETS-MUL
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-REJMUL-DSN TO WS-MAN-DSN-W
           MOVE WS-REJMUL-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-REJMUL-STATUS TO WS-FSTAT-CODE
           MOVE WS-REJMUL-DSN    TO WS-FSTAT-DSN
           MOVE "RELECTURE FICHIER-REJETS-MUL" TO WS-FSTAT-OPER
           SET AUDIT-EPUISE TO TRUE
           MOVE 0 TO WS-AUDIT-RELU
           OPEN INPUT FICHIER-AUDIT-DO
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           MOVE WS-AUDIT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-AUDIT-STATUS = '00'
              MOVE 1 TO WS-AUDIT-RELU
              PERFORM LIRE-AUDIT-REJEU
              END-READ
           END-PERFORM
           CLOSE FICHIER-REJETS-MUL
           MOVE WS-REJMUL-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           IF WS-AUDIT-RELU = 1
              CLOSE FICHIER-AUDIT-DO
              MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           CLOSE FICHIER-REJEU
           MOVE WS-REJEU-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY "Rejeu : " WS-NB-REJOUES-VALIDES " candidat(s) "
                   "desormais valide(s) sur " WS-NB-REJOUES
                   ", delta total " WS-DELTA-TOTAL
      *> ligne de run).
           PERFORM VERIFIER-MOIS-CLOS
           IF MOIS-RUN-CLOS
              MOVE "JOUR3REJ" TO WS-FORCE-LIGNE
              PERFORM CONTROLER-FORCE-SUPERVISEUR
              IF WS-SUPERVISEUR-X NOT = 'O'
                 DISPLAY "REFUS JOUR3 : mois " WS-MOIS-RUN
                         " clos, delta de rejeu non porte au grand "

       ECRIRE-LIGNE-LEDGER-REJEU.
           OPEN EXTEND FICHIER-LEDGER
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-LEDGER-DSN TO WS-MAN-DSN-W
           MOVE WS-LEDGER-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-LEDGER-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-LEDGER
              MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
              MOVE WS-LEDGER-DSN TO WS-MAN-DSN-W
              MOVE WS-LEDGER-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
           END-IF
           MOVE WS-LEDGER-STATUS TO WS-FSTAT-CODE
           MOVE WS-LEDGER-DSN    TO WS-FSTAT-DSN
           MOVE WS-RUN-DATE      TO WS-LEDG-DATE
           MOVE WS-DELTA-TOTAL   TO WS-LEDG-TOTAL
           MOVE WS-DELTA-TOTAL-CORR TO WS-LEDG-TOTAL-CORR
           MOVE WS-RUNID         TO WS-LEDG-RUNID
           WRITE WS-LEDGER-RECORD
           CLOSE FICHIER-LEDGER
           MOVE WS-LEDGER-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       VERIFIER-MOIS-CLOS.
      *> Relit le registre des clôtures (absent tant que JOUR3CLO
              MOVE WS-DEFAULT-CLOTURE-DSN TO WS-CLOTURE-DSN
           END-IF
           OPEN INPUT FICHIER-CLOTURE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-CLOTURE-DSN TO WS-MAN-DSN-W
           MOVE WS-CLOTURE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-CLOTURE-STATUS = '00'
              PERFORM UNTIL FIN-CLOTURE
                 READ FICHIER-CLOTURE INTO WS-CLOTURE-RECORD
                 END-READ
              END-PERFORM
              CLOSE FICHIER-CLOTURE
              MOVE WS-CLOTURE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       ECRIRE-RAPPORT-INSTRUCTIONS.
      *> répartition par ligne source sans objet ; c'est donc la
      *> répartition par instruction qui est reportée.
           OPEN OUTPUT FICHIER-RAPPORT-INSTR
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-RAPPORT-INSTR-DSN TO WS-MAN-DSN-W
           MOVE WS-RAPPORT-INSTR-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-RAPPORT-INSTR-STATUS TO WS-FSTAT-CODE
           MOVE WS-RAPPORT-INSTR-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-RAPPORT-INSTR" TO WS-FSTAT-OPER
              UNTIL WS-FIC-IDX > WS-NB-FICHIERS
              PERFORM ECRIRE-SOUS-TOTAL-INSTR
           END-PERFORM
           CLOSE FICHIER-RAPPORT-INSTR
           MOVE WS-RAPPORT-INSTR-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-SOUS-TOTAL-INSTR.
           MOVE SPACES TO WS-RAPPORT-FICHIER-LIGNE
      *> Le jeu d'instructions (mnémonique, longueur, nb d'arguments,
      *> action) est lu depuis un fichier de contrôle ; à défaut on
      *> recharge les trois opcodes historiques mul/do()/don't().
      *> Seules les lignes en vigueur à la date traitée sont
      *> retenues (cf. VIGWS.cpy).
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-VIG-DATE
           MOVE "JOUR3_OPCODES" TO WS-VIG-NOM
           PERFORM INITIALISER-VIGUEUR
           MOVE 3 TO WS-NB-OPCODES
           OPEN INPUT FICHIER-OPCODES
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-OPCODES-DSN TO WS-MAN-DSN-W
           MOVE WS-OPCODES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE "REFERENCE" TO WS-REG-NATURE-W
           MOVE WS-OPCODES-DSN TO WS-REG-DSN-W
           PERFORM INSCRIRE-ENTREE
           IF WS-OPCODES-STATUS NOT = '00'
              PERFORM CHARGER-OPCODES-PAR-DEFAUT
           ELSE
                       SET FIN-FICHIER TO TRUE
                 END-READ
                 IF NOT-FIN-FICHIER
                    MOVE WS-OPCODE-RECORD TO WS-VIG-LIGNE
                    PERFORM FILTRER-VIGUEUR
                 END-IF
                 IF NOT-FIN-FICHIER
                    AND VIG-RETENUE
                    AND WS-VIG-ENTREE NOT = SPACES
                    ADD 1 TO WS-NB-OPCODES
                    UNSTRING WS-VIG-ENTREE DELIMITED BY ALL SPACE
                       INTO OPCODE-NOM(WS-NB-OPCODES)
                            OPCODE-LONGUEUR(WS-NB-OPCODES)
                            OPCODE-NB-ARGS(WS-NB-OPCODES)
                 END-IF
              END-PERFORM
              CLOSE FICHIER-OPCODES
              MOVE WS-OPCODES-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
              SET NOT-FIN-FICHIER TO TRUE
              IF WS-NB-OPCODES = 0
                 PERFORM CHARGER-OPCODES-PAR-DEFAUT
              END-IF
           END-IF
           PERFORM FORMATER-VERSION-VIGUEUR
           MOVE WS-VIG-VERSION TO WS-LOG-MESSAGE
           PERFORM ECRIRE-JOURNAL.

       CHARGER-OPCODES-PAR-DEFAUT.
           SET VIG-PAR-DEFAUT TO TRUE
           MOVE 3         TO WS-NB-OPCODES
           MOVE 'mul'     TO OPCODE-NOM(1)
           MOVE 3         TO OPCODE-LONGUEUR(1)
           MOVE J3-CUM-BASCULES TO WS-NB-BASCULES
           MOVE J3-CUM-OCCURENCES TO COMPTEUR-OCCURENCES
           MOVE J3-CUM-REJETS-MUL TO WS-NB-REJETS-MUL
           IF J3-CUM-EXPORT-X IS NUMERIC
              MOVE J3-CUM-EXPORT TO WS-NB-EXPORT
           ELSE
              MOVE 0 TO WS-NB-EXPORT
           END-IF
      *> Compteurs par opcode : zone à blanc sur un point de reprise
      *> antérieur à leur ajout, les compteurs repartent alors de
      *> zéro (le rapport par instruction de ce run-là restera
              MOVE WS-NB-BASCULES TO J3-CUM-BASCULES
              MOVE COMPTEUR-OCCURENCES TO J3-CUM-OCCURENCES
              MOVE WS-NB-REJETS-MUL TO J3-CUM-REJETS-MUL
              MOVE WS-NB-EXPORT TO J3-CUM-EXPORT
              PERFORM VARYING WS-OPCODE-IDX FROM 1 BY 1
                 UNTIL WS-OPCODE-IDX > 20
                 IF WS-OPCODE-IDX > WS-NB-OPCODES

       TESTER-OPCODES-A-POSITION.
           SET OPCODE-ABSENT TO TRUE
           MOVE WS-POSITION TO WS-EXP-DEBUT
           PERFORM VARYING WS-OPCODE-IDX FROM 1 BY 1
               UNTIL WS-OPCODE-IDX > WS-NB-OPCODES
              IF LIGNE-TEXTE(WS-POSITION:OPCODE-LONGUEUR(
           END-IF
           MOVE WS-CANAL-NOM-W TO WS-AUD-CANAL-STG
           PERFORM ECRIRE-AUDIT-DO
           PERFORM EXPORTER-INSTRUCTION
           MOVE SPACES TO WS-AUD-CANAL-STG.

       TROUVER-CANAL.
                 SET DO-ACTIF TO TRUE
                 MOVE 'ON'  TO WS-AUD-ACTION-STG
                 PERFORM ECRIRE-AUDIT-DO
                 PERFORM EXPORTER-INSTRUCTION
      D           display 'DO Actif'
              WHEN ACTION-DO-OFF(WS-OPCODE-IDX)
                 SET DO-INACTIF TO TRUE
                 MOVE 'OFF' TO WS-AUD-ACTION-STG
                 PERFORM ECRIRE-AUDIT-DO
                 PERFORM EXPORTER-INSTRUCTION
      D           display 'DO Inactif'
              WHEN ACTION-MUL(WS-OPCODE-IDX)
                 SET MUL-VALIDE TO TRUE
      D              display '1er num : ' ws-first-num
      D                      ' 2e num : ' ws-secnd-num
                    PERFORM ECRIRE-AUDIT-MUL
                    PERFORM EXPORTER-INSTRUCTION
                    ADD 1 TO COMPTEUR-OCCURENCES
                 END-IF
              WHEN OTHER
                 PERFORM EXPORTER-INSTRUCTION
           END-EVALUATE.

       ECRIRE-AUDIT-DO.
           MOVE WS-AUD-ACTION-STG TO WS-AUD-ACTION
           MOVE WS-AUD-CANAL-STG  TO WS-AUD-CANAL
           MOVE WS-FIC-IDX        TO WS-AUD-FIC
           MOVE WS-RUNID          TO WS-AUD-RUNID
           WRITE WS-AUDIT-DO-RECORD.

       ECRIRE-AUDIT-MUL.
              MOVE 'OFF' TO WS-AUD-ETAT-DO
           END-IF
           MOVE WS-FIC-IDX TO WS-AUD-FIC
           MOVE WS-RUNID   TO WS-AUD-RUNID
           WRITE WS-AUDIT-DO-RECORD.

       recherche-multiplication.
      *> dataset, son numéro d'enregistrement et sa colonne.
           MOVE 0 TO WS-NB-LOCALISEES
           OPEN OUTPUT FICHIER-LOCALISATION
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-LOCALISATION-DSN TO WS-MAN-DSN-W
           MOVE WS-LOCALISATION-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-LOCALISATION-STATUS TO WS-FSTAT-CODE
           MOVE WS-LOCALISATION-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-LOCALISATION" TO WS-FSTAT-OPER
           PERFORM LOCALISER-AUDIT
           PERFORM LOCALISER-REJETS-MUL
           CLOSE FICHIER-LOCALISATION
           MOVE WS-LOCALISATION-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY "Localisation : " WS-NB-LOCALISEES
                   " position(s) resolue(s) dans "
                   FUNCTION TRIM(WS-LOCALISATION-DSN).
           PERFORM OUVRIR-BORNES-LECTURE
           SET NOT-FIN-LOCALISATION TO TRUE
           OPEN INPUT FICHIER-AUDIT-DO
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           MOVE WS-AUDIT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-AUDIT-STATUS TO WS-FSTAT-CODE
           MOVE WS-AUDIT-DSN    TO WS-FSTAT-DSN
           MOVE "RELECTURE FICHIER-AUDIT-DO" TO WS-FSTAT-OPER
              END-READ
           END-PERFORM
           CLOSE FICHIER-AUDIT-DO
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-BORNES
           MOVE WS-BORNES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       LOCALISER-REJETS-MUL.
           MOVE 'REJMUL' TO WS-LOC-ORIGINE
           PERFORM OUVRIR-BORNES-LECTURE
           SET NOT-FIN-LOCALISATION TO TRUE
           OPEN INPUT FICHIER-REJETS-MUL
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-REJMUL-DSN TO WS-MAN-DSN-W
           MOVE WS-REJMUL-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-REJMUL-STATUS TO WS-FSTAT-CODE
           MOVE WS-REJMUL-DSN    TO WS-FSTAT-DSN
           MOVE "RELECTURE FICHIER-REJETS-MUL" TO WS-FSTAT-OPER
              END-READ
           END-PERFORM
           CLOSE FICHIER-REJETS-MUL
           MOVE WS-REJMUL-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-BORNES
           MOVE WS-BORNES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       OUVRIR-BORNES-LECTURE.
           SET BORNE-COURANTE-ABSENTE TO TRUE
           SET BORNES-EPUISEES TO TRUE
           OPEN INPUT FICHIER-BORNES
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-BORNES-DSN TO WS-MAN-DSN-W
           MOVE WS-BORNES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-BORNES-STATUS TO WS-FSTAT-CODE
           MOVE WS-BORNES-DSN    TO WS-FSTAT-DSN
           MOVE "RELECTURE FICHIER-BORNES" TO WS-FSTAT-OPER
           END-IF.

       RESOUDRE-UNE-POSITION.
           PERFORM CALER-SUR-BORNES
           MOVE WS-LOC-CIBLE TO WS-LOC-POSITION
           ADD 1 TO WS-NB-LOCALISEES
           WRITE WS-LOCALISATION-LIGNE FROM WS-LOC-LIGNE-W.

       CALER-SUR-BORNES.
      *> Les cibles montent d'un appel à l'autre (audit et rejets
      *> sont écrits dans l'ordre du flux, le couple fichier +
      *> position relative est croissant) : la borne courante
           ELSE
              MOVE 0 TO WS-LOC-LIGNE WS-LOC-COL
              MOVE '*NON RESOLUE*' TO WS-LOC-DSN
           END-IF.

       PRODUIRE-REVUE-MUL.
      *> Relit l'audit dans l'ordre du flux : les bascules à canal y
      *> reconstituent l'état de chaque canal, et chaque ligne MUL
      *> dont le produit dépasse le seuil part à la liste de revue,
      *> localisée sur les bornes d'enregistrement comme au rapport
      *> de localisation. Les visas sont ensuite rapprochés de toute
      *> la liste pour compter les items non revus et contestés.
           ACCEPT WS-SEUIL-REVUE-X FROM ENVIRONMENT "JOUR3_SEUIL_REVUE"
           IF WS-SEUIL-REVUE-X NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-SEUIL-REVUE-X) = 0
                 COMPUTE WS-SEUIL-REVUE =
                    FUNCTION NUMVAL(WS-SEUIL-REVUE-X)
              ELSE
                 DISPLAY "JOUR3 : seuil de revue invalide ("
                         FUNCTION TRIM(WS-SEUIL-REVUE-X)
                         "), seuil par defaut " WS-SEUIL-REVUE
              END-IF
           END-IF
           ACCEPT WS-REVUE-DSN FROM ENVIRONMENT "JOUR3_REVUE_DSN"
           IF WS-REVUE-DSN = SPACES
              MOVE WS-DEFAULT-REVUE-DSN TO WS-REVUE-DSN
           END-IF
           ACCEPT WS-VISA-DSN FROM ENVIRONMENT "JOUR3_VISA_DSN"
           IF WS-VISA-DSN = SPACES
              MOVE WS-DEFAULT-VISA-DSN TO WS-VISA-DSN
           END-IF
           MOVE 0 TO WS-NB-REVUE WS-NB-CANAUX-REVUE
           PERFORM CHARGER-CLES-REVUE
           OPEN EXTEND FICHIER-REVUE
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-REVUE-DSN TO WS-MAN-DSN-W
           MOVE WS-REVUE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-REVUE-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-REVUE
              MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
              MOVE WS-REVUE-DSN TO WS-MAN-DSN-W
              MOVE WS-REVUE-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
           END-IF
           MOVE WS-REVUE-STATUS TO WS-FSTAT-CODE
           MOVE WS-REVUE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-REVUE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM OUVRIR-BORNES-LECTURE
           SET NOT-FIN-LOCALISATION TO TRUE
           OPEN INPUT FICHIER-AUDIT-DO
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           MOVE WS-AUDIT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-AUDIT-STATUS TO WS-FSTAT-CODE
           MOVE WS-AUDIT-DSN    TO WS-FSTAT-DSN
           MOVE "RELECTURE FICHIER-AUDIT-DO" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL FIN-LOCALISATION
              READ FICHIER-AUDIT-DO INTO WS-AUDIT-DO-RECORD
                 AT END
                    SET FIN-LOCALISATION TO TRUE
                 NOT AT END
                    PERFORM EXAMINER-LIGNE-REVUE
              END-READ
           END-PERFORM
           CLOSE FICHIER-AUDIT-DO
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-BORNES
           MOVE WS-BORNES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-REVUE
           MOVE WS-REVUE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           PERFORM CHARGER-VISAS
           PERFORM COMPTER-ITEMS-REVUE
           DISPLAY "Revue mul : " WS-NB-REVUE " item(s) au-dela de "
                   WS-SEUIL-REVUE ", " WS-NB-NON-REVUS
                   " non revu(s), " WS-NB-CONTESTES " conteste(s)"
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "REVUE SEUIL " WS-SEUIL-REVUE
              " ITEMS " WS-NB-REVUE
              " NON-REVUS " WS-NB-NON-REVUS
              " CONTESTES " WS-NB-CONTESTES
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       EXAMINER-LIGNE-REVUE.
           IF WS-AUD-CANAL NOT = SPACES
              PERFORM REJOUER-BASCULE-CANAL-REVUE
           ELSE
              IF WS-AUD-ACTION = 'MUL'
                 COMPUTE WS-PRODUIT-REVUE =
                    FUNCTION NUMVAL(WS-AUD-OP1)
                    * FUNCTION NUMVAL(WS-AUD-OP2)
                 IF WS-PRODUIT-REVUE > WS-SEUIL-REVUE
                    PERFORM ECRIRE-ITEM-REVUE
                 END-IF
              END-IF
           END-IF.

       REJOUER-BASCULE-CANAL-REVUE.
           MOVE 0 TO WS-CRV-IDX
           PERFORM VARYING WS-CANAL-I FROM 1 BY 1
              UNTIL WS-CANAL-I > WS-NB-CANAUX-REVUE
              IF CRV-NOM(WS-CANAL-I) = WS-AUD-CANAL
                 MOVE WS-CANAL-I TO WS-CRV-IDX
              END-IF
           END-PERFORM
           IF WS-CRV-IDX = 0
              AND WS-NB-CANAUX-REVUE < WS-MAX-CANAUX
              ADD 1 TO WS-NB-CANAUX-REVUE
              MOVE WS-NB-CANAUX-REVUE TO WS-CRV-IDX
              MOVE WS-AUD-CANAL TO CRV-NOM(WS-CRV-IDX)
           END-IF
           IF WS-CRV-IDX > 0
              IF WS-AUD-ACTION = 'ON'
                 MOVE 'O' TO CRV-ETAT(WS-CRV-IDX)
              ELSE
                 MOVE 'N' TO CRV-ETAT(WS-CRV-IDX)
              END-IF
           END-IF.

       ECRIRE-ITEM-REVUE.
      *> La clé d'item (date du run, séquence de l'audit) est celle
      *> que le réviseur reporte dans le fichier des visas.
           MOVE WS-AUD-POSITION TO WS-LOC-CIBLE
           IF WS-AUD-FIC IS NUMERIC
              MOVE WS-AUD-FIC TO WS-LOC-CIBLE-FIC
           ELSE
              MOVE 0 TO WS-LOC-CIBLE-FIC
           END-IF
           PERFORM CALER-SUR-BORNES
           MOVE SPACES TO WS-RVU-CLE
           STRING WS-RUN-DATE "-" WS-AUD-SEQ
              DELIMITED BY SIZE INTO WS-RVU-CLE
           END-STRING
           PERFORM TROUVER-CLE-REVUE
           MOVE WS-PRODUIT-REVUE  TO WS-RVU-PRODUIT
           MOVE WS-AUD-OP1        TO WS-RVU-OP1
           MOVE WS-AUD-OP2        TO WS-RVU-OP2
           MOVE WS-AUD-ETAT-DO    TO WS-RVU-ETAT-DO
           MOVE WS-LOC-CIBLE-FIC  TO WS-RVU-FIC
           MOVE WS-LOC-LIGNE      TO WS-RVU-LIGNE
           MOVE WS-LOC-COL        TO WS-RVU-COL
           MOVE WS-LOC-DSN        TO WS-RVU-DSN
           MOVE SPACES TO WS-RVU-CANAUX
           MOVE 1 TO WS-CANAUX-PTR
           PERFORM VARYING WS-CANAL-I FROM 1 BY 1
              UNTIL WS-CANAL-I > WS-NB-CANAUX-REVUE
              IF CRV-ETAT(WS-CANAL-I) = 'O'
                 STRING CRV-NOM(WS-CANAL-I) DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                    INTO WS-RVU-CANAUX WITH POINTER WS-CANAUX-PTR
                 END-STRING
              END-IF
           END-PERFORM
           IF WS-RVU-CANAUX = SPACES
              MOVE '-' TO WS-RVU-CANAUX
           END-IF
      *> Item déjà listé par un run antérieur du même jour : pas
      *> de seconde ligne.
           IF WS-CRU-TROUVE = 0
              WRITE WS-REVUE-LIGNE FROM WS-REVUE-LIGNE-W
              ADD 1 TO WS-NB-REVUE
           END-IF.

       CHARGER-CLES-REVUE.
      *> Relit la liste de revue avant l'ajout du run et retient les
      *> clés de la date du run (liste absente, statut '35' : aucune).
           MOVE 0 TO WS-NB-CLES-REVUE
           SET NOT-FIN-REVUE TO TRUE
           OPEN INPUT FICHIER-REVUE
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-REVUE-DSN TO WS-MAN-DSN-W
           MOVE WS-REVUE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-REVUE-STATUS = '35'
              SET FIN-REVUE TO TRUE
           ELSE
              MOVE WS-REVUE-STATUS TO WS-FSTAT-CODE
              MOVE WS-REVUE-DSN    TO WS-FSTAT-DSN
              MOVE "LECTURE CLES FICHIER-REVUE" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
           END-IF
           PERFORM UNTIL FIN-REVUE
              READ FICHIER-REVUE INTO WS-REVUE-LIGNE-W
                 AT END
                    SET FIN-REVUE TO TRUE
                 NOT AT END
                    IF WS-RVU-CLE(1:8) = WS-RUN-DATE
                       PERFORM MEMORISER-CLE-REVUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-REVUE-STATUS NOT = '35'
              CLOSE FICHIER-REVUE
              MOVE WS-REVUE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       MEMORISER-CLE-REVUE.
           PERFORM TROUVER-CLE-REVUE
           IF WS-CRU-TROUVE = 0
              IF WS-NB-CLES-REVUE >= WS-MAX-CLES-REVUE
                 DISPLAY "ABEND JOUR3 : plus de " WS-MAX-CLES-REVUE
                         " items de revue pour la date du run"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-NB-CLES-REVUE
              MOVE WS-RVU-CLE TO CRU-CLE(WS-NB-CLES-REVUE)
           END-IF.

       TROUVER-CLE-REVUE.
           MOVE 0 TO WS-CRU-TROUVE
           PERFORM VARYING WS-CRU-IDX FROM 1 BY 1
              UNTIL WS-CRU-IDX > WS-NB-CLES-REVUE
              IF CRU-CLE(WS-CRU-IDX) = WS-RVU-CLE
                 MOVE WS-CRU-IDX TO WS-CRU-TROUVE
                 MOVE WS-NB-CLES-REVUE TO WS-CRU-IDX
              END-IF
           END-PERFORM.

       CHARGER-VISAS.
      *> Sans fichier de visas (statut '35'), aucun item n'est revu.
           MOVE 0 TO WS-NB-VISAS
           SET NOT-FIN-VISA TO TRUE
           OPEN INPUT FICHIER-VISA
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-VISA-DSN TO WS-MAN-DSN-W
           MOVE WS-VISA-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE "REFERENCE" TO WS-REG-NATURE-W
           MOVE WS-VISA-DSN TO WS-REG-DSN-W
           PERFORM INSCRIRE-ENTREE
           IF WS-VISA-STATUS = '35'
              SET FIN-VISA TO TRUE
           ELSE
              MOVE WS-VISA-STATUS TO WS-FSTAT-CODE
              MOVE WS-VISA-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-VISA" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
           END-IF
           PERFORM UNTIL FIN-VISA
              READ FICHIER-VISA
                 AT END
                    SET FIN-VISA TO TRUE
                 NOT AT END
                    IF WS-VISA-RECORD NOT = SPACES
                       AND WS-VISA-RECORD(1:1) NOT = '*'
                       PERFORM MEMORISER-VISA
                    END-IF
              END-READ
           END-PERFORM
           IF WS-VISA-STATUS NOT = '35'
              CLOSE FICHIER-VISA
              MOVE WS-VISA-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       MEMORISER-VISA.
      *> Une décision autre que A ou D est ignorée (l'item reste
      *> sans visa).
           IF WS-VIS-DECISION = 'A' OR WS-VIS-DECISION = 'D'
              MOVE WS-VIS-CLE TO WS-RVU-CLE
              PERFORM TROUVER-VISA
              IF WS-VISA-TROUVE = 0
                 IF WS-NB-VISAS >= WS-MAX-VISAS
                    DISPLAY "ABEND JOUR3 : plus de " WS-MAX-VISAS
                            " visas de revue"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-NB-VISAS
                 MOVE WS-NB-VISAS TO WS-VISA-TROUVE
                 MOVE WS-VIS-CLE TO VISA-CLE(WS-VISA-TROUVE)
              END-IF
              MOVE WS-VIS-DECISION TO VISA-DECISION(WS-VISA-TROUVE)
           END-IF.

       TROUVER-VISA.
           MOVE 0 TO WS-VISA-TROUVE
           PERFORM VARYING WS-VISA-IDX FROM 1 BY 1
              UNTIL WS-VISA-IDX > WS-NB-VISAS
              IF VISA-CLE(WS-VISA-IDX) = WS-RVU-CLE
                 MOVE WS-VISA-IDX TO WS-VISA-TROUVE
                 MOVE WS-NB-VISAS TO WS-VISA-IDX
              END-IF
           END-PERFORM.

       COMPTER-ITEMS-REVUE.
           MOVE 0 TO WS-NB-ITEMS-REVUE WS-NB-NON-REVUS
                     WS-NB-CONTESTES
           SET NOT-FIN-REVUE TO TRUE
           OPEN INPUT FICHIER-REVUE
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-REVUE-DSN TO WS-MAN-DSN-W
           MOVE WS-REVUE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-REVUE-STATUS TO WS-FSTAT-CODE
           MOVE WS-REVUE-DSN    TO WS-FSTAT-DSN
           MOVE "RELECTURE FICHIER-REVUE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL FIN-REVUE
              READ FICHIER-REVUE INTO WS-REVUE-LIGNE-W
                 AT END
                    SET FIN-REVUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-ITEMS-REVUE
                    PERFORM TROUVER-VISA
                    IF WS-VISA-TROUVE = 0
                       ADD 1 TO WS-NB-NON-REVUS
                    ELSE
                       IF VISA-DECISION(WS-VISA-TROUVE) = 'D'
                          ADD 1 TO WS-NB-CONTESTES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           MOVE WS-NB-ITEMS-REVUE TO WS-RDEOF-COUNT
           MOVE WS-REVUE-DSN      TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE FICHIER-REVUE
           MOVE WS-REVUE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       RESOUDRE-EXPORT-DSN.
           ACCEPT WS-EXPORT-X FROM ENVIRONMENT "JOUR3_EXPORT"
           IF WS-EXPORT-X = 'O' OR WS-EXPORT-X = 'o'
              SET EXPORT-DEMANDE TO TRUE
           END-IF
           ACCEPT WS-EXPWRK-DSN FROM ENVIRONMENT "JOUR3_EXPORT_WRK_DSN"
           IF WS-EXPWRK-DSN = SPACES
              MOVE WS-DEFAULT-EXPWRK-DSN TO WS-EXPWRK-DSN
           END-IF
           ACCEPT WS-EXPORT-DSN FROM ENVIRONMENT "JOUR3_EXPORT_DSN"
           IF WS-EXPORT-DSN = SPACES
              MOVE WS-DEFAULT-EXPORT-DSN TO WS-EXPORT-DSN
           END-IF.

       OUVRIR-EXPORT-WRK.
      *> Même régime que l'audit : EXTEND sur reprise à chaud (le
      *> fichier vient d'être ramené à son compte sauvegardé),
      *> OUTPUT pour un run neuf.
           PERFORM RESOUDRE-EXPORT-DSN
           IF EXPORT-DEMANDE
              IF REPRISE-A-RESTAURER
                 OPEN EXTEND FICHIER-EXPORT-WRK
                 IF WS-EXPWRK-STATUS NOT = '00'
                    OPEN OUTPUT FICHIER-EXPORT-WRK
                 END-IF
              ELSE
                 OPEN OUTPUT FICHIER-EXPORT-WRK
              END-IF
              MOVE WS-EXPWRK-STATUS TO WS-FSTAT-CODE
              MOVE WS-EXPWRK-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-EXPORT-WRK" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
           END-IF.

       EXPORTER-INSTRUCTION.
      *> Une ligne de travail par instruction reconnue : mnémonique
      *> de la table (ou DO-CANAL/DONT-CANAL pour les bascules à
      *> canal), opérandes et produit pour un mul valide, état
      *> do()/don't() et canaux actifs après l'instruction, prise
      *> en compte aux totaux.
           IF EXPORT-DEMANDE
              MOVE SPACES TO WS-EXPWRK-RECORD
              COMPUTE WS-EXW-POSITION = WS-OFFSET-FLUX + WS-EXP-DEBUT
              MOVE WS-FIC-IDX TO WS-EXW-FIC
              MOVE 0 TO WS-EXW-OP1 WS-EXW-OP2 WS-EXW-PRODUIT
              MOVE 'N' TO WS-EXW-AU-TOTAL WS-EXW-AU-CORR
              IF WS-AUD-CANAL-STG NOT = SPACES
                 IF WS-CANAL-ETAT-W = 'O'
                    MOVE 'DO-CANAL' TO WS-EXW-OPCODE
                 ELSE
                    MOVE 'DONT-CANAL' TO WS-EXW-OPCODE
                 END-IF
                 MOVE WS-AUD-CANAL-STG TO WS-EXW-CANAL
              ELSE
                 MOVE OPCODE-NOM(WS-OPCODE-IDX) TO WS-EXW-OPCODE
                 IF ACTION-MUL(WS-OPCODE-IDX)
                    MOVE ws-first-num   TO WS-EXW-OP1
                    MOVE ws-secnd-num   TO WS-EXW-OP2
                    MOVE WS-PRODUIT-MUL TO WS-EXW-PRODUIT
                    MOVE 'O' TO WS-EXW-AU-TOTAL
                    IF DO-ACTIF
                       MOVE 'O' TO WS-EXW-AU-CORR
                    END-IF
                 END-IF
              END-IF
              IF DO-ACTIF
                 MOVE 'ON'  TO WS-EXW-ETAT-DO
              ELSE
                 MOVE 'OFF' TO WS-EXW-ETAT-DO
              END-IF
              MOVE 1 TO WS-CANAUX-PTR
              PERFORM VARYING WS-CANAL-I FROM 1 BY 1
                 UNTIL WS-CANAL-I > WS-NB-CANAUX
                 IF CANAL-ETAT(WS-CANAL-I) = 'O'
                    STRING CANAL-NOM(WS-CANAL-I) DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                       INTO WS-EXW-CANAUX WITH POINTER WS-CANAUX-PTR
                    END-STRING
                 END-IF
              END-PERFORM
              WRITE WS-EXPWRK-RECORD
              ADD 1 TO WS-NB-EXPORT
           END-IF.

       PRODUIRE-EXPORT.
      *> Relit le fichier de travail (ordre du flux, positions
      *> croissantes par fichier) en le croisant avec les bornes
      *> d'enregistrement, entre un en-tête et un pied qui reportent
      *> les chiffres du sommaire : l'aval équilibre l'export sur nos
      *> totaux sans réanalyser les dumps.
           OPEN OUTPUT FICHIER-EXPORT
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-EXPORT-DSN TO WS-MAN-DSN-W
           MOVE WS-EXPORT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-EXPORT-STATUS TO WS-FSTAT-CODE
           MOVE WS-EXPORT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-EXPORT" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE 'H' TO WS-EXH-TYPE
           PERFORM REMPLIR-CONTROLE-EXPORT
           WRITE WS-EXPORT-LIGNE FROM WS-EXP-ENTETE-W
           MOVE 0 TO WS-NB-EXPORT-RELUS
           PERFORM OUVRIR-BORNES-LECTURE
           SET NOT-FIN-EXPORT TO TRUE
           OPEN INPUT FICHIER-EXPORT-WRK
           MOVE WS-EXPWRK-STATUS TO WS-FSTAT-CODE
           MOVE WS-EXPWRK-DSN    TO WS-FSTAT-DSN
           MOVE "RELECTURE FICHIER-EXPORT-WRK" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL FIN-EXPORT
              READ FICHIER-EXPORT-WRK
                 AT END
                    SET FIN-EXPORT TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-EXPORT-RELUS
                    MOVE WS-EXW-POSITION TO WS-LOC-CIBLE
                    IF WS-EXW-FIC IS NUMERIC
                       MOVE WS-EXW-FIC TO WS-LOC-CIBLE-FIC
                    ELSE
                       MOVE 0 TO WS-LOC-CIBLE-FIC
                    END-IF
                    PERFORM CALER-SUR-BORNES
                    MOVE WS-NB-EXPORT-RELUS TO WS-EXD-SEQ
                    MOVE WS-LOC-CIBLE-FIC TO WS-EXD-FIC
                    MOVE WS-LOC-LIGNE     TO WS-EXD-LIGNE
                    MOVE WS-LOC-COL       TO WS-EXD-COL
                    MOVE WS-EXW-CORPS     TO WS-EXD-CORPS
                    WRITE WS-EXPORT-LIGNE FROM WS-EXP-DETAIL-W
              END-READ
           END-PERFORM
           CLOSE FICHIER-EXPORT-WRK
           CLOSE FICHIER-BORNES
           MOVE WS-BORNES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE 'T' TO WS-EXH-TYPE
           PERFORM REMPLIR-CONTROLE-EXPORT
           WRITE WS-EXPORT-LIGNE FROM WS-EXP-ENTETE-W
           CLOSE FICHIER-EXPORT
           MOVE WS-EXPORT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY "Export : " WS-NB-EXPORT-RELUS
                   " instruction(s) dans "
                   FUNCTION TRIM(WS-EXPORT-DSN).

       REMPLIR-CONTROLE-EXPORT.
      *> En-tête et pied portent les mêmes chiffres que le sommaire
      *> (date, total, total corrigé, rejets mul), plus le nombre de
      *> lignes D et de mul valides.
           MOVE WS-RUN-DATE         TO WS-EXH-DATE
           MOVE WS-NB-EXPORT        TO WS-EXH-NB
           MOVE WS-TOTAL            TO WS-EXH-TOTAL
           MOVE WS-TOTAL-CORR       TO WS-EXH-TOTAL-CORR
           MOVE COMPTEUR-OCCURENCES TO WS-EXH-NB-MUL
           MOVE WS-NB-REJETS-MUL    TO WS-EXH-REJETS-MUL.

       COPY CKPTPR.
       COPY LOGPR.
       COPY RUNPR.
       COPY FSTATPR.
       COPY RDEOFPR.
       COPY ENVPR.
       COPY DATPR.
       COPY VIGPR.
       COPY PUBPR.
       COPY MANPR.
       COPY REGPR.
       COPY HABPR.
        
