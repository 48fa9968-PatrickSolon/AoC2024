      *> VIGWS.cpy - Vigueur datée des fichiers paramètres de la
      *> suite (tolerance.par de JOUR2, table des opcodes de JOUR3,
      *> liste de mots de JOUR4, gabarits de JOUR4-2, plages de
      *> JOURALR, tarifs de JOURFAC). Chaque ligne peut porter en
      *> tête une fenêtre de vigueur "[AAAAMMJJ-AAAAMMJJ]" (début et
      *> fin incluses ; début omis = depuis toujours, fin omise =
      *> sans terme), suivie
      *> de l'entrée au format habituel du fichier ; une ligne sans
      *> fenêtre vaut en permanence, les fichiers existants restent
      *> donc valables tels quels. Une modification de paramètre
      *> ferme l'ancienne ligne et en ajoute une nouvelle au lieu de
      *> l'écraser : seules les entrées en vigueur à la date de
      *> traitement (cf. DATWS.cpy) sont retenues, et un retraitement
      *> d'une date passée relit les paramètres de l'époque.
      *> Protocole : le programme pose WS-VIG-NOM (sa variable
      *> d'environnement sans _DSN) et WS-VIG-DATE puis PERFORM
      *> INITIALISER-VIGUEUR ; pour chaque ligne lue, MOVE la ligne
      *> TO WS-VIG-LIGNE et PERFORM FILTRER-VIGUEUR : si VIG-RETENUE,
      *> l'entrée est dans WS-VIG-ENTREE (fenêtre ôtée, cadrée à
      *> gauche) ; une fenêtre illisible arrête le pas (RC 16). Le
      *> contrôle de syntaxe des paramètres (JOURPAR) décompose les
      *> lignes par ANALYSER-FENETRE-VIGUEUR, qui rend le motif du
      *> rejet dans WS-VIG-MOTIF au lieu d'arrêter. Si le
      *> programme retombe sur son jeu par défaut (fichier absent ou
      *> aucune entrée retenue) : SET VIG-PAR-DEFAUT. En fin de
      *> chargement, PERFORM FORMATER-VERSION-VIGUEUR rend dans
      *> WS-VIG-VERSION la ligne de version, portée au sommaire et au
      *> journal pour qu'un résultat historique se rejoue à
      *> l'identique :
      *>   PARAMETRE <nom> <vigueur> <entrées> <empreinte>
      *> <vigueur> = plus récent début de fenêtre des entrées
      *> retenues (00000000 : entrées permanentes seules), <entrées>
      *> = nombre d'entrées retenues, <empreinte> = Adler-32 de ces
      *> entrées (même calcul que le manifeste, cf. MANWS.cpy) ; ou
      *>   PARAMETRE <nom> DEFAUT
      *> quand le jeu par défaut du programme a servi.
       01  WS-VIG-NOM            PIC X(20) VALUE SPACES.
       01  WS-VIG-DATE           PIC 9(08) VALUE ZERO.
       01  WS-VIG-LIGNE          PIC X(256) VALUE SPACES.
       01  WS-VIG-ENTREE         PIC X(256) VALUE SPACES.
       01  WS-VIG-FLAG           PIC X(01) VALUE 'R'.
           88  VIG-RETENUE           VALUE 'R'.
           88  VIG-ECARTEE           VALUE 'E'.
       01  WS-VIG-ORIGINE        PIC X(01) VALUE 'F'.
           88  VIG-PAR-FICHIER       VALUE 'F'.
           88  VIG-PAR-DEFAUT        VALUE 'D'.
       01  WS-VIG-FENETRE        PIC X(40) VALUE SPACES.
       01  WS-VIG-MOTIF          PIC X(40) VALUE SPACES.
       01  WS-VIG-NB-TIRETS      PIC 9(02) VALUE ZERO.
       01  WS-VIG-DEBUT-X        PIC X(20) VALUE SPACES.
       01  WS-VIG-FIN-X          PIC X(20) VALUE SPACES.
       01  WS-VIG-DEBUT          PIC 9(08) VALUE ZERO.
       01  WS-VIG-FIN            PIC 9(08) VALUE ZERO.
       01  WS-VIG-DEBUT-MAX      PIC 9(08) VALUE ZERO.
       01  WS-VIG-NB-RETENUES    PIC 9(05) VALUE ZERO.
       01  WS-VIG-NB-ECARTEES    PIC 9(05) VALUE ZERO.
       01  WS-VIG-EMPREINTE      PIC 9(10) VALUE ZERO.
       01  WS-VIG-EMP-A          PIC 9(06) VALUE ZERO.
       01  WS-VIG-EMP-B          PIC 9(06) VALUE ZERO.
       01  WS-VIG-LONG           PIC 9(05) VALUE ZERO.
       01  WS-VIG-POS            PIC 9(05) VALUE ZERO.
       01  WS-VIG-OCTET          PIC 9(03) VALUE ZERO.
       01  WS-VIG-VERSION        PIC X(60) VALUE SPACES.
