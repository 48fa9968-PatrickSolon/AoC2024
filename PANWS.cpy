      *> PANWS.cpy - Zones du mode multi-panneaux de la recherche de
      *> mots (JOUR4, JOUR4-2, JOUR4CLU) : le site a plusieurs
      *> panneaux capteurs, chacun livrant sa propre grille. Quand
      *> JOUR4_PANNEAUX_DSN est posée, la liste est chargée par
      *> CHARGER-LISTE-PANNEAUX (cf. PANPR.cpy) et chaque panneau est
      *> traité à son tour ; sans elle, le mode mono-grille
      *> historique (JOUR4_INPUT_DSN) s'applique. Les datasets propres
      *> à un panneau (masque, photographies de la veille, carte de
      *> densité) sont ceux du mode mono-grille suffixés de ".ID" :
      *> le programme pose le nom de base dans WS-PAN-DSN-W puis
      *> PERFORM SUFFIXER-DSN-PANNEAU pour le panneau courant.
      *> Protocole : WS-PAN-PROGID (libellé des messages) puis
      *> PERFORM CHARGER-LISTE-PANNEAUX.
       01  WS-PAN-LISTE-DSN      PIC X(200) VALUE SPACES.
       01  WS-PAN-LISTE-STATUS   PIC X(02) VALUE '00'.
       01  WS-PAN-PROGID         PIC X(08) VALUE SPACES.
       01  WS-PAN-LISTE-EOF      PIC 9 VALUE 0.
           88  FIN-LISTE-PANNEAUX    VALUE 1.
           88  NOT-FIN-LISTE-PANNEAUX VALUE 0.
       01  WS-PAN-MODE           PIC 9 VALUE 0.
           88  MODE-MULTI-PANNEAUX   VALUE 1.
           88  MODE-MONO-PANNEAU     VALUE 0.
       01  WS-MAX-PANNEAUX       PIC 9(02) VALUE 20.
       01  WS-NB-PANNEAUX        PIC 9(02) VALUE ZERO.
       01  WS-PAN-IDX            PIC 9(02) VALUE ZERO.
       01  WS-PAN-IDX2           PIC 9(02) VALUE ZERO.
       01  TABLE-PANNEAUX.
           05  PANNEAU-ENTRY OCCURS 20.
               10  PAN-ID            PIC X(08).
               10  PAN-DSN           PIC X(200).
      *> Identifiant du panneau en cours (à blanc en mode
      *> mono-grille : les lignes estampillées gardent alors leur
      *> disposition d'avant le mode multi-panneaux).
       01  WS-PANNEAU-COURANT    PIC X(08) VALUE SPACES.
       01  WS-PAN-ID-X           PIC X(20) VALUE SPACES.
       01  WS-PAN-DSN-X          PIC X(200) VALUE SPACES.
       01  WS-PAN-DSN-W          PIC X(200) VALUE SPACES.
       01  WS-PAN-DSN-SUFFIXE    PIC X(200) VALUE SPACES.
