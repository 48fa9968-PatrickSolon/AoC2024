      *> MANWS.cpy - Zones du manifeste de run (sur le modèle du
      *> journal structuré, cf. LOGWS.cpy) : pour l'audit, chaque
      *> programme de la chaîne JOUR1-JOUR5 ajoute au manifeste une
      *> ligne par dataset ouvert, avec le nombre d'enregistrements
      *> et une empreinte du contenu, de quoi prouver plus tard que
      *> l'extrait lu est bien celui que la source a envoyé et que
      *> les états remis sont bien ceux produits (JOURMAN recalcule
      *> l'empreinte d'un dataset archivé contre le manifeste d'une
      *> date de run).
      *> Protocole : le programme pose WS-MAN-PROGID au lancement ;
      *> après chaque OPEN d'un dataset de données, WS-MAN-ROLE-W
      *> (ENTREE, SORTIE ou HISTORIQUE), WS-MAN-DSN-W (le DSN
      *> résolu) et WS-MAN-STATUT-W (son FILE STATUS) puis PERFORM
      *> MANIFESTE-OUVERTURE (un OPEN en échec n'est pas inscrit) ;
      *> après chaque CLOSE, WS-MAN-DSN-W puis PERFORM
      *> MANIFESTE-FERMETURE ; en fin normale de run, PERFORM
      *> ECRIRE-MANIFESTE, qui relit chaque dataset inscrit pour le
      *> compter et calculer son empreinte, et ajoute les lignes au
      *> manifeste désigné par AOC_MANIFESTE_DSN. Un même DSN rouvert
      *> dans le run (lu puis réécrit) ne fait qu'une ligne : première
      *> ouverture, dernière fermeture, contenu final. Les fichiers
      *> de travail intermédiaires (tris, bruts) ne sont pas inscrits.
      *> Empreinte : Adler-32 (rendu décimal sur 10 chiffres) du
      *> contenu, chaque ligne prise sans ses blancs de fin et suivie
      *> d'un saut de ligne - indépendante de la longueur
      *> d'enregistrement du programme qui a écrit le fichier.
      *> L'identifiant de run (cf. RUNWS.cpy, COPY RUNWS requis)
      *> ferme chaque ligne du manifeste ; comme il est aussi porté
      *> par les sorties elles-mêmes, l'empreinte est calculée
      *> l'identifiant masqué (WS-MAN-RUNID-MASQUE, remplacé par des
      *> blancs) : un retraitement qui reproduit une sortie à
      *> l'identique, à l'identifiant près, garde son empreinte.
      *> La date des lignes est la date de traitement (COPY DATWS et
      *> DATPR requis).
       01  WS-MAN-DSN            PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-MAN-DSN     PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/manifeste.dat".
       01  WS-MAN-STATUS         PIC X(02) VALUE '00'.
       01  WS-MAN-SCAN-DSN       PIC X(200) VALUE SPACES.
       01  WS-MAN-SCAN-STATUS    PIC X(02) VALUE '00'.
       01  WS-MAN-PROGID         PIC X(08) VALUE SPACES.
       01  WS-MAN-ROLE-W         PIC X(10) VALUE SPACES.
       01  WS-MAN-DSN-W          PIC X(200) VALUE SPACES.
       01  WS-MAN-STATUT-W       PIC X(02) VALUE SPACES.
       01  WS-MAN-MAX            PIC 9(02) VALUE 40.
       01  WS-MAN-NB             PIC 9(02) VALUE ZERO.
       01  WS-MAN-IDX            PIC 9(02) VALUE ZERO.
       01  TABLE-MANIFESTE.
           05  MAN-ENTRY OCCURS 40 TIMES.
               10  MAN-TBL-ROLE      PIC X(10).
               10  MAN-TBL-DSN       PIC X(200).
               10  MAN-TBL-OUVERTURE PIC 9(14).
               10  MAN-TBL-FERMETURE PIC 9(14).
       01  WS-MAN-TROUVE-FLAG    PIC 9 VALUE 0.
           88  MAN-TROUVE            VALUE 1.
           88  MAN-ABSENT            VALUE 0.
       01  WS-MAN-DATE-RUN       PIC 9(08) VALUE ZERO.
       01  WS-MAN-DATE-W         PIC 9(08) VALUE ZERO.
       01  WS-MAN-HEURE-W        PIC 9(08) VALUE ZERO.
       01  WS-MAN-HORODATE       PIC 9(14) VALUE ZERO.
      *> Résultat de CALCULER-EMPREINTE sur WS-MAN-SCAN-DSN.
       01  WS-MAN-SCAN-FLAG      PIC 9 VALUE 0.
           88  MAN-SCAN-PRESENT      VALUE 1.
           88  MAN-SCAN-ABSENT       VALUE 0.
       01  WS-MAN-NB-ENREG       PIC 9(09) VALUE ZERO.
       01  WS-MAN-EMPREINTE      PIC 9(10) VALUE ZERO.
       01  WS-MAN-EMP-A          PIC 9(06) VALUE ZERO.
       01  WS-MAN-EMP-B          PIC 9(06) VALUE ZERO.
       01  WS-MAN-LONG           PIC 9(05) VALUE ZERO.
       01  WS-MAN-POS            PIC 9(05) VALUE ZERO.
       01  WS-MAN-OCTET          PIC 9(03) VALUE ZERO.
      *> Identifiant masqué par CALCULER-EMPREINTE (à blanc : aucun
      *> masque, contenu pris tel quel).
       01  WS-MAN-RUNID-MASQUE   PIC X(26) VALUE SPACES.
       01  WS-MAN-MASQUE-LONG    PIC 9(02) VALUE ZERO.
       01  WS-MAN-MASQUE-BLANCS  PIC X(26) VALUE SPACES.
