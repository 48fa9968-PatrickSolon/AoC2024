           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDRIER-STATUS.
           COPY PUBSEL.
           SELECT FICHIER-RTR-ORIGINE ASSIGN TO DYNAMIC
           WS-RTR-ORIGINE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTR-ORIGINE-STATUS.
           SELECT FICHIER-RTR-RETRAITE ASSIGN TO DYNAMIC
           WS-RTR-RETRAITE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTR-RETRAITE-STATUS.
           SELECT FICHIER-RTR-FUSION ASSIGN TO DYNAMIC
           WS-RTR-FUSION-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTR-FUSION-STATUS.
           SELECT FICHIER-RTR-COMPARAISON ASSIGN TO DYNAMIC
           WS-RTR-COMPARAISON-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTR-COMPARAISON-STATUS.
           SELECT FICHIER-RTR-CLES-ORIGINE ASSIGN TO DYNAMIC
           WS-RTR-ORIGINE-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RTR-CLO-CLE
           FILE STATUS IS WS-RTR-CLES-STATUS.
           SELECT FICHIER-RTR-CLES-ZONE ASSIGN TO DYNAMIC
           WS-RTR-RETRAITE-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RTR-CLZ-CLE
           FILE STATUS IS WS-RTR-CLES-STATUS.
           COPY SAVSEL.
           COPY MANSEL.
           COPY HABSEL.

       DATA DIVISION.
          FILE SECTION.
      *       par pas et par run, plus une ligne CHAINE par run) :
      *       relu au lancement pour la moyenne glissante de chaque
      *       pas, à laquelle le rapport de fin de run compare le
      *       temps du jour. Durées en centisecondes ; chaque
      *       ligne porte l'identifiant du run qui l'a écrite.
              01 WS-HISTO-TEMPS-RECORD.
                 05 WS-HT-DATE          PIC 9(08).
                 05 FILLER              PIC X(01).
                 05 WS-HT-NOM           PIC X(08).
                 05 FILLER              PIC X(01).
                 05 WS-HT-DUREE         PIC 9(08).
                 05 FILLER              PIC X(01).
                 05 WS-HT-RUNID         PIC X(26).

            FD FICHIER-COMMANDES.
      *       Commandes opérateur consultées entre les pas de la

            FD FICHIER-CHAINE.
      *       Définition externe de la chaîne : une ligne par pas,
      *       "NOM PROGRAMME ORDRE POLITIQUE [DEPENDANTS...]",
      *       plus, n'importe où derrière la politique, une
      *       politique de relance facultative
      *       "RELANCE=codes/tentatives/attente" : les codes retour
      *       tenus pour transitoires (4 au plus, séparés par des
      *       virgules), le nombre total de tentatives (9 au plus) et
      *       l'attente en secondes entre deux tentatives. Exemple :
      *       "JOUR1 JOUR1 10 A RELANCE=12,16/3/30" relance JOUR1
      *       jusqu'à deux fois, 30 secondes après un refus de
      *       verrou (RC 12) ou un fichier encore en transfert (RC 16).
      *       Un pas à extrait (JOUR1 à JOUR5) peut aussi attendre
      *       l'arrivée de son entrée, "ARRIVEE=mode/HHMM" : mode
      *       DECLENCHEUR (le fichier déclencheur "<dsn>.ok" déposé
      *       à côté de l'entrée) ou ENVELOPPE (l'entrée est là avec
      *       son en-tête ENTETE et une remorque FIN au bon compte,
      *       cf. ENVWS.cpy), heure limite HHMM du jour du run (HH
      *       jusqu'à 47 pour une limite passé minuit). Exemple :
      *       "JOUR3 JOUR3 30 D BILAN ARRIVEE=ENVELOPPE/0630". Le
      *       calendrier peut déplacer l'heure limite d'un jour donné
      *       (cf. FD FICHIER-CALENDRIER).
      *       Ajouter un pas à la chaîne redevient un geste
      *       d'exploitation, plus une mise en production ; à défaut
      *       de dataset, la chaîne historique câblée dans
      *       Calendrier de traitement : une ligne par jour férié
      *       (AAAAMMJJ, libellé libre derrière), les samedis et
      *       dimanches étant non ouvrés d'office. Dataset absent :
      *       seule la règle des fins de semaine s'applique. Une
      *       ligne "AAAAMMJJ LIMITE HHMM [NOM]" n'est pas un férié :
      *       elle remplace, ce jour-là, l'heure limite d'arrivée des
      *       entrées du pas NOM (de tous les pas surveillés sans
      *       NOM) fixée par la définition de chaîne.
              01 WS-CALENDRIER-RECORD.
                 05 WS-CAL-REC-DATE     PIC 9(08).
                 05 FILLER              PIC X(01).
      *       D = continuer en sautant les pas dépendants listés.
              01 WS-POLITIQUE-RECORD PIC X(80).

            FD FICHIER-RTR-ORIGINE.
      *       Fichiers du mode retraitement d'une date ouvrée passée
      *       (cf. LIRE-MODE-RETRAITEMENT) : historique d'origine,
      *       historique retraité de la zone datée, historique
      *       fusionné de la passe d'approbation et rapport de
      *       comparaison. Lignes lues et écrites telles quelles.
              01 WS-RTR-ORIGINE-RECORD PIC X(1024).

            FD FICHIER-RTR-RETRAITE.
              01 WS-RTR-RETRAITE-RECORD PIC X(1024).

            FD FICHIER-RTR-FUSION.
              01 WS-RTR-FUSION-RECORD PIC X(1024).

            FD FICHIER-RTR-COMPARAISON.
              01 WS-RTR-COMPARAISON-RECORD PIC X(300).

            FD FICHIER-RTR-CLES-ORIGINE.
      *       Statut par clé de JOUR2 (même disposition que
      *       FICHIER-STATUT-CLE : clé puis 45 octets de suivi), recopié
      *       dans la zone datée pour que le retraitement ne touche pas
      *       au fichier de production.
              01 WS-RTR-CLO-RECORD.
                 05 RTR-CLO-CLE         PIC X(08).
                 05 FILLER              PIC X(45).

            FD FICHIER-RTR-CLES-ZONE.
              01 WS-RTR-CLZ-RECORD.
                 05 RTR-CLZ-CLE         PIC X(08).
                 05 FILLER              PIC X(45).

           COPY SAVFD.
           COPY MANFD.
           COPY HABFD.

       WORKING-STORAGE SECTION.
      *    Chaque dataset de résultats est résolu par la même variable
      *    d'environnement que le programme qui l'écrit, avec le même
            88 REPRISE-ACTIVE VALUE 'O'.
      *    La chaîne des pas : nom externe, PROGRAM-ID appelé,
      *    politique d'échec, statut courant, code retour capturé,
      *    et pas dépendants à sauter quand la politique est D ;
      *    politique de relance (codes transitoires, nombre de
      *    tentatives, attente) et code retour et durée de chaque
      *    tentative du run ; surveillance de l'arrivée de l'entrée
      *    (mode D déclencheur, E enveloppe, blanc : pas d'attente),
      *    heure limite HHMM et son échéance en minutes absolues.
         01 WS-MAX-ETAPES PIC 9(02) VALUE 20.
         01 WS-NB-ETAPES PIC 9(02) VALUE 0.
         01 WS-ETAPE-IDX PIC 9(02) VALUE 0.
               10 ETAPE-DUREE      PIC 9(08).
               10 ETAPE-SOMME-HIST PIC 9(12).
               10 ETAPE-NB-HIST    PIC 9(05).
               10 ETAPE-REL-RC     PIC 9(04) OCCURS 4.
               10 ETAPE-REL-MAX    PIC 9(01).
               10 ETAPE-REL-ATTENTE PIC 9(04).
               10 ETAPE-TENTATIVES PIC 9(01).
               10 ETAPE-TENTATIVE OCCURS 9.
                  15 ETAPE-TENT-RC    PIC 9(04).
                  15 ETAPE-TENT-DUREE PIC 9(08).
               10 ETAPE-ARR-MODE   PIC X(01).
               10 ETAPE-ARR-LIMITE PIC 9(04).
               10 ETAPE-ARR-ECHEANCE PIC 9(10).
      *    Définition externe de la chaîne : nom du dataset et zones
      *    de décomposition d'une ligne de définition.
         01 WS-CHAINE-DSN PIC X(200) VALUE SPACES.
         01 WS-CHD-DEP3 PIC X(08) VALUE SPACES.
         01 WS-CHD-DEP4 PIC X(08) VALUE SPACES.
         01 WS-CHD-INS PIC 9(02) VALUE 0.
      *    Mots qui suivent la politique : dépendants et politique de
      *    relance, dans n'importe quel ordre.
         01 WS-CHD-MOTS.
            05 WS-CHD-MOT PIC X(40) OCCURS 6.
         01 WS-CHD-MOT-IDX PIC 9(02) VALUE 0.
         01 WS-CHD-NB-DEP PIC 9(02) VALUE 0.
         01 WS-CHD-REL-CODES PIC X(20) VALUE SPACES.
         01 WS-CHD-REL-MAX-X PIC X(02) VALUE SPACES.
         01 WS-CHD-REL-ATT-X PIC X(05) VALUE SPACES.
         01 WS-CHD-REL-RC-X PIC X(05) OCCURS 4.
         01 WS-CHD-REL-RC PIC 9(04) OCCURS 4.
         01 WS-CHD-REL-MAX PIC 9(01) VALUE 1.
         01 WS-CHD-REL-ATTENTE PIC 9(04) VALUE 0.
         01 WS-CHD-REL-IDX PIC 9(02) VALUE 0.
         01 WS-CHD-ARR-MODE-X PIC X(20) VALUE SPACES.
         01 WS-CHD-ARR-LIMITE-X PIC X(05) VALUE SPACES.
         01 WS-CHD-ARR-MODE PIC X(01) VALUE SPACE.
         01 WS-CHD-ARR-LIMITE PIC 9(04) VALUE 0.
      *    Relance d'un pas en cours d'exécution.
         01 WS-TENT-IDX PIC 9(01) VALUE 0.
         01 WS-REL-IDX PIC 9(02) VALUE 0.
         01 WS-RELANCE-FLAG PIC 9 VALUE 0.
            88 RELANCE-DEMANDEE VALUE 1.
            88 PAS-DE-RELANCE   VALUE 0.
         01 WS-POL-NOM PIC X(08) VALUE SPACES.
         01 WS-POL-POLITIQUE PIC X(01) VALUE SPACES.
         01 WS-POL-DEP1 PIC X(08) VALUE SPACES.
         01 WS-PREVOL-NOM PIC X(20) VALUE SPACES.
         01 WS-NB-PREVOL-KO PIC 9(02) VALUE 0.
         01 WS-PREVOL-EOF PIC A(1) VALUE 'N'.
      *    Code retour du contrôle de syntaxe des paramètres
      *    (JOURPAR), appelé avant tout chargement.
         01 WS-PARAMS-RC PIC 9(04) VALUE 0.
         01 WS-DEFAULT-J1-INPUT-DSN PIC X(200) VALUE
            "/mnt/c/pgmcobol/AoC2025/J1-1/input.txt".
         01 WS-DEFAULT-J2-INPUT-DSN PIC X(200) VALUE
         01 WS-FERIE-IDX PIC 9(03) VALUE 0.
         01 WS-CAL-EOF PIC A(1) VALUE 'N'.
         01 WS-DATE-OUVREE PIC 9(08) VALUE 0.
         01 WS-DATE-OUVREE-X PIC X(08) VALUE SPACES.
         01 WS-VEILLE-OUVREE PIC 9(08) VALUE 0.
         01 WS-DATE-TEST PIC 9(08) VALUE 0.
         01 WS-SERIAL-TEST PIC 9(07) VALUE 0.
         01 WS-CMD-ATTENTE-SEC PIC 9(03) VALUE 5.
         01 WS-CMD-IDX-SAUVE PIC 9(02) VALUE 0.
         01 WS-CMD-IDX-TROUVE PIC 9(02) VALUE 0.
      *    Surveillance de l'arrivée des entrées : cadence de
      *    scrutation (JOURCTL_ARRIVEE_INTERVALLE, en secondes),
      *    heures limites du calendrier pour le jour du run, pas
      *    attendu et pas passés devant lui, contrôle d'un dataset.
         01 WS-ARR-INTERVALLE-X PIC X(04) VALUE SPACES.
         01 WS-ARR-INTERVALLE PIC 9(04) VALUE 60.
         01 WS-NB-LIMITES-CAL PIC 9(02) VALUE 0.
         01 TABLE-LIMITES-CAL.
            05 LIMITE-CAL OCCURS 20.
               10 LIMITE-CAL-NOM   PIC X(08).
               10 LIMITE-CAL-HHMM  PIC 9(04).
         01 WS-LIM-IDX PIC 9(02) VALUE 0.
         01 WS-CAL-MOT PIC X(08) VALUE SPACES.
         01 WS-CAL-HHMM-X PIC X(04) VALUE SPACES.
         01 WS-CAL-NOM PIC X(08) VALUE SPACES.
         01 WS-ARR-NB-SURVEILLES PIC 9(02) VALUE 0.
         01 WS-ARR-IDX PIC 9(02) VALUE 0.
         01 WS-ARR-IDX-SAUVE PIC 9(02) VALUE 0.
         01 WS-ARR-IDX-DEBUT PIC 9(02) VALUE 0.
         01 WS-ARR-IDX-AVANCE PIC 9(02) VALUE 0.
         01 WS-ARR-IDX-K PIC 9(02) VALUE 0.
         01 WS-ARR-DSN PIC X(200) VALUE SPACES.
         01 WS-ARR-DSN-MANQUANT PIC X(200) VALUE SPACES.
         01 WS-ARR-DATE PIC 9(08) VALUE 0.
         01 WS-ARR-MAINTENANT PIC 9(10) VALUE 0.
         01 WS-ARR-HH PIC 9(02) VALUE 0.
         01 WS-ARR-MM PIC 9(02) VALUE 0.
         01 WS-ARR-NB-LIGNES PIC 9(09) VALUE 0.
         01 WS-ARR-ENTETE PIC X(08) VALUE SPACES.
         01 WS-ARR-DERNIERE PIC X(200) VALUE SPACES.
         01 WS-ARR-MOT PIC X(08) VALUE SPACES.
         01 WS-ARR-CPT-X PIC X(12) VALUE SPACES.
         01 WS-ARR-LISTE-FLAG PIC 9 VALUE 0.
            88 ARR-EN-LISTE    VALUE 1.
            88 ARR-DSN-UNIQUE  VALUE 0.
         01 WS-ARR-FLAG PIC 9 VALUE 1.
            88 ARRIVEE-COMPLETE   VALUE 1.
            88 ARRIVEE-INCOMPLETE VALUE 0.
         01 WS-ARR-ECHUE-FLAG PIC 9 VALUE 0.
            88 ARR-ECHUE       VALUE 1.
            88 ARR-NON-ECHUE   VALUE 0.
         01 WS-ARR-ELIGIBLE-FLAG PIC 9 VALUE 0.
            88 ARR-ELIGIBLE    VALUE 1.
            88 ARR-BLOQUE      VALUE 0.
         01 WS-ARR-AVANCE-FLAG PIC 9 VALUE 0.
            88 AVANCE-FAITE    VALUE 1.
            88 AUCUNE-AVANCE   VALUE 0.
         01 WS-ARR-PAS-FLAG PIC 9 VALUE 0.
            88 PAS-ATTENDU     VALUE 1.
            88 PAS-NON-ATTENDU VALUE 0.
         01 WS-ARR-ATTENDU-FLAG PIC 9 VALUE 0.
            88 ENTREES-ATTENDUES VALUE 1.
            88 ENTREES-A-L-HEURE VALUE 0.

      *    Mode retraitement d'une date ouvrée passée :
      *    JOURCTL_RETRAITEMENT_DATE=AAAAMMJJ relance la chaîne pour
      *    ce jour-là, toutes les sorties redirigées vers une zone
      *    datée (JOURCTL_RETRAITEMENT_REPERTOIRE/AAAAMMJJ) : les
      *    historiques et référentiels de production ne sont pas
      *    touchés. La passe JOURCTL_RETRAITEMENT_PHASE=APPROBATION
      *    reporte ensuite les lignes retraitées dans les historiques
      *    de production. Table des datasets redirigés : variable
      *    d'environnement du producteur, classe, position de la date
      *    dans la ligne et producteur dont les lignes sont exclues
      *    du retraitement (classe H), DSN de production et DSN de la
      *    zone. Classes : S sortie (vidée), H historique daté
      *    (amorcé des lignes antérieures au jour retraité), M
      *    référentiel séquentiel (recopié), I référentiel des lieux
      *    de JOUR1 et K statut par clé de JOUR2 (indexés, recopiés),
      *    R préfixe de fichiers de travail (redirigé seulement).
         01 WS-RTR-DATE-X PIC X(08) VALUE SPACES.
         01 WS-RTR-DATE PIC 9(08) VALUE 0.
         01 WS-RTR-PHASE PIC X(12) VALUE SPACES.
         01 WS-RTR-MODE PIC X(01) VALUE 'N'.
            88 RETRAITEMENT-INACTIF VALUE 'N'.
            88 RETRAITEMENT-EXECUTION VALUE 'E'.
            88 RETRAITEMENT-APPROBATION VALUE 'A'.
         01 WS-RTR-REPERTOIRE PIC X(200) VALUE SPACES.
         01 WS-DEFAULT-RTR-REPERTOIRE PIC X(200) VALUE
            "/mnt/c/pgmcobol/AoC2024/retraitement".
         01 WS-RTR-ZONE PIC X(200) VALUE SPACES.
         01 WS-RTR-ORIGINE-DSN PIC X(200) VALUE SPACES.
         01 WS-RTR-ORIGINE-STATUS PIC X(02) VALUE '00'.
         01 WS-RTR-RETRAITE-DSN PIC X(200) VALUE SPACES.
         01 WS-RTR-RETRAITE-STATUS PIC X(02) VALUE '00'.
         01 WS-RTR-FUSION-DSN PIC X(200) VALUE SPACES.
         01 WS-RTR-FUSION-STATUS PIC X(02) VALUE '00'.
         01 WS-RTR-COMPARAISON-DSN PIC X(200) VALUE SPACES.
         01 WS-RTR-COMPARAISON-STATUS PIC X(02) VALUE '00'.
         01 WS-RTR-CLES-STATUS PIC X(02) VALUE '00'.
         01 WS-RTR-EOF PIC A(1) VALUE 'N'.
         01 WS-RTR-EOF2 PIC A(1) VALUE 'N'.
         01 WS-RTR-ENV-W PIC X(30) VALUE SPACES.
         01 WS-RTR-CLASSE-W PIC X(01) VALUE SPACE.
         01 WS-RTR-POS-W PIC 9(03) VALUE 1.
         01 WS-RTR-POS-RUN-W PIC 9(03) VALUE 0.
         01 WS-RTR-EXCLU-W PIC X(08) VALUE SPACES.
         01 WS-RTR-DEFAUT-W PIC X(200) VALUE SPACES.
         01 WS-RTR-LONG PIC 9(03) VALUE 0.
         01 WS-RTR-MAX PIC 9(02) VALUE 70.
         01 WS-RTR-NB PIC 9(02) VALUE 0.
         01 WS-RTR-IDX PIC 9(02) VALUE 0.
         01 TABLE-RETRAITEMENT.
            05 RTR-ENTRY OCCURS 70.
               10 RTR-ENV          PIC X(30).
               10 RTR-CLASSE       PIC X(01).
               10 RTR-POS-DATE     PIC 9(03).
               10 RTR-POS-RUN      PIC 9(03).
               10 RTR-EXCLU        PIC X(08).
               10 RTR-ORIGINE      PIC X(200).
               10 RTR-DSN          PIC X(200).
      *    Classement d'une ligne d'historique par rapport au jour
      *    retraité (cf. CLASSER-LIGNE-RETRAITEMENT).
         01 WS-RTR-LIGNE-CL PIC X(1024) VALUE SPACES.
         01 WS-RTR-DATE-LIGNE PIC X(08) VALUE SPACES.
         01 WS-RTR-POSITION-LIGNE PIC X(01) VALUE SPACE.
            88 LIGNE-RTR-EXCLUE VALUE 'X'.
            88 LIGNE-RTR-AVANT VALUE 'A'.
            88 LIGNE-RTR-DU-JOUR VALUE 'J'.
            88 LIGNE-RTR-APRES VALUE 'P'.
      *    Comparaison : lignes du jour retraité, d'origine et
      *    retraitées, d'un historique ; lignes du manifeste
      *    d'origine datées du jour retraité (la dernière inscription
      *    d'un DSN l'emporte) ; compteurs du rapport.
         01 WS-RTR-MAX-LIGNES PIC 9(03) VALUE 200.
         01 WS-RTR-NB-ORIG PIC 9(03) VALUE 0.
         01 WS-RTR-NB-RETR PIC 9(03) VALUE 0.
         01 WS-RTR-LIG-IDX PIC 9(03) VALUE 0.
         01 WS-RTR-NB-LIG-DIFF PIC 9(03) VALUE 0.
         01 TABLE-RTR-ORIGINALES.
            05 RTR-LIGNE-ORIG PIC X(120) OCCURS 200.
         01 TABLE-RTR-RETRAITEES.
            05 RTR-LIGNE-RETR PIC X(120) OCCURS 200.
         01 WS-RTR-NB-MAN PIC 9(03) VALUE 0.
         01 WS-RTR-MAN-IDX PIC 9(03) VALUE 0.
         01 WS-RTR-MAN-TROUVE PIC 9(03) VALUE 0.
         01 TABLE-RTR-MANIFESTE.
            05 RTR-MAN-ENTRY OCCURS 200.
               10 RTR-MAN-DSN      PIC X(200).
               10 RTR-MAN-NB       PIC 9(09).
               10 RTR-MAN-EMP      PIC 9(10).
         01 WS-RTR-NB-COMPARES PIC 9(03) VALUE 0.
         01 WS-RTR-NB-DIFFERENTS PIC 9(03) VALUE 0.
         01 WS-RTR-VERDICT PIC X(10) VALUE SPACES.
         01 WS-RTR-LIGNE-W PIC X(300) VALUE SPACES.
      *    Passe d'approbation : contrôle du run retraité et fusion
      *    des historiques.
         01 WS-RTR-NB-PAS PIC 9(02) VALUE 0.
         01 WS-RTR-NB-PAS-KO PIC 9(02) VALUE 0.
         01 WS-RTR-NB-REMPLACEES PIC 9(05) VALUE 0.
         01 WS-RTR-NB-INSEREES PIC 9(05) VALUE 0.
         01 WS-RTR-NB-CORRIGES PIC 9(02) VALUE 0.
         01 WS-RTR-INSERTION-FLAG PIC 9 VALUE 0.
            88 RTR-INSEREES VALUE 1.
            88 RTR-NON-INSEREES VALUE 0.

      *    Mode plan (JOURCTL_PLAN=O) : le run du soir est déroulé
      *    à blanc - date ouvrée du calendrier, reprise, politiques,
      *    commandes opérateur en attente, contrôle pré-vol - et le
      *    plan en est affiché pas par pas (lancé, sauté ou retenu,
      *    motif, datasets lus et écrits, durée attendue d'après
      *    l'historique des temps), sans aucun CALL et sans toucher
      *    au fichier d'état des pas, au dataset de reprise ni au
      *    fichier des publications. Le RC est celui que le run
      *    rendrait au lancement : 12 double run refusé, 8 pré-vol
      *    en échec, 0 sinon.
         01 WS-PLAN-X PIC X(01) VALUE SPACE.
            88 MODE-PLAN VALUE 'O'.
         01 WS-PLAN-REFUS PIC X(60) VALUE SPACES.
         01 WS-PLAN-RC PIC 9(04) VALUE 0.
         01 WS-PLAN-ACTION PIC X(08) VALUE SPACES.
         01 WS-PLAN-MOTIF-W PIC X(100) VALUE SPACES.
         01 WS-PLAN-LIGNE PIC X(120) VALUE SPACES.
         01 WS-PLAN-ARRET-FLAG PIC 9 VALUE 0.
            88 PLAN-ARRETE    VALUE 1.
            88 PLAN-EN-COURS  VALUE 0.
         01 WS-PLAN-NB-LANCES PIC 9(02) VALUE 0.
         01 WS-PLAN-NB-SAUTES PIC 9(02) VALUE 0.
         01 WS-PLAN-NB-RETENUS PIC 9(02) VALUE 0.
         01 WS-PLAN-NB-INCONNUES PIC 9(02) VALUE 0.
         01 WS-PLAN-DUREE-TOTALE PIC 9(10) VALUE 0.
         01 TABLE-PLAN VALUE SPACES.
            05 PLAN-MOTIF PIC X(60) OCCURS 20.
      *    Datasets lus (L) et écrits (E) par programme appelé,
      *    résolus comme le programme les résout (même variable,
      *    même défaut) ; l'entrée des pas JOUR1 à JOUR5 vient de
      *    RESOUDRE-ENTREE-ETAPE. Les fichiers partagés (reprise,
      *    publications, manifeste, journal) ne sont pas répétés à
      *    chaque pas.
         01 WS-PDS-MAX PIC 9(03) VALUE 100.
         01 WS-PDS-NB PIC 9(03) VALUE 0.
         01 WS-PDS-IDX PIC 9(03) VALUE 0.
         01 WS-PDS-NB-PGM PIC 9(03) VALUE 0.
         01 WS-PDS-PGM-W PIC X(20) VALUE SPACES.
         01 WS-PDS-SENS-W PIC X(01) VALUE SPACE.
         01 WS-PDS-ENV-W PIC X(30) VALUE SPACES.
         01 WS-PDS-DEFAUT-W PIC X(200) VALUE SPACES.
         01 WS-PDS-DSN PIC X(200) VALUE SPACES.
         01 TABLE-PLAN-DATASETS.
            05 PDS-ENTRY OCCURS 100.
               10 PDS-PGM          PIC X(20).
               10 PDS-SENS         PIC X(01).
               10 PDS-ENV          PIC X(30).
               10 PDS-DEFAUT       PIC X(200).

         COPY FSTATWS.
         COPY LOGWS.
         COPY RUNWS.
         COPY PUBWS.
         COPY SAVWS.
         COPY DATWS.
         COPY MANWS.
         COPY HABWS.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "=== JOURCTL : lancement du batch JOUR1-JOUR5 ==="
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      *    Un identifiant de run neuf par chaîne, hérité par chaque
      *    pas appelé (cf. RUNWS.cpy) : un rerun ou un run antidaté
      *    ne se confond plus avec le run normal du même jour.
           MOVE 'JOURCTL' TO WS-RUNID-PROGID
           PERFORM GENERER-RUNID
           DISPLAY "JOURCTL : identifiant de run "
                   FUNCTION TRIM(WS-RUNID)
           MOVE 'JOURCTL' TO WS-LOG-PROGID
           MOVE 'JOURCTL_JOURNAL_DSN' TO WS-LOG-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/journal_ctl.log"
           IF WS-COMMANDES-DSN = SPACES
              MOVE WS-DEFAULT-COMMANDES-DSN TO WS-COMMANDES-DSN
           END-IF
           ACCEPT WS-PLAN-X FROM ENVIRONMENT "JOURCTL_PLAN"
           PERFORM LIRE-MODE-RETRAITEMENT
           IF RETRAITEMENT-APPROBATION AND MODE-PLAN
              DISPLAY "JOURCTL : mode plan sans objet pour la passe "
                      "d'approbation, aucun pas n'y est lance"
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF
           IF RETRAITEMENT-APPROBATION
              PERFORM APPROUVER-RETRAITEMENT
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF
      *    En retraitement, les variables d'environnement des
      *    datasets produits sont réorientées vers la zone datée
      *    AVANT toute résolution : JOURCTL comme les pas appelés
      *    liront et écriront la zone.
           IF RETRAITEMENT-EXECUTION
              PERFORM ORIENTER-RETRAITEMENT
           END-IF

      *    Le mode plan n'appelle aucun programme, JOURPAR compris :
      *    le contrôle de syntaxe se lance seul au besoin.
           IF MODE-PLAN
              DISPLAY "=== JOURCTL : mode plan, aucun pas ne sera "
                      "lance ==="
              DISPLAY "JOURCTL : controle de syntaxe des parametres "
                      "non appele en mode plan (lancer JOURPAR seul)"
           ELSE
              PERFORM CONTROLER-PARAMETRES
           END-IF
           PERFORM RESOUDRE-DATASETS-RESULTATS
           PERFORM RESOUDRE-PARAMETRES-CHAINE
           PERFORM CHARGER-CALENDRIER
           PERFORM CALCULER-DATE-OUVREE
           PERFORM VERIFIER-DOUBLE-RUN
           IF RETRAITEMENT-EXECUTION AND NOT REPRISE-ACTIVE
              AND NOT MODE-PLAN
              PERFORM PREPARER-ZONE-RETRAITEMENT
           END-IF
           PERFORM INITIALISER-ETAPES
           PERFORM CHARGER-POLITIQUES
           IF RETRAITEMENT-EXECUTION
              PERFORM EXCLURE-ETAPES-NON-ISOLEES
           END-IF
           PERFORM CHARGER-HISTO-TEMPS
           PERFORM PREPARER-SURVEILLANCE
           PERFORM PRE-FLIGHT
           IF REPRISE-ACTIVE
              PERFORM CHARGER-STATUTS-PRECEDENTS
           END-IF
           IF MODE-PLAN
              PERFORM ETABLIR-PLAN
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF

           PERFORM CAPTURER-HEURE
           MOVE WS-HEURE-CENTI TO WS-T-DEBUT-CHAINE
           IF CHAINE-COMPLETE
              PERFORM LIRE-RESULTATS
              PERFORM ECRIRE-RAPPORT-CONSOLIDE
              IF RETRAITEMENT-EXECUTION
                 PERFORM COMPARER-RETRAITEMENT
              END-IF
           ELSE
              DISPLAY "=== JOURCTL : chaine incomplete, rapport "
                      "consolide non produit (cf. "
                    AT END
                       MOVE 'Y' TO WS-CAL-EOF
                    NOT AT END
                       IF WS-CAL-REC-LIBELLE(1:7) = 'LIMITE '
                          PERFORM RETENIR-LIMITE-CALENDRIER
                       ELSE
                          ADD 1 TO WS-NB-FERIES
                          MOVE WS-CAL-REC-DATE
                             TO WS-FERIE(WS-NB-FERIES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-CALENDRIER
                      "ouvrees"
           END-IF.

       RETENIR-LIMITE-CALENDRIER.
      *    Heure limite d'arrivée propre au jour du run ; celles des
      *    autres jours sont ignorées.
           IF WS-CAL-REC-DATE = WS-RUN-DATE
              AND WS-NB-LIMITES-CAL < 20
              MOVE SPACES TO WS-CAL-MOT WS-CAL-HHMM-X WS-CAL-NOM
              UNSTRING WS-CAL-REC-LIBELLE DELIMITED BY ALL SPACE
                 INTO WS-CAL-MOT WS-CAL-HHMM-X WS-CAL-NOM
              END-UNSTRING
              IF WS-CAL-HHMM-X IS NUMERIC
                 ADD 1 TO WS-NB-LIMITES-CAL
                 MOVE WS-CAL-NOM
                    TO LIMITE-CAL-NOM(WS-NB-LIMITES-CAL)
                 MOVE WS-CAL-HHMM-X
                    TO LIMITE-CAL-HHMM(WS-NB-LIMITES-CAL)
              END-IF
           END-IF.

       EVALUER-JOUR-OUVRE.
      *    WS-DATE-TEST est-il ouvré ? Le jour-serial de
      *    INTEGER-OF-DATE commence un lundi : modulo 7, 6 est un
      *    lancé un samedi travaille pour le vendredi). La veille
      *    ouvrée donne la période couverte : un lundi couvre aussi
      *    la fin de semaine, ce que la chaîne sait désormais dire.
      *    En retraitement, la date ouvrée est le jour retraité, qui
      *    doit être ouvré : il n'y a pas eu de run à reprendre un
      *    jour non ouvré.
           IF RETRAITEMENT-EXECUTION
              MOVE WS-RTR-DATE TO WS-DATE-TEST
              PERFORM EVALUER-JOUR-OUVRE
              IF JOUR-NON-OUVRE
                 DISPLAY "REFUS JOURCTL : " WS-RTR-DATE
                         " n'est pas un jour ouvre, pas de "
                         "retraitement possible"
                 MOVE 12 TO RETURN-CODE
                 PERFORM FERMER-JOURNAL
                 STOP RUN
              END-IF
           ELSE
              MOVE WS-RUN-DATE TO WS-DATE-TEST
              PERFORM EVALUER-JOUR-OUVRE
           END-IF
           IF JOUR-NON-OUVRE
              DISPLAY "JOURCTL : " WS-RUN-DATE " n'est pas un jour "
                      "ouvre, le run est rattache au dernier jour "
           MOVE WS-DATE-TEST TO WS-VEILLE-OUVREE
           DISPLAY "JOURCTL : date ouvree " WS-DATE-OUVREE
                   " (couvre depuis la veille ouvree "
                   WS-VEILLE-OUVREE ")"
      *    Hors retraitement, les pas appelés prennent la date ouvrée
      *    pour date de traitement (cf. DATWS.cpy) : le manifeste et
      *    les sorties d'un run lancé un samedi sont ceux du vendredi.
      *    En retraitement, ORIENTER-RETRAITEMENT pose le jour
      *    retraité.
           IF NOT RETRAITEMENT-EXECUTION
              MOVE WS-DATE-OUVREE TO WS-DATE-OUVREE-X
              SET ENVIRONMENT "AOC_DATE_TRAITEMENT"
                 TO WS-DATE-OUVREE-X
           END-IF.

       VERIFIER-DOUBLE-RUN.
      *    Le fichier d'état du run précédent porte la date ouvrée
                         FUNCTION TRIM(WS-STATUTS-DSN)
                         ") ; JOURCTL_REPRISE=O pour reprendre, "
                         "JOURCTL_FORCE_DATE=O pour passer outre"
                 IF MODE-PLAN
                    MOVE 12 TO WS-PLAN-RC
                    MOVE "date ouvree deja traitee (double run)"
                       TO WS-PLAN-REFUS
                 ELSE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

                 UNTIL WS-ETAPE-IDX > WS-NB-ETAPES
                 MOVE 'A' TO ETAPE-POLITIQUE(WS-ETAPE-IDX)
                 MOVE WS-ETAPE-IDX TO ETAPE-ORDRE(WS-ETAPE-IDX)
                 MOVE 1 TO ETAPE-REL-MAX(WS-ETAPE-IDX)
                 MOVE 0 TO ETAPE-REL-ATTENTE(WS-ETAPE-IDX)
                 MOVE SPACE TO ETAPE-ARR-MODE(WS-ETAPE-IDX)
                 MOVE 0 TO ETAPE-ARR-LIMITE(WS-ETAPE-IDX)
                 PERFORM VARYING WS-ETAPE-DEP-IDX FROM 1 BY 1
                    UNTIL WS-ETAPE-DEP-IDX > 4
                    MOVE SPACES
              MOVE 0         TO ETAPE-DUREE(WS-ETAPE-IDX)
              MOVE 0         TO ETAPE-SOMME-HIST(WS-ETAPE-IDX)
              MOVE 0         TO ETAPE-NB-HIST(WS-ETAPE-IDX)
              MOVE 0         TO ETAPE-TENTATIVES(WS-ETAPE-IDX)
           END-PERFORM.

       CHARGER-DEFINITION-CHAINE.
           END-IF
           MOVE SPACES TO WS-CHD-NOM WS-CHD-PGM WS-CHD-ORDRE-X
                          WS-CHD-POLITIQUE WS-CHD-DEP1 WS-CHD-DEP2
                          WS-CHD-DEP3 WS-CHD-DEP4 WS-CHD-MOTS
           UNSTRING WS-CHAINE-RECORD DELIMITED BY ALL SPACE
              INTO WS-CHD-NOM WS-CHD-PGM WS-CHD-ORDRE-X
                   WS-CHD-POLITIQUE WS-CHD-MOT(1) WS-CHD-MOT(2)
                   WS-CHD-MOT(3) WS-CHD-MOT(4) WS-CHD-MOT(5)
                   WS-CHD-MOT(6)
           END-UNSTRING
           PERFORM REPARTIR-MOTS-DEFINITION
           MOVE 0 TO WS-CHD-ORDRE
           IF WS-CHD-ORDRE-X NOT = SPACES
              COMPUTE WS-CHD-ORDRE = FUNCTION NUMVAL(WS-CHD-ORDRE-X)
           MOVE WS-CHD-DEP1 TO ETAPE-DEP(WS-CHD-INS, 1)
           MOVE WS-CHD-DEP2 TO ETAPE-DEP(WS-CHD-INS, 2)
           MOVE WS-CHD-DEP3 TO ETAPE-DEP(WS-CHD-INS, 3)
           MOVE WS-CHD-DEP4 TO ETAPE-DEP(WS-CHD-INS, 4)
           PERFORM VARYING WS-CHD-REL-IDX FROM 1 BY 1
              UNTIL WS-CHD-REL-IDX > 4
              MOVE WS-CHD-REL-RC(WS-CHD-REL-IDX)
                 TO ETAPE-REL-RC(WS-CHD-INS, WS-CHD-REL-IDX)
           END-PERFORM
           MOVE WS-CHD-REL-MAX     TO ETAPE-REL-MAX(WS-CHD-INS)
           MOVE WS-CHD-REL-ATTENTE TO ETAPE-REL-ATTENTE(WS-CHD-INS)
           MOVE WS-CHD-ARR-MODE    TO ETAPE-ARR-MODE(WS-CHD-INS)
           MOVE WS-CHD-ARR-LIMITE  TO ETAPE-ARR-LIMITE(WS-CHD-INS).

       REPARTIR-MOTS-DEFINITION.
      *    Le mot RELANCE= porte la politique de relance, ARRIVEE=
      *    la surveillance de l'entrée ; les autres sont les
      *    dépendants, dans l'ordre (4 au plus). Sans RELANCE=, une
      *    seule tentative ; sans ARRIVEE=, pas d'attente.
           MOVE 0 TO WS-CHD-NB-DEP
           MOVE SPACE TO WS-CHD-ARR-MODE
           MOVE 0 TO WS-CHD-ARR-LIMITE
           MOVE 1 TO WS-CHD-REL-MAX
           MOVE 0 TO WS-CHD-REL-ATTENTE
           PERFORM VARYING WS-CHD-REL-IDX FROM 1 BY 1
              UNTIL WS-CHD-REL-IDX > 4
              MOVE 0 TO WS-CHD-REL-RC(WS-CHD-REL-IDX)
           END-PERFORM
           PERFORM VARYING WS-CHD-MOT-IDX FROM 1 BY 1
              UNTIL WS-CHD-MOT-IDX > 6
              EVALUATE TRUE
                 WHEN WS-CHD-MOT(WS-CHD-MOT-IDX) = SPACES
                    CONTINUE
                 WHEN WS-CHD-MOT(WS-CHD-MOT-IDX)(1:8) = 'RELANCE='
                    PERFORM DECODER-RELANCE
                 WHEN WS-CHD-MOT(WS-CHD-MOT-IDX)(1:8) = 'ARRIVEE='
                    PERFORM DECODER-ARRIVEE
                 WHEN OTHER
                    ADD 1 TO WS-CHD-NB-DEP
                    EVALUATE WS-CHD-NB-DEP
                       WHEN 1
                          MOVE WS-CHD-MOT(WS-CHD-MOT-IDX) TO WS-CHD-DEP1
                       WHEN 2
                          MOVE WS-CHD-MOT(WS-CHD-MOT-IDX) TO WS-CHD-DEP2
                       WHEN 3
                          MOVE WS-CHD-MOT(WS-CHD-MOT-IDX) TO WS-CHD-DEP3
                       WHEN 4
                          MOVE WS-CHD-MOT(WS-CHD-MOT-IDX) TO WS-CHD-DEP4
                    END-EVALUATE
              END-EVALUATE
           END-PERFORM.

       DECODER-RELANCE.
      *    "RELANCE=codes/tentatives/attente" (syntaxe contrôlée en
      *    amont par JOURPAR) ; une zone illisible laisse sa valeur
      *    par défaut.
           MOVE SPACES TO WS-CHD-REL-CODES WS-CHD-REL-MAX-X
                          WS-CHD-REL-ATT-X
           UNSTRING WS-CHD-MOT(WS-CHD-MOT-IDX)(9:) DELIMITED BY '/'
              INTO WS-CHD-REL-CODES WS-CHD-REL-MAX-X
                   WS-CHD-REL-ATT-X
           END-UNSTRING
           PERFORM VARYING WS-CHD-REL-IDX FROM 1 BY 1
              UNTIL WS-CHD-REL-IDX > 4
              MOVE SPACES TO WS-CHD-REL-RC-X(WS-CHD-REL-IDX)
           END-PERFORM
           UNSTRING WS-CHD-REL-CODES DELIMITED BY ','
              INTO WS-CHD-REL-RC-X(1) WS-CHD-REL-RC-X(2)
                   WS-CHD-REL-RC-X(3) WS-CHD-REL-RC-X(4)
           END-UNSTRING
           PERFORM VARYING WS-CHD-REL-IDX FROM 1 BY 1
              UNTIL WS-CHD-REL-IDX > 4
              IF WS-CHD-REL-RC-X(WS-CHD-REL-IDX) NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(
                    WS-CHD-REL-RC-X(WS-CHD-REL-IDX)) = 0
                 COMPUTE WS-CHD-REL-RC(WS-CHD-REL-IDX) =
                    FUNCTION NUMVAL(WS-CHD-REL-RC-X(WS-CHD-REL-IDX))
              END-IF
           END-PERFORM
           IF WS-CHD-REL-MAX-X NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-CHD-REL-MAX-X) = 0
              COMPUTE WS-CHD-REL-MAX =
                 FUNCTION NUMVAL(WS-CHD-REL-MAX-X)
           END-IF
           IF WS-CHD-REL-MAX = 0
              MOVE 1 TO WS-CHD-REL-MAX
           END-IF
           IF WS-CHD-REL-ATT-X NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-CHD-REL-ATT-X) = 0
              COMPUTE WS-CHD-REL-ATTENTE =
                 FUNCTION NUMVAL(WS-CHD-REL-ATT-X)
           END-IF.

       DECODER-ARRIVEE.
      *    "ARRIVEE=mode/HHMM" (syntaxe contrôlée en amont par
      *    JOURPAR) : un mode inconnu ou une heure illisible laisse
      *    le pas sans surveillance.
           MOVE SPACES TO WS-CHD-ARR-MODE-X WS-CHD-ARR-LIMITE-X
           UNSTRING WS-CHD-MOT(WS-CHD-MOT-IDX)(9:) DELIMITED BY '/'
              INTO WS-CHD-ARR-MODE-X WS-CHD-ARR-LIMITE-X
           END-UNSTRING
           IF WS-CHD-ARR-LIMITE-X(1:4) IS NUMERIC
              AND WS-CHD-ARR-LIMITE-X(5:1) = SPACE
              MOVE WS-CHD-ARR-LIMITE-X(1:4) TO WS-CHD-ARR-LIMITE
              EVALUATE WS-CHD-ARR-MODE-X
                 WHEN 'DECLENCHEUR'
                    MOVE 'D' TO WS-CHD-ARR-MODE
                 WHEN 'ENVELOPPE'
                    MOVE 'E' TO WS-CHD-ARR-MODE
              END-EVALUATE
           END-IF.

       CHARGER-POLITIQUES.
      *    Fichier optionnel : absent, toutes les politiques restent
                 WHEN ETAPE-STATUT(WS-ETAPE-IDX) = 'SAUTE'
                    DISPLAY "-> " ETAPE-NOM(WS-ETAPE-IDX)
                            " : saute (dependant d'un pas en echec)"
                 WHEN ETAPE-STATUT(WS-ETAPE-IDX) = 'EXCLU'
                    DISPLAY "-> " ETAPE-NOM(WS-ETAPE-IDX)
                            " : exclu du retraitement, non lance"
      *          Pas déjà passé devant un pas qui attendait son
      *          entrée (cf. AVANCER-PAS-PRETS).
                 WHEN ETAPE-STATUT(WS-ETAPE-IDX) = 'OK'
                    OR ETAPE-STATUT(WS-ETAPE-IDX) = 'KO'
                    CONTINUE
                 WHEN CHAINE-ARRETEE
                    CONTINUE
                 WHEN OTHER
                    SET ARRIVEE-COMPLETE TO TRUE
                    IF ETAPE-ARR-MODE(WS-ETAPE-IDX) NOT = SPACE
                       PERFORM ATTENDRE-ENTREE-ETAPE
                    END-IF
                    EVALUATE TRUE
      *                SKIP opérateur, ou pas sauté par un pas passé
      *                devant lui, pendant l'attente.
                       WHEN ETAPE-STATUT(WS-ETAPE-IDX) NOT = 'ATTENTE'
                          CONTINUE
                       WHEN CHAINE-ARRETEE
                          CONTINUE
                       WHEN ARRIVEE-INCOMPLETE
                          PERFORM SIGNALER-ENTREE-NON-RECUE
                          PERFORM VERIFIER-STOP-APRES
                       WHEN OTHER
                          PERFORM EXECUTER-ETAPE
                          PERFORM VERIFIER-STOP-APRES
                    END-EVALUATE
              END-EVALUATE
           END-PERFORM
           PERFORM ECRIRE-STATUTS.

       PREPARER-SURVEILLANCE.
      *    Heures limites du calendrier (celles qui nomment un pas
      *    l'emportent sur celles qui valent pour tous), puis
      *    échéance de chaque pas surveillé en minutes absolues
      *    depuis le jour du run : une limite au-delà de 2359 tombe
      *    le lendemain. Seuls JOUR1 à JOUR5 ont une entrée connue.
           ACCEPT WS-ARR-INTERVALLE-X
              FROM ENVIRONMENT "JOURCTL_ARRIVEE_INTERVALLE"
           IF WS-ARR-INTERVALLE-X NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ARR-INTERVALLE-X) = 0
              COMPUTE WS-ARR-INTERVALLE =
                 FUNCTION NUMVAL(WS-ARR-INTERVALLE-X)
           END-IF
           ACCEPT WS-ARR-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-ARR-NB-SURVEILLES
           PERFORM VARYING WS-ETAPE-IDX FROM 1 BY 1
              UNTIL WS-ETAPE-IDX > WS-NB-ETAPES
              IF ETAPE-ARR-MODE(WS-ETAPE-IDX) NOT = SPACE
                 AND ETAPE-NOM(WS-ETAPE-IDX) NOT = 'JOUR1'
                 AND ETAPE-NOM(WS-ETAPE-IDX) NOT = 'JOUR2'
                 AND ETAPE-NOM(WS-ETAPE-IDX) NOT = 'JOUR3'
                 AND ETAPE-NOM(WS-ETAPE-IDX) NOT = 'JOUR4'
                 AND ETAPE-NOM(WS-ETAPE-IDX) NOT = 'JOUR5'
                 DISPLAY "JOURCTL : " ETAPE-NOM(WS-ETAPE-IDX)
                         " sans entree connue, ARRIVEE= ignore"
                 MOVE SPACE TO ETAPE-ARR-MODE(WS-ETAPE-IDX)
              END-IF
              IF ETAPE-ARR-MODE(WS-ETAPE-IDX) NOT = SPACE
                 PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                    UNTIL WS-LIM-IDX > WS-NB-LIMITES-CAL
                    IF LIMITE-CAL-NOM(WS-LIM-IDX) = SPACES
                       MOVE LIMITE-CAL-HHMM(WS-LIM-IDX)
                          TO ETAPE-ARR-LIMITE(WS-ETAPE-IDX)
                    END-IF
                 END-PERFORM
                 PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                    UNTIL WS-LIM-IDX > WS-NB-LIMITES-CAL
                    IF LIMITE-CAL-NOM(WS-LIM-IDX) =
                       ETAPE-NOM(WS-ETAPE-IDX)
                       MOVE LIMITE-CAL-HHMM(WS-LIM-IDX)
                          TO ETAPE-ARR-LIMITE(WS-ETAPE-IDX)
                    END-IF
                 END-PERFORM
                 DIVIDE ETAPE-ARR-LIMITE(WS-ETAPE-IDX) BY 100
                    GIVING WS-ARR-HH REMAINDER WS-ARR-MM
                 COMPUTE ETAPE-ARR-ECHEANCE(WS-ETAPE-IDX) =
                    FUNCTION INTEGER-OF-DATE(WS-ARR-DATE) * 1440
                    + WS-ARR-HH * 60 + WS-ARR-MM
                 ADD 1 TO WS-ARR-NB-SURVEILLES
                 DISPLAY "JOURCTL : " ETAPE-NOM(WS-ETAPE-IDX)
                         " attend son entree ("
                         ETAPE-ARR-MODE(WS-ETAPE-IDX) ") jusqu'a "
                         ETAPE-ARR-LIMITE(WS-ETAPE-IDX)
              END-IF
           END-PERFORM.

       LIRE-HORLOGE-ARRIVEE.
           ACCEPT WS-ARR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-BRUTE FROM TIME
           COMPUTE WS-ARR-MAINTENANT =
              FUNCTION INTEGER-OF-DATE(WS-ARR-DATE) * 1440
              + WS-HB-HH * 60 + WS-HB-MM.

       ATTENDRE-ENTREE-ETAPE.
      *    Scrute l'entrée du pas courant jusqu'à son arrivée ou son
      *    échéance. Entre deux scrutations, les pas surveillés
      *    suivants dont l'entrée est là passent devant lui (cf.
      *    AVANCER-PAS-PRETS) ; le fichier de commandes reste
      *    consulté (HOLD, SKIP, STOP-AFTER).
           SET ARR-NON-ECHUE TO TRUE
           SET PAS-NON-ATTENDU TO TRUE
           MOVE WS-ETAPE-IDX TO WS-ARR-IDX
           PERFORM CONTROLER-ARRIVEE
           IF ARRIVEE-INCOMPLETE
              SET ENTREES-ATTENDUES TO TRUE
              SET PAS-ATTENDU TO TRUE
              DISPLAY "JOURCTL : " ETAPE-NOM(WS-ETAPE-IDX)
                      " attend " FUNCTION TRIM(WS-ARR-DSN-MANQUANT)
                      " (limite " ETAPE-ARR-LIMITE(WS-ETAPE-IDX) ")"
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "ATTENTE ENTREE " ETAPE-NOM(WS-ETAPE-IDX)
                 " LIMITE " ETAPE-ARR-LIMITE(WS-ETAPE-IDX) " "
                 FUNCTION TRIM(WS-ARR-DSN-MANQUANT)
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
           END-IF
           PERFORM UNTIL ARRIVEE-COMPLETE OR ARR-ECHUE
              OR CHAINE-ARRETEE
              OR ETAPE-STATUT(WS-ETAPE-IDX) NOT = 'ATTENTE'
              PERFORM LIRE-HORLOGE-ARRIVEE
              IF WS-ARR-MAINTENANT >= ETAPE-ARR-ECHEANCE(WS-ETAPE-IDX)
                 SET ARR-ECHUE TO TRUE
              ELSE
                 PERFORM AVANCER-PAS-PRETS
                 IF AUCUNE-AVANCE
                    CALL "C$SLEEP"
                       USING BY CONTENT WS-ARR-INTERVALLE
                 END-IF
                 PERFORM CONSULTER-COMMANDES
                 MOVE WS-ETAPE-IDX TO WS-ARR-IDX
                 PERFORM CONTROLER-ARRIVEE
              END-IF
           END-PERFORM
           IF PAS-ATTENDU AND ARRIVEE-COMPLETE
              DISPLAY "JOURCTL : entree de " ETAPE-NOM(WS-ETAPE-IDX)
                      " arrivee"
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "ENTREE ARRIVEE " ETAPE-NOM(WS-ETAPE-IDX)
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
           END-IF.

       AVANCER-PAS-PRETS.
      *    Un pas surveillé plus loin dans la chaîne, encore en
      *    attente et dont l'entrée est arrivée, passe devant le pas
      *    attendu si tout ce qui le sépare de lui est terminé ou
      *    est un autre pas surveillé en attente de son entrée dont
      *    il n'est pas déclaré dépendant. Les pas sans surveillance
      *    (BILAN, HISTO...) gardent leur place : ils ne passent
      *    jamais devant un pas qui attend.
           MOVE WS-ETAPE-IDX TO WS-ARR-IDX-SAUVE
           SET AUCUNE-AVANCE TO TRUE
           COMPUTE WS-ARR-IDX-DEBUT = WS-ARR-IDX-SAUVE + 1
           PERFORM VARYING WS-ARR-IDX-AVANCE
              FROM WS-ARR-IDX-DEBUT BY 1
              UNTIL WS-ARR-IDX-AVANCE > WS-NB-ETAPES
                 OR CHAINE-ARRETEE
              IF ETAPE-STATUT(WS-ARR-IDX-AVANCE) = 'ATTENTE'
                 AND ETAPE-ARR-MODE(WS-ARR-IDX-AVANCE) NOT = SPACE
                 PERFORM EVALUER-AVANCE
                 IF ARR-ELIGIBLE
                    MOVE WS-ARR-IDX-AVANCE TO WS-ARR-IDX
                    PERFORM CONTROLER-ARRIVEE
                    IF ARRIVEE-COMPLETE
                       DISPLAY "JOURCTL : "
                               ETAPE-NOM(WS-ARR-IDX-AVANCE)
                               " pret, passe devant "
                               ETAPE-NOM(WS-ARR-IDX-SAUVE)
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "AVANCE " ETAPE-NOM(WS-ARR-IDX-AVANCE)
                          " DEVANT " ETAPE-NOM(WS-ARR-IDX-SAUVE)
                          " (ENTREE ATTENDUE)"
                          DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       END-STRING
                       PERFORM ECRIRE-JOURNAL
                       MOVE WS-ARR-IDX-AVANCE TO WS-ETAPE-IDX
                       PERFORM EXECUTER-ETAPE
                       PERFORM VERIFIER-STOP-APRES
                       MOVE WS-ARR-IDX-SAUVE TO WS-ETAPE-IDX
                       SET AVANCE-FAITE TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       EVALUER-AVANCE.
           SET ARR-ELIGIBLE TO TRUE
           PERFORM VARYING WS-ARR-IDX-K FROM WS-ARR-IDX-SAUVE BY 1
              UNTIL WS-ARR-IDX-K >= WS-ARR-IDX-AVANCE OR ARR-BLOQUE
              IF ETAPE-STATUT(WS-ARR-IDX-K) = 'ATTENTE'
                 OR ETAPE-STATUT(WS-ARR-IDX-K) = 'ENCOURS'
                 IF ETAPE-ARR-MODE(WS-ARR-IDX-K) = SPACE
                    SET ARR-BLOQUE TO TRUE
                 END-IF
                 PERFORM VARYING WS-ETAPE-DEP-IDX FROM 1 BY 1
                    UNTIL WS-ETAPE-DEP-IDX > 4
                    IF ETAPE-DEP(WS-ARR-IDX-K, WS-ETAPE-DEP-IDX) =
                       ETAPE-NOM(WS-ARR-IDX-AVANCE)
                       SET ARR-BLOQUE TO TRUE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       RESOUDRE-ENTREE-ETAPE.
      *    Entrée du pas WS-ARR-IDX, résolue comme au pré-vol.
           SET ARR-DSN-UNIQUE TO TRUE
           MOVE SPACES TO WS-ARR-DSN
           EVALUATE ETAPE-NOM(WS-ARR-IDX)
              WHEN 'JOUR1'
                 ACCEPT WS-ARR-DSN FROM ENVIRONMENT "JOUR1_INPUT_DSN"
                 IF WS-ARR-DSN = SPACES
                    MOVE WS-DEFAULT-J1-INPUT-DSN TO WS-ARR-DSN
                 END-IF
              WHEN 'JOUR2'
                 ACCEPT WS-ARR-DSN FROM ENVIRONMENT "JOUR2_INPUT_DSN"
                 IF WS-ARR-DSN = SPACES
                    MOVE WS-DEFAULT-J2-INPUT-DSN TO WS-ARR-DSN
                 END-IF
              WHEN 'JOUR3'
                 ACCEPT WS-ARR-DSN FROM ENVIRONMENT "JOUR3_LISTE_DSN"
                 IF WS-ARR-DSN = SPACES
                    ACCEPT WS-ARR-DSN
                       FROM ENVIRONMENT "JOUR3_INPUT_DSN"
                    IF WS-ARR-DSN = SPACES
                       MOVE WS-DEFAULT-J3-INPUT-DSN TO WS-ARR-DSN
                    END-IF
                 ELSE
                    SET ARR-EN-LISTE TO TRUE
                 END-IF
              WHEN 'JOUR4'
                 ACCEPT WS-ARR-DSN FROM ENVIRONMENT "JOUR4_INPUT_DSN"
                 IF WS-ARR-DSN = SPACES
                    MOVE WS-DEFAULT-J4-INPUT-DSN TO WS-ARR-DSN
                 END-IF
              WHEN 'JOUR5'
                 ACCEPT WS-ARR-DSN FROM ENVIRONMENT "JOUR5_INPUT_DSN"
                 IF WS-ARR-DSN = SPACES
                    MOVE WS-DEFAULT-J5-INPUT-DSN TO WS-ARR-DSN
                 END-IF
           END-EVALUATE.

       CONTROLER-ARRIVEE.
      *    L'entrée du pas WS-ARR-IDX est-elle complète ? En mode
      *    liste (JOUR3), le fichier de contrôle doit se lire et
      *    chaque dump qu'il nomme être arrivé. Le premier dataset
      *    manquant est gardé pour les messages.
           SET ARRIVEE-COMPLETE TO TRUE
           MOVE SPACES TO WS-ARR-DSN-MANQUANT
           PERFORM RESOUDRE-ENTREE-ETAPE
           IF ARR-EN-LISTE
              MOVE 0 TO WS-NB-PREVOL-LISTE
              MOVE 'N' TO WS-PREVOL-EOF
              MOVE WS-ARR-DSN TO WS-PREVOL-DSN
              OPEN INPUT FICHIER-PREVOL
              IF WS-PREVOL-STATUS = '00'
                 PERFORM UNTIL WS-PREVOL-EOF = 'Y'
                    OR WS-NB-PREVOL-LISTE >= 50
                    READ FICHIER-PREVOL
                       AT END
                          MOVE 'Y' TO WS-PREVOL-EOF
                       NOT AT END
                          IF WS-PREVOL-RECORD NOT = SPACES
                             ADD 1 TO WS-NB-PREVOL-LISTE
                             MOVE WS-PREVOL-RECORD TO
                                PREVOL-LISTE-DSN(WS-NB-PREVOL-LISTE)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE FICHIER-PREVOL
                 PERFORM VARYING WS-PREVOL-LISTE-IDX FROM 1 BY 1
                    UNTIL WS-PREVOL-LISTE-IDX > WS-NB-PREVOL-LISTE
                       OR ARRIVEE-INCOMPLETE
                    MOVE PREVOL-LISTE-DSN(WS-PREVOL-LISTE-IDX)
                       TO WS-ARR-DSN
                    PERFORM CONTROLER-ARRIVEE-DSN
                 END-PERFORM
              ELSE
                 SET ARRIVEE-INCOMPLETE TO TRUE
                 MOVE WS-ARR-DSN TO WS-ARR-DSN-MANQUANT
              END-IF
           ELSE
              PERFORM CONTROLER-ARRIVEE-DSN
           END-IF.

       CONTROLER-ARRIVEE-DSN.
      *    Mode D : le déclencheur "<dsn>.ok" est déposé et le
      *    dataset se lit. Mode E : le dataset commence par l'en-tête
      *    ENTETE et finit par une remorque FIN dont le compte est
      *    celui des lignes de données (une transmission en cours
      *    n'a pas encore sa remorque).
           IF ETAPE-ARR-MODE(WS-ARR-IDX) = 'D'
              MOVE SPACES TO WS-PREVOL-DSN
              STRING FUNCTION TRIM(WS-ARR-DSN) ".ok"
                 DELIMITED BY SIZE INTO WS-PREVOL-DSN
              END-STRING
              OPEN INPUT FICHIER-PREVOL
              IF WS-PREVOL-STATUS = '00'
                 CLOSE FICHIER-PREVOL
                 MOVE WS-ARR-DSN TO WS-PREVOL-DSN
                 OPEN INPUT FICHIER-PREVOL
                 IF WS-PREVOL-STATUS = '00'
                    CLOSE FICHIER-PREVOL
                 ELSE
                    SET ARRIVEE-INCOMPLETE TO TRUE
                 END-IF
              ELSE
                 SET ARRIVEE-INCOMPLETE TO TRUE
              END-IF
           ELSE
              MOVE 0 TO WS-ARR-NB-LIGNES
              MOVE SPACES TO WS-ARR-ENTETE WS-ARR-DERNIERE
              MOVE 'N' TO WS-PREVOL-EOF
              MOVE WS-ARR-DSN TO WS-PREVOL-DSN
              OPEN INPUT FICHIER-PREVOL
              IF WS-PREVOL-STATUS = '00'
                 PERFORM UNTIL WS-PREVOL-EOF = 'Y'
                    READ FICHIER-PREVOL
                       AT END
                          MOVE 'Y' TO WS-PREVOL-EOF
                       NOT AT END
                          ADD 1 TO WS-ARR-NB-LIGNES
                          IF WS-ARR-NB-LIGNES = 1
                             MOVE WS-PREVOL-RECORD(1:7)
                                TO WS-ARR-ENTETE
                          END-IF
                          MOVE WS-PREVOL-RECORD TO WS-ARR-DERNIERE
                    END-READ
                 END-PERFORM
                 CLOSE FICHIER-PREVOL
                 MOVE SPACES TO WS-ARR-MOT WS-ARR-CPT-X
                 UNSTRING WS-ARR-DERNIERE DELIMITED BY ALL SPACE
                    INTO WS-ARR-MOT WS-ARR-CPT-X
                 END-UNSTRING
                 IF WS-ARR-ENTETE NOT = 'ENTETE'
                    OR WS-ARR-MOT NOT = 'FIN'
                    OR WS-ARR-NB-LIGNES < 2
                    OR WS-ARR-CPT-X = SPACES
                    OR FUNCTION TEST-NUMVAL(WS-ARR-CPT-X) NOT = 0
                    SET ARRIVEE-INCOMPLETE TO TRUE
                 ELSE
                    IF FUNCTION NUMVAL(WS-ARR-CPT-X)
                       NOT = WS-ARR-NB-LIGNES - 2
                       SET ARRIVEE-INCOMPLETE TO TRUE
                    END-IF
                 END-IF
              ELSE
                 SET ARRIVEE-INCOMPLETE TO TRUE
              END-IF
           END-IF
           IF ARRIVEE-INCOMPLETE
              MOVE WS-ARR-DSN TO WS-ARR-DSN-MANQUANT
           END-IF.

       SIGNALER-ENTREE-NON-RECUE.
      *    Échéance passée sans l'entrée : le pas n'est pas lancé
      *    (il échouerait sur un statut fichier sans dire pourquoi),
      *    il est marqué NONRECU et sa politique d'échec s'applique.
           MOVE 'NONRECU' TO ETAPE-STATUT(WS-ETAPE-IDX)
           DISPLAY "-> " ETAPE-NOM(WS-ETAPE-IDX)
                   " : entree non recue a l'heure limite "
                   ETAPE-ARR-LIMITE(WS-ETAPE-IDX) " ("
                   FUNCTION TRIM(WS-ARR-DSN-MANQUANT) ")"
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "ENTREE NON RECUE " ETAPE-NOM(WS-ETAPE-IDX)
              " LIMITE " ETAPE-ARR-LIMITE(WS-ETAPE-IDX) " "
              FUNCTION TRIM(WS-ARR-DSN-MANQUANT)
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM APPLIQUER-POLITIQUE-ECHEC
           PERFORM ECRIRE-STATUTS.

       CONSULTER-COMMANDES.
      *    Relit le fichier de commandes (absent : rien à faire) et
      *    applique chaque ligne ; tant qu'une ligne HOLD est
                    MOVE WS-CMD-ARG TO WS-STOP-APRES
                    DISPLAY "JOURCTL : STOP-AFTER "
                            WS-STOP-APRES " accepte"
                    IF NOT MODE-PLAN
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "COMMANDE STOP-AFTER " WS-STOP-APRES
                          DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       END-STRING
                       PERFORM ECRIRE-JOURNAL
                    END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY "JOURCTL : commande inconnue ignoree : "
           END-PERFORM
           IF WS-CMD-IDX-TROUVE > 0
              MOVE 'SAUTE' TO ETAPE-STATUT(WS-CMD-IDX-TROUVE)
              MOVE "commande operateur SKIP"
                 TO PLAN-MOTIF(WS-CMD-IDX-TROUVE)
              DISPLAY "JOURCTL : SKIP " WS-CMD-ARG " accepte"
              IF NOT MODE-PLAN
                 MOVE SPACES TO WS-LOG-MESSAGE
                 STRING "COMMANDE SKIP " WS-CMD-ARG
                    DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                 END-STRING
                 PERFORM ECRIRE-JOURNAL
              END-IF
              MOVE WS-ETAPE-IDX TO WS-CMD-IDX-SAUVE
              MOVE WS-CMD-IDX-TROUVE TO WS-ETAPE-IDX
              PERFORM MARQUER-DEPENDANTS-SAUTES
      *    repartir.
           MOVE 'ENCOURS' TO ETAPE-STATUT(WS-ETAPE-IDX)
           PERFORM ECRIRE-STATUTS
      *    Tentatives successives tant que le pas échoue sur un de
      *    ses codes transitoires (cf. FD FICHIER-CHAINE) : la
      *    politique A/C/D ne s'applique qu'à l'échec de la
      *    dernière.
           MOVE 0 TO ETAPE-TENTATIVES(WS-ETAPE-IDX)
           SET RELANCE-DEMANDEE TO TRUE
           PERFORM UNTIL PAS-DE-RELANCE
              PERFORM EXECUTER-TENTATIVE
           END-PERFORM
           IF ETAPE-RC(WS-ETAPE-IDX) = 0
              MOVE 'OK' TO ETAPE-STATUT(WS-ETAPE-IDX)
           ELSE
              MOVE 'KO' TO ETAPE-STATUT(WS-ETAPE-IDX)
              DISPLAY "JOURCTL : " ETAPE-NOM(WS-ETAPE-IDX)
                      " termine avec RC " ETAPE-RC(WS-ETAPE-IDX)
              PERFORM APPLIQUER-POLITIQUE-ECHEC
           END-IF
           PERFORM ECRIRE-STATUTS.

       APPLIQUER-POLITIQUE-ECHEC.
           EVALUATE ETAPE-POLITIQUE(WS-ETAPE-IDX)
              WHEN 'C'
                 DISPLAY "JOURCTL : politique C, la chaine "
                         "continue"
              WHEN 'D'
                 DISPLAY "JOURCTL : politique D, les pas "
                         "dependants sont sautes"
                 PERFORM MARQUER-DEPENDANTS-SAUTES
              WHEN OTHER
                 DISPLAY "JOURCTL : politique A, arret de la "
                         "chaine"
                 SET CHAINE-ARRETEE TO TRUE
           END-EVALUATE.

       EXECUTER-TENTATIVE.
      *    Chaque tentative part au journal avec son code retour et
      *    sa durée, gardés pour le rapport des temps ; la durée du
      *    pas (historique, dépassement) est celle de la dernière.
      *    Avant une relance, le programme est déchargé (CANCEL) :
      *    il repart de son état initial, pas de celui où son échec
      *    l'a laissé.
           ADD 1 TO ETAPE-TENTATIVES(WS-ETAPE-IDX)
           MOVE ETAPE-TENTATIVES(WS-ETAPE-IDX) TO WS-TENT-IDX
           MOVE 0 TO RETURN-CODE
           PERFORM CAPTURER-HEURE
           MOVE WS-HEURE-CENTI TO WS-T-DEBUT-ETAPE
           PERFORM CALCULER-DUREE
           MOVE WS-DUREE-W TO ETAPE-DUREE(WS-ETAPE-IDX)
           MOVE 0 TO RETURN-CODE
           MOVE ETAPE-RC(WS-ETAPE-IDX)
              TO ETAPE-TENT-RC(WS-ETAPE-IDX, WS-TENT-IDX)
           MOVE WS-DUREE-W
              TO ETAPE-TENT-DUREE(WS-ETAPE-IDX, WS-TENT-IDX)
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "TENTATIVE " WS-TENT-IDX "/"
              ETAPE-REL-MAX(WS-ETAPE-IDX) " "
              ETAPE-NOM(WS-ETAPE-IDX) " RC " ETAPE-RC(WS-ETAPE-IDX)
              " DUREE " WS-DUREE-W
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           SET PAS-DE-RELANCE TO TRUE
           IF ETAPE-RC(WS-ETAPE-IDX) NOT = 0
              AND WS-TENT-IDX < ETAPE-REL-MAX(WS-ETAPE-IDX)
              PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                 UNTIL WS-REL-IDX > 4
                 IF ETAPE-REL-RC(WS-ETAPE-IDX, WS-REL-IDX) =
                    ETAPE-RC(WS-ETAPE-IDX)
                    SET RELANCE-DEMANDEE TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           IF RELANCE-DEMANDEE
              DISPLAY "JOURCTL : " ETAPE-NOM(WS-ETAPE-IDX)
                      " RC " ETAPE-RC(WS-ETAPE-IDX)
                      " transitoire (tentative " WS-TENT-IDX "/"
                      ETAPE-REL-MAX(WS-ETAPE-IDX) "), relance dans "
                      ETAPE-REL-ATTENTE(WS-ETAPE-IDX) " s"
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "RELANCE " ETAPE-NOM(WS-ETAPE-IDX)
                 " APRES RC " ETAPE-RC(WS-ETAPE-IDX) " ATTENTE "
                 ETAPE-REL-ATTENTE(WS-ETAPE-IDX) " S"
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
              CANCEL ETAPE-PGM(WS-ETAPE-IDX)
              CALL "C$SLEEP"
                 USING BY CONTENT ETAPE-REL-ATTENTE(WS-ETAPE-IDX)
           END-IF.

       MARQUER-DEPENDANTS-SAUTES.
           PERFORM VARYING WS-ETAPE-DEP-IDX FROM 1 BY 1
           END-PERFORM
           CLOSE FICHIER-STATUTS.

       ETABLIR-PLAN.
      *    Déroulé à blanc de EXECUTER-CHAINE : les commandes en
      *    attente sont lues une fois (SKIP et ses dépendants, HOLD,
      *    STOP-AFTER) et chaque pas est classé comme la boucle de
      *    la chaîne le traiterait, en supposant que chaque pas lancé
      *    rend RC 0 - la politique d'échec est affichée pour dire ce
      *    qu'un échec changerait.
           PERFORM INITIALISER-DATASETS-PLAN
           PERFORM LIRE-FICHIER-COMMANDES
           DISPLAY "=== JOURCTL : plan du run du " WS-RUN-DATE
                   " (date ouvree " WS-DATE-OUVREE ") ==="
           EVALUATE TRUE
              WHEN RETRAITEMENT-EXECUTION
                 DISPLAY "mode      : retraitement du " WS-RTR-DATE-X
                         ", zone " FUNCTION TRIM(WS-RTR-ZONE)
              WHEN REPRISE-ACTIVE
                 DISPLAY "mode      : reprise (pas deja OK non "
                         "relances)"
              WHEN OTHER
                 DISPLAY "mode      : run normal"
           END-EVALUATE
           IF WS-PLAN-REFUS NOT = SPACES
              DISPLAY "verdict   : CHAINE NON LANCEE - "
                      FUNCTION TRIM(WS-PLAN-REFUS) " (RC "
                      WS-PLAN-RC ")"
           END-IF
           IF HOLD-DEMANDE
              DISPLAY "commande  : HOLD present ("
                      FUNCTION TRIM(WS-COMMANDES-DSN)
                      "), la chaine attendra son retrait"
           END-IF
           IF WS-STOP-APRES NOT = SPACES
              DISPLAY "commande  : STOP-AFTER " WS-STOP-APRES
           END-IF
           SET PLAN-EN-COURS TO TRUE
           MOVE 0 TO WS-PLAN-NB-LANCES WS-PLAN-NB-SAUTES
                     WS-PLAN-NB-RETENUS WS-PLAN-NB-INCONNUES
                     WS-PLAN-DUREE-TOTALE
           PERFORM VARYING WS-ETAPE-IDX FROM 1 BY 1
              UNTIL WS-ETAPE-IDX > WS-NB-ETAPES
              PERFORM PLANIFIER-ETAPE
              PERFORM AFFICHER-ETAPE-PLAN
           END-PERFORM
           DISPLAY "=== JOURCTL : " WS-PLAN-NB-LANCES " pas lance(s), "
                   WS-PLAN-NB-RETENUS " retenu(s), "
                   WS-PLAN-NB-SAUTES " saute(s) ==="
           DISPLAY "duree attendue des pas lances : "
                   WS-PLAN-DUREE-TOTALE " cs"
           IF WS-PLAN-NB-INCONNUES > 0
              DISPLAY "         (" WS-PLAN-NB-INCONNUES " pas sans "
                      "historique, non comptes)"
           END-IF
           IF WS-CHAINE-NB-HIST > 0
              COMPUTE WS-MOYENNE-W =
                 WS-CHAINE-SOMME-HIST / WS-CHAINE-NB-HIST
              DISPLAY "chaine complete, moyenne historique : "
                      WS-MOYENNE-W " cs (" WS-CHAINE-NB-HIST " runs)"
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "PLAN DATE OUVREE " WS-DATE-OUVREE
              " LANCES " WS-PLAN-NB-LANCES
              " RETENUS " WS-PLAN-NB-RETENUS
              " SAUTES " WS-PLAN-NB-SAUTES
              " DUREE " WS-PLAN-DUREE-TOTALE " "
              FUNCTION TRIM(WS-PLAN-REFUS)
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           MOVE WS-PLAN-RC TO RETURN-CODE.

       PLANIFIER-ETAPE.
      *    Action et motif du pas WS-ETAPE-IDX, dans l'ordre des cas
      *    de EXECUTER-CHAINE. Un pas dont l'entrée surveillée n'est
      *    pas encore là est retenu : la chaîne l'attendra jusqu'à
      *    son heure limite (les pas suivants prêts pouvant passer
      *    devant lui). STOP-AFTER n'arrête la chaîne qu'après un pas
      *    effectivement lancé.
           MOVE SPACES TO WS-PLAN-MOTIF-W
           EVALUATE TRUE
              WHEN ETAPE-STATUT(WS-ETAPE-IDX) = 'REPRIS'
                 MOVE 'SAUTE' TO WS-PLAN-ACTION
                 MOVE "deja OK au run precedent (reprise)"
                    TO WS-PLAN-MOTIF-W
              WHEN ETAPE-STATUT(WS-ETAPE-IDX) = 'EXCLU'
                 MOVE 'SAUTE' TO WS-PLAN-ACTION
                 MOVE "exclu du retraitement" TO WS-PLAN-MOTIF-W
              WHEN ETAPE-STATUT(WS-ETAPE-IDX) = 'SAUTE'
                 MOVE 'SAUTE' TO WS-PLAN-ACTION
                 IF PLAN-MOTIF(WS-ETAPE-IDX) = SPACES
                    MOVE "dependant d'un pas saute par commande SKIP"
                       TO WS-PLAN-MOTIF-W
                 ELSE
                    MOVE PLAN-MOTIF(WS-ETAPE-IDX) TO WS-PLAN-MOTIF-W
                 END-IF
              WHEN WS-PLAN-REFUS NOT = SPACES
                 MOVE 'SAUTE' TO WS-PLAN-ACTION
                 STRING "chaine non lancee : "
                    FUNCTION TRIM(WS-PLAN-REFUS)
                    DELIMITED BY SIZE INTO WS-PLAN-MOTIF-W
                 END-STRING
              WHEN PLAN-ARRETE
                 MOVE 'SAUTE' TO WS-PLAN-ACTION
                 STRING "chaine arretee apres " WS-STOP-APRES
                    " (commande STOP-AFTER)"
                    DELIMITED BY SIZE INTO WS-PLAN-MOTIF-W
                 END-STRING
              WHEN HOLD-DEMANDE
                 MOVE 'RETENU' TO WS-PLAN-ACTION
                 MOVE "HOLD operateur present" TO WS-PLAN-MOTIF-W
              WHEN OTHER
                 MOVE 'LANCE' TO WS-PLAN-ACTION
                 IF ETAPE-ARR-MODE(WS-ETAPE-IDX) NOT = SPACE
                    MOVE WS-ETAPE-IDX TO WS-ARR-IDX
                    PERFORM CONTROLER-ARRIVEE
                    IF ARRIVEE-INCOMPLETE
                       MOVE 'RETENU' TO WS-PLAN-ACTION
                       STRING "attend son entree jusqu'a "
                          ETAPE-ARR-LIMITE(WS-ETAPE-IDX) " ("
                          FUNCTION TRIM(WS-ARR-DSN-MANQUANT)
                          " absent)"
                          DELIMITED BY SIZE INTO WS-PLAN-MOTIF-W
                       END-STRING
                    ELSE
                       MOVE "entree surveillee deja arrivee"
                          TO WS-PLAN-MOTIF-W
                    END-IF
                 END-IF
           END-EVALUATE
           EVALUATE WS-PLAN-ACTION
              WHEN 'LANCE'
                 ADD 1 TO WS-PLAN-NB-LANCES
              WHEN 'RETENU'
                 ADD 1 TO WS-PLAN-NB-RETENUS
              WHEN OTHER
                 ADD 1 TO WS-PLAN-NB-SAUTES
           END-EVALUATE
           IF WS-PLAN-ACTION NOT = 'SAUTE'
              AND WS-STOP-APRES NOT = SPACES
              AND ETAPE-NOM(WS-ETAPE-IDX) = WS-STOP-APRES
              SET PLAN-ARRETE TO TRUE
           END-IF.

       AFFICHER-ETAPE-PLAN.
      *    Une ligne par pas ; pour un pas lancé ou retenu, suivent
      *    sa politique d'échec, sa relance, sa durée attendue
      *    (moyenne glissante de l'historique des temps) et ses
      *    datasets.
           DISPLAY ETAPE-ORDRE(WS-ETAPE-IDX) " "
                   ETAPE-NOM(WS-ETAPE-IDX) " "
                   ETAPE-PGM(WS-ETAPE-IDX) " " WS-PLAN-ACTION " "
                   FUNCTION TRIM(WS-PLAN-MOTIF-W)
           IF WS-PLAN-ACTION NOT = 'SAUTE'
              MOVE SPACES TO WS-PLAN-LIGNE
              EVALUATE ETAPE-POLITIQUE(WS-ETAPE-IDX)
                 WHEN 'C'
                    MOVE "la chaine continue" TO WS-PLAN-LIGNE
                 WHEN 'D'
                    STRING "sauter " ETAPE-DEP(WS-ETAPE-IDX, 1) " "
                       ETAPE-DEP(WS-ETAPE-IDX, 2) " "
                       ETAPE-DEP(WS-ETAPE-IDX, 3) " "
                       ETAPE-DEP(WS-ETAPE-IDX, 4)
                       DELIMITED BY SIZE INTO WS-PLAN-LIGNE
                    END-STRING
                 WHEN OTHER
                    MOVE "arret de la chaine" TO WS-PLAN-LIGNE
              END-EVALUATE
              DISPLAY "         si echec : politique "
                      ETAPE-POLITIQUE(WS-ETAPE-IDX) ", "
                      FUNCTION TRIM(WS-PLAN-LIGNE)
              IF ETAPE-REL-MAX(WS-ETAPE-IDX) > 1
                 DISPLAY "         relance  : "
                         ETAPE-REL-MAX(WS-ETAPE-IDX)
                         " tentatives, attente "
                         ETAPE-REL-ATTENTE(WS-ETAPE-IDX) " s"
              END-IF
              IF ETAPE-NB-HIST(WS-ETAPE-IDX) > 0
                 COMPUTE WS-MOYENNE-W =
                    ETAPE-SOMME-HIST(WS-ETAPE-IDX)
                    / ETAPE-NB-HIST(WS-ETAPE-IDX)
                 ADD WS-MOYENNE-W TO WS-PLAN-DUREE-TOTALE
                 DISPLAY "         duree    : " WS-MOYENNE-W
                         " cs (moyenne de "
                         ETAPE-NB-HIST(WS-ETAPE-IDX) " passages)"
              ELSE
                 ADD 1 TO WS-PLAN-NB-INCONNUES
                 DISPLAY "         duree    : inconnue (aucun "
                         "passage a l'historique des temps)"
              END-IF
              PERFORM AFFICHER-DATASETS-PLAN
           END-IF.

       AFFICHER-DATASETS-PLAN.
           MOVE WS-ETAPE-IDX TO WS-ARR-IDX
           PERFORM RESOUDRE-ENTREE-ETAPE
           IF WS-ARR-DSN NOT = SPACES
              IF ARR-EN-LISTE
                 DISPLAY "         lit      : "
                         FUNCTION TRIM(WS-ARR-DSN)
                         " (liste de datasets)"
              ELSE
                 DISPLAY "         lit      : "
                         FUNCTION TRIM(WS-ARR-DSN)
              END-IF
           END-IF
           MOVE 0 TO WS-PDS-NB-PGM
           PERFORM VARYING WS-PDS-IDX FROM 1 BY 1
              UNTIL WS-PDS-IDX > WS-PDS-NB
              IF PDS-PGM(WS-PDS-IDX) = ETAPE-PGM(WS-ETAPE-IDX)
                 ADD 1 TO WS-PDS-NB-PGM
                 MOVE SPACES TO WS-PDS-DSN
                 ACCEPT WS-PDS-DSN
                    FROM ENVIRONMENT PDS-ENV(WS-PDS-IDX)
                 IF WS-PDS-DSN = SPACES
                    MOVE PDS-DEFAUT(WS-PDS-IDX) TO WS-PDS-DSN
                 END-IF
                 IF PDS-SENS(WS-PDS-IDX) = 'L'
                    DISPLAY "         lit      : "
                            FUNCTION TRIM(WS-PDS-DSN)
                 ELSE
                    DISPLAY "         ecrit    : "
                            FUNCTION TRIM(WS-PDS-DSN)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-PDS-NB-PGM = 0 AND WS-ARR-DSN = SPACES
              DISPLAY "         datasets : non repertories pour "
                      FUNCTION TRIM(ETAPE-PGM(WS-ETAPE-IDX))
           END-IF.

       INITIALISER-DATASETS-PLAN.
      *    Datasets propres à chaque programme de la chaîne (hors
      *    entrée des pas JOUR1 à JOUR5, cf. RESOUDRE-ENTREE-ETAPE) ;
      *    un référentiel relu puis réécrit figure dans les deux
      *    sens.
           MOVE 0 TO WS-PDS-NB
           MOVE 'JOUR1' TO WS-PDS-PGM-W
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR1_MASTER_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/master_lieux.dat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR1_MASTER_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/master_lieux.dat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR1_REPORT_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/jour1.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR1_VALIDES_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/valides.txt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR1_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR1_DELTA_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/delta.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR1_SNAPCAT_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/snapshots.cat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'LIRE-FICHIER-TABLEAU' TO WS-PDS-PGM-W
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR2_STAGE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/tolerance.stage"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR2_STATUT_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/statut_cles.dat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR2_SOMMAIRE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/sommaire.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR2_REJETS_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/rejets.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR2_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR2_TENDANCE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/tendance.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'JOUR3' TO WS-PDS-PGM-W
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR3_SOMMAIRE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/sommaire.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR3_REJETS_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/rejets_mul.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR3_AUDIT_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/audit_do.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR3_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR3_LEDGER_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/ledger.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'JOUR4' TO WS-PDS-PGM-W
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR4_GRILLE_PREC_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/grille_prec.dat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR4_SOMMAIRE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/sommaire.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR4_HITLIST_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/hitlist.txt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR4_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR4_DELTA_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/delta_grille.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR4_GRILLE_PREC_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/grille_prec.dat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'JOUR5' TO WS-PDS-PGM-W
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR5_HISTO_USAGE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/usage_histo.dat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR5_SOMMAIRE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/sommaire.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR5_AUDIT_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/audit_correction.txt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR5_USAGE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/usage_regles.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOUR5_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'JOURBAL' TO WS-PDS-PGM-W
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR1_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR2_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR3_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR4_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR5_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR2_REJETS_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/rejets.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR4_HITLIST_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/hitlist.txt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'JOURHST' TO WS-PDS-PGM-W
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR1_REPORT_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/jour1.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR4_SOMMAIRE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/sommaire.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR5_SOMMAIRE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/sommaire.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR2_TENDANCE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/tendance.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR3_LEDGER_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/ledger.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOURHST_HISTORIQUE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/historique.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOURHST_SYNTHESE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/synthese.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'JOURALR' TO WS-PDS-PGM-W
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR1_REPORT_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/jour1.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR2_SOMMAIRE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/sommaire.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR3_SOMMAIRE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/sommaire.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR4_SOMMAIRE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/sommaire.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR5_SOMMAIRE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/sommaire.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOURALR_PLAGES_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/plages.par" TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOURALR_ACK_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/ack_alertes.dat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOURALR_ALERTES_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/alertes.rpt" TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOURALR_ETAT_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/etat_alertes.dat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOURALR_PARTS_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/parts_j1.dat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'JOURDIF' TO WS-PDS-PGM-W
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "AOC_DIFFUSION_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/diffusion.par"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOURCTL_STATUT_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/statut_etapes.dat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOURALR_ETAT_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/etat_alertes.dat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "AOC_DIFFUSION_REPERTOIRE" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/diffusion" TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'JOURFAC' TO WS-PDS-PGM-W
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR1_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR2_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR3_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR4_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR5_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOURFAC_TARIFS_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/tarifs.par" TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOURFAC_VOLUMES_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/volumes_facturation.dat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOURFAC_RELEVE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/releve_facturation.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOURFAC_FINANCE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/facturation.fin"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'JOURBI' TO WS-PDS-PGM-W
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOURCTL_STATUT_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/statut_etapes.dat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR1_REPORT_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/jour1.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR2_SOMMAIRE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/sommaire.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR3_SOMMAIRE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/sommaire.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR4_SOMMAIRE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/sommaire.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR5_SOMMAIRE_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/sommaire.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR1_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR2_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR3_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR4_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'L' TO WS-PDS-SENS-W
           MOVE "JOUR5_BILAN_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/bilan.rpt"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOURBI_EMISSIONS_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/emissions_bi.dat"
              TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN
           MOVE 'E' TO WS-PDS-SENS-W
           MOVE "JOURBI_FLUX_DSN" TO WS-PDS-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/flux_bi.csv" TO WS-PDS-DEFAUT-W
           PERFORM AJOUTER-DATASET-PLAN.

       AJOUTER-DATASET-PLAN.
           IF WS-PDS-NB < WS-PDS-MAX
              ADD 1 TO WS-PDS-NB
              MOVE WS-PDS-PGM-W    TO PDS-PGM(WS-PDS-NB)
              MOVE WS-PDS-SENS-W   TO PDS-SENS(WS-PDS-NB)
              MOVE WS-PDS-ENV-W    TO PDS-ENV(WS-PDS-NB)
              MOVE WS-PDS-DEFAUT-W TO PDS-DEFAUT(WS-PDS-NB)
           END-IF.

       CONTROLER-PARAMETRES.
      *    Contrôle de syntaxe de tous les fichiers paramètres et de
      *    commande de la suite, y compris ceux de JOURCTL, AVANT de
      *    les charger : une ligne illisible que son programme aurait
      *    sautée ou mal lue sans rien dire arrête la chaîne avant le
      *    pas 1 avec RC 8, comme le pré-vol (fichier, ligne et motif
      *    de chaque rejet dans le rapport de JOURPAR).
           CALL "JOURPAR"
           MOVE RETURN-CODE TO WS-PARAMS-RC
           MOVE 0 TO RETURN-CODE
           IF WS-PARAMS-RC NOT = 0
              DISPLAY "=== JOURCTL : parametres illisibles (RC "
                      WS-PARAMS-RC "), chaine non lancee ==="
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "PARAMETRES REJETES PAR JOURPAR RC " WS-PARAMS-RC
                 " - CHAINE NON LANCEE"
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
              MOVE 8 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF.

       PRE-FLIGHT.
      *    Contrôle de préparation avant le premier CALL : chaque
      *    dataset d'entrée (résolu comme le programme appelé le
           IF WS-PREVOL-DSN = SPACES
              MOVE WS-DEFAULT-J1-INPUT-DSN TO WS-PREVOL-DSN
           END-IF
           PERFORM VERIFIER-ENTREE-PAS
           MOVE 'JOUR2' TO WS-PREVOL-NOM
           ACCEPT WS-PREVOL-DSN FROM ENVIRONMENT "JOUR2_INPUT_DSN"
           IF WS-PREVOL-DSN = SPACES
              MOVE WS-DEFAULT-J2-INPUT-DSN TO WS-PREVOL-DSN
           END-IF
           PERFORM VERIFIER-ENTREE-PAS
      *    JOUR3 en mode liste de datasets : le fichier de contrôle
      *    lui-même doit exister et se lire, puis chaque dataset
      *    qu'il nomme est contrôlé à son tour - un dump régional
              IF WS-PREVOL-DSN = SPACES
                 MOVE WS-DEFAULT-J3-INPUT-DSN TO WS-PREVOL-DSN
              END-IF
              PERFORM VERIFIER-ENTREE-PAS
           ELSE
              MOVE WS-PREVOL-DSN TO WS-PREVOL-LISTE-DSN
              PERFORM VERIFIER-ENTREE-PAS
              IF WS-ARR-IDX = 0
                 PERFORM VERIFIER-LISTE-JOUR3
              END-IF
           END-IF
           MOVE 'JOUR4' TO WS-PREVOL-NOM
           ACCEPT WS-PREVOL-DSN FROM ENVIRONMENT "JOUR4_INPUT_DSN"
           IF WS-PREVOL-DSN = SPACES
              MOVE WS-DEFAULT-J4-INPUT-DSN TO WS-PREVOL-DSN
           END-IF
           PERFORM VERIFIER-ENTREE-PAS
           MOVE 'JOUR5' TO WS-PREVOL-NOM
           ACCEPT WS-PREVOL-DSN FROM ENVIRONMENT "JOUR5_INPUT_DSN"
           IF WS-PREVOL-DSN = SPACES
              MOVE WS-DEFAULT-J5-INPUT-DSN TO WS-PREVOL-DSN
           END-IF
           PERFORM VERIFIER-ENTREE-PAS
           PERFORM VERIFIER-CHECKPOINT-ACCESSIBLE
           IF WS-NB-PREVOL-KO > 0
              DISPLAY "=== JOURCTL : " WS-NB-PREVOL-KO " controle(s)"
                      " pre-vol en echec, chaine non lancee ==="
              IF MODE-PLAN
                 IF WS-PLAN-REFUS = SPACES
                    MOVE 8 TO WS-PLAN-RC
                    MOVE "controle pre-vol en echec" TO WS-PLAN-REFUS
                 END-IF
              ELSE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              DISPLAY "=== JOURCTL : pre-vol OK ==="
           END-IF.

       VERIFIER-ENTREE-PAS.
      *    L'entrée d'un pas surveillé (ARRIVEE=) n'est pas exigée
      *    au pré-vol : elle est attendue jusqu'à son heure limite
      *    au moment de lancer le pas (cf. ATTENDRE-ENTREE-ETAPE).
           MOVE 0 TO WS-ARR-IDX
           PERFORM VARYING WS-ETAPE-IDX FROM 1 BY 1
              UNTIL WS-ETAPE-IDX > WS-NB-ETAPES
              IF ETAPE-NOM(WS-ETAPE-IDX) = WS-PREVOL-NOM
                 AND ETAPE-ARR-MODE(WS-ETAPE-IDX) NOT = SPACE
                 MOVE WS-ETAPE-IDX TO WS-ARR-IDX
              END-IF
           END-PERFORM
           IF WS-ARR-IDX > 0
              DISPLAY WS-PREVOL-NOM " SURVEILLE (limite "
                      ETAPE-ARR-LIMITE(WS-ARR-IDX) ") "
                      FUNCTION TRIM(WS-PREVOL-DSN)
           ELSE
              PERFORM VERIFIER-UN-INPUT
           END-IF.

       VERIFIER-UN-INPUT.
           MOVE 'N' TO WS-PREVOL-EOF
      *    les pas ont tourné ce run : le temps d'une reprise à deux
      *    pas ou d'une chaîne arrêtée n'est pas comparable et
      *    tirerait la moyenne glissante de la chaîne vers le bas
      *    (faux DEPASSEMENT sur les runs normaux suivants). Même
      *    chose quand la chaîne a attendu l'arrivée d'une entrée :
      *    son temps compte l'attente.
           SET CHAINE-HISTORISABLE TO TRUE
           IF ENTREES-ATTENDUES
              SET CHAINE-NON-HISTORISABLE TO TRUE
           END-IF
           PERFORM VARYING WS-ETAPE-IDX FROM 1 BY 1
              UNTIL WS-ETAPE-IDX > WS-NB-ETAPES
              IF ETAPE-STATUT(WS-ETAPE-IDX) NOT = 'OK'
                 MOVE WS-RUN-DATE TO WS-HT-DATE
                 MOVE ETAPE-NOM(WS-ETAPE-IDX) TO WS-HT-NOM
                 MOVE ETAPE-DUREE(WS-ETAPE-IDX) TO WS-HT-DUREE
                 MOVE WS-RUNID TO WS-HT-RUNID
                 WRITE WS-HISTO-TEMPS-RECORD
              END-IF
           END-PERFORM
              MOVE WS-RUN-DATE TO WS-HT-DATE
              MOVE 'CHAINE' TO WS-HT-NOM
              MOVE WS-CHAINE-DUREE TO WS-HT-DUREE
              MOVE WS-RUNID TO WS-HT-RUNID
              WRITE WS-HISTO-TEMPS-RECORD
           END-IF
           CLOSE FICHIER-HISTO-TEMPS.
                 OR ETAPE-STATUT(WS-ETAPE-IDX) = 'KO'
                 PERFORM RAPPORT-TEMPS-ETAPE
              END-IF
              IF ETAPE-STATUT(WS-ETAPE-IDX) = 'NONRECU'
                 DISPLAY ETAPE-NOM(WS-ETAPE-IDX)
                         " : entree non recue a l'heure limite "
                         ETAPE-ARR-LIMITE(WS-ETAPE-IDX)
              END-IF
           END-PERFORM
           DISPLAY "CHAINE   : " WS-CHAINE-DUREE
           IF ENTREES-ATTENDUES
              DISPLAY "         (attente d'entrees comprise : temps "
                      "non compare ni historise)"
           END-IF
           IF CHAINE-NON-HISTORISABLE AND NOT ENTREES-ATTENDUES
              DISPLAY "         (chaine partielle : temps non "
                      "compare ni historise)"
           END-IF
       RAPPORT-TEMPS-ETAPE.
           DISPLAY ETAPE-NOM(WS-ETAPE-IDX) " : "
                   ETAPE-DUREE(WS-ETAPE-IDX)
      *    Pas relancé : chaque tentative, la dernière faisant foi.
           IF ETAPE-TENTATIVES(WS-ETAPE-IDX) > 1
              PERFORM VARYING WS-TENT-IDX FROM 1 BY 1
                 UNTIL WS-TENT-IDX > ETAPE-TENTATIVES(WS-ETAPE-IDX)
                 DISPLAY "         tentative " WS-TENT-IDX " : RC "
                         ETAPE-TENT-RC(WS-ETAPE-IDX, WS-TENT-IDX)
                         " duree "
                         ETAPE-TENT-DUREE(WS-ETAPE-IDX, WS-TENT-IDX)
              END-PERFORM
           END-IF
           IF ETAPE-NB-HIST(WS-ETAPE-IDX) > 0
              COMPUTE WS-MOYENNE-W =
                 ETAPE-SOMME-HIST(WS-ETAPE-IDX)

       VERIFIER-CHAINE-COMPLETE.
      *    Un pas REPRIS (hérité OK du run précédent, non relancé)
      *    compte comme passé pour la complétude de la chaîne, de
      *    même qu'un pas EXCLU d'un retraitement.
           SET CHAINE-COMPLETE TO TRUE
           PERFORM VARYING WS-ETAPE-IDX FROM 1 BY 1
              UNTIL WS-ETAPE-IDX > WS-NB-ETAPES
              IF ETAPE-STATUT(WS-ETAPE-IDX) NOT = 'OK'
                 AND ETAPE-STATUT(WS-ETAPE-IDX) NOT = 'REPRIS'
                 AND ETAPE-STATUT(WS-ETAPE-IDX) NOT = 'EXCLU'
                 SET CHAINE-INCOMPLETE TO TRUE
              END-IF
           END-PERFORM.
                   WS-J5-RESULTAT-INVAL
           DISPLAY "=== Fin du batch JOUR1-JOUR5 ===".

       LIRE-MODE-RETRAITEMENT.
      *    JOURCTL_RETRAITEMENT_DATE=AAAAMMJJ demande le retraitement
      *    de cette date ouvrée passée (extraits d'entrée renvoyés
      *    pour ce jour-là, désignés comme d'habitude par les
      *    variables JOURn_INPUT_DSN). JOURCTL_RETRAITEMENT_PHASE à
      *    blanc exécute le retraitement, APPROBATION en reporte le
      *    résultat dans les historiques de production. La zone
      *    datée est <JOURCTL_RETRAITEMENT_REPERTOIRE>/AAAAMMJJ.
           ACCEPT WS-RTR-DATE-X
              FROM ENVIRONMENT "JOURCTL_RETRAITEMENT_DATE"
           IF WS-RTR-DATE-X NOT = SPACES
              IF WS-RTR-DATE-X IS NOT NUMERIC
                 DISPLAY "ABEND JOURCTL : JOURCTL_RETRAITEMENT_DATE "
                         "non numerique (AAAAMMJJ attendu)"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-RTR-DATE-X TO WS-RTR-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-RTR-DATE) NOT = 0
                 OR WS-RTR-DATE NOT < WS-RUN-DATE
                 DISPLAY "ABEND JOURCTL : JOURCTL_RETRAITEMENT_DATE "
                         WS-RTR-DATE-X " invalide ou non anterieure "
                         "au " WS-RUN-DATE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ACCEPT WS-RTR-PHASE
                 FROM ENVIRONMENT "JOURCTL_RETRAITEMENT_PHASE"
              IF WS-RTR-PHASE = SPACES
                 MOVE 'EXECUTION' TO WS-RTR-PHASE
              END-IF
              EVALUATE WS-RTR-PHASE
                 WHEN 'EXECUTION'
                    SET RETRAITEMENT-EXECUTION TO TRUE
                 WHEN 'APPROBATION'
                    SET RETRAITEMENT-APPROBATION TO TRUE
                 WHEN OTHER
                    DISPLAY "ABEND JOURCTL : "
                            "JOURCTL_RETRAITEMENT_PHASE inconnue : "
                            WS-RTR-PHASE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
              ACCEPT WS-RTR-REPERTOIRE
                 FROM ENVIRONMENT "JOURCTL_RETRAITEMENT_REPERTOIRE"
              IF WS-RTR-REPERTOIRE = SPACES
                 MOVE WS-DEFAULT-RTR-REPERTOIRE TO WS-RTR-REPERTOIRE
              END-IF
              MOVE SPACES TO WS-RTR-ZONE WS-RTR-COMPARAISON-DSN
              STRING FUNCTION TRIM(WS-RTR-REPERTOIRE) "/"
                 WS-RTR-DATE-X
                 DELIMITED BY SIZE INTO WS-RTR-ZONE
              END-STRING
              STRING FUNCTION TRIM(WS-RTR-ZONE) "/comparaison.rpt"
                 DELIMITED BY SIZE INTO WS-RTR-COMPARAISON-DSN
              END-STRING
              PERFORM INITIALISER-RETRAITEMENT
              DISPLAY "JOURCTL : retraitement du " WS-RTR-DATE-X
                      " (" FUNCTION TRIM(WS-RTR-PHASE) "), zone "
                      FUNCTION TRIM(WS-RTR-ZONE)
           END-IF.

       INITIALISER-RETRAITEMENT.
      *    Table des datasets produits par la chaîne, résolus
      *    comme leur producteur (même variable, même défaut).
      *    Sorties des pas : vidées avant le retraitement.
           MOVE 'S' TO WS-RTR-CLASSE-W
           MOVE "JOUR1_REPORT_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/jour1.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR1_VALIDES_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/valides.txt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR1_EDIT_REJETS_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/edit_rejets.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR1_STATS_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/stats.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR1_EXCEPT_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/doublons.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR1_NONAPP_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/non_apparies.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR1_BILAN_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/bilan.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR1_SUGGESTIONS_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/suggestions.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR1_PARETO_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/pareto.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR1_DELTA_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/delta.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR2_SOMMAIRE_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/sommaire.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR2_REJETS_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/rejets.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR2_TRAVAIL_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/tableau.wrk"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR2_SWEEP_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/sweep.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR2_CHRONIQUES_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/chroniques.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR2_BILAN_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/bilan.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR2_CORRIGES_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/corriges.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR2_SEVERITE_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/severite.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR3_RAPPORT_INSTR_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/rapport_instructions.txt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR3_SOMMAIRE_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/sommaire.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR3_AUDIT_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/audit_do.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR3_REJETS_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/rejets_mul.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR3_BILAN_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/bilan.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR3_ECARTS_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/ecarts_controle.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR3_REJEU_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/rejeu_mul.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR3_BORNES_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/bornes.wrk"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR3_LOCALISATION_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/positions.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR3_EXPORT_WRK_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/instructions.wrk"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR3_EXPORT_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/instructions.exp"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR4_AVERT_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/avertissements.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR4_HITLIST_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/hitlist.txt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR4_SOMMAIRE_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/sommaire.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR4_DENSITE_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/densite.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR4_BILAN_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/bilan.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR4_DELTA_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/delta_grille.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR5_SOMMAIRE_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/sommaire.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR5_AUDIT_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/audit_correction.txt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR5_USAGE_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/usage_regles.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR5_DIAG_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/diag_regles.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR5_CORRIGES_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/maj_corrigees.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR5_REJETS_PAGES_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/rejets_pages.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR5_BILAN_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/bilan.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR5_FREQ_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/freq_pages.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOURHST_SYNTHESE_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/synthese.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOURALR_ALERTES_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/alertes.rpt" TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "AOC_CHECKPOINT_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/checkpoint.dat"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "AOC_PUBLICATION_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/publication.dat"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "AOC_MANIFESTE_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/manifeste.dat"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOURCTL_STATUT_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/statut_etapes.dat"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOURCTL_HISTO_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/histo_temps.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
      *    Historiques datés : date en tête de ligne, sauf le grand
      *    livre de JOUR3 (derrière le PROGRAM-ID producteur), dont
      *    les lignes d'ajustement manuel JOUR3ADJ ne se retraitent
      *    pas. WS-RTR-POS-RUN-W : position de l'identifiant de run
      *    dans la ligne, ignoré à la comparaison (le retraitement
      *    tourne forcément sous un autre run que l'original).
           MOVE 'H' TO WS-RTR-CLASSE-W
           MOVE "JOUR1_SNAPCAT_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/snapshots.cat"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE 25 TO WS-RTR-POS-RUN-W
           MOVE "JOUR2_TENDANCE_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/tendance.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR3_REVUE_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/revue_mul.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE 41 TO WS-RTR-POS-RUN-W
           MOVE "JOURHST_HISTORIQUE_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/historique.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE 10 TO WS-RTR-POS-W
           MOVE 63 TO WS-RTR-POS-RUN-W
           MOVE 'JOUR3ADJ' TO WS-RTR-EXCLU-W
           MOVE "JOUR3_LEDGER_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/ledger.rpt"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
      *    Référentiels séquentiels : recopiés dans la zone.
           MOVE 'M' TO WS-RTR-CLASSE-W
           MOVE "JOUR1_SNAPSHOT_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/snapshot.dat"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR2_STAGE_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/tolerance.stage"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR4_GRILLE_PREC_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/grille_prec.dat"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR4_HITLIST_PREC_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/hitlist_prec.dat"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOUR5_HISTO_USAGE_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/usage_histo.dat"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOURALR_ETAT_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/etat_alertes.dat"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE "JOURALR_PARTS_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/parts_j1.dat"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
      *    Registre des entrées : la copie de la zone garde les
      *    extraits déjà acceptés, un doublon y est donc refusé
      *    comme en production.
           MOVE "AOC_REGISTRE_ENTREES_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/registre_entrees.dat"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
      *    Référentiels indexés (lieux de JOUR1, statut par clé de
      *    JOUR2) : recopiés dans la zone.
           MOVE 'I' TO WS-RTR-CLASSE-W
           MOVE "JOUR1_MASTER_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/master_lieux.dat"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
           MOVE 'K' TO WS-RTR-CLASSE-W
           MOVE "JOUR2_STATUT_DSN" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/statut_cles.dat"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
      *    Préfixe des fichiers de travail de JOUR1 : redirigé.
           MOVE 'R' TO WS-RTR-CLASSE-W
           MOVE "JOUR1_TRAVAIL_PREFIX" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/jour1trav"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT
      *    Archive des entrées : redirigée, créée au premier pas.
           MOVE "AOC_ARCHIVE_ENTREES_REPERTOIRE" TO WS-RTR-ENV-W
           MOVE "/mnt/c/pgmcobol/AoC2024/archives_entrees"
              TO WS-RTR-DEFAUT-W
           PERFORM AJOUTER-DATASET-RETRAITEMENT.

       AJOUTER-DATASET-RETRAITEMENT.
      *    Le dataset de la zone porte le nom de sa variable
      *    d'environnement, sans le suffixe _DSN.
           ADD 1 TO WS-RTR-NB
           MOVE WS-RTR-ENV-W    TO RTR-ENV(WS-RTR-NB)
           MOVE WS-RTR-CLASSE-W TO RTR-CLASSE(WS-RTR-NB)
           MOVE WS-RTR-POS-W    TO RTR-POS-DATE(WS-RTR-NB)
           MOVE WS-RTR-POS-RUN-W TO RTR-POS-RUN(WS-RTR-NB)
           MOVE WS-RTR-EXCLU-W  TO RTR-EXCLU(WS-RTR-NB)
           MOVE SPACES TO RTR-ORIGINE(WS-RTR-NB)
           ACCEPT RTR-ORIGINE(WS-RTR-NB) FROM ENVIRONMENT WS-RTR-ENV-W
           IF RTR-ORIGINE(WS-RTR-NB) = SPACES
              MOVE WS-RTR-DEFAUT-W TO RTR-ORIGINE(WS-RTR-NB)
           END-IF
           COMPUTE WS-RTR-LONG =
              FUNCTION LENGTH(FUNCTION TRIM(WS-RTR-ENV-W))
           IF WS-RTR-ENV-W(WS-RTR-LONG - 3:4) = "_DSN"
              SUBTRACT 4 FROM WS-RTR-LONG
           END-IF
           MOVE SPACES TO RTR-DSN(WS-RTR-NB)
           STRING FUNCTION TRIM(WS-RTR-ZONE) "/"
              WS-RTR-ENV-W(1:WS-RTR-LONG)
              DELIMITED BY SIZE INTO RTR-DSN(WS-RTR-NB)
           END-STRING
           MOVE 1 TO WS-RTR-POS-W
           MOVE 0 TO WS-RTR-POS-RUN-W
           MOVE SPACES TO WS-RTR-EXCLU-W.

       ORIENTER-RETRAITEMENT.
      *    Crée la zone datée (déjà là : sans effet) et y réoriente
      *    chaque dataset de la table. La date de traitement des pas
      *    (cf. DATWS.cpy) et la date attendue en en-tête des
      *    extraits (cf. ENVWS.cpy) deviennent le jour retraité.
           IF NOT MODE-PLAN
              CALL "CBL_CREATE_DIR" USING WS-RTR-REPERTOIRE
              CALL "CBL_CREATE_DIR" USING WS-RTR-ZONE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM VARYING WS-RTR-IDX FROM 1 BY 1
              UNTIL WS-RTR-IDX > WS-RTR-NB
              SET ENVIRONMENT RTR-ENV(WS-RTR-IDX)
                 TO RTR-DSN(WS-RTR-IDX)
           END-PERFORM
           SET ENVIRONMENT "AOC_DATE_TRAITEMENT" TO WS-RTR-DATE-X
           SET ENVIRONMENT "AOC_ENVELOPPE_DATE" TO WS-RTR-DATE-X
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "RETRAITEMENT DU " WS-RTR-DATE-X " ZONE "
              FUNCTION TRIM(WS-RTR-ZONE)
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       PREPARER-ZONE-RETRAITEMENT.
      *    Remet la zone dans l'état d'avant le jour retraité :
      *    sorties vidées, historiques amorcés, référentiels recopiés
      *    de la production. Sautée en reprise : la zone est alors
      *    celle du retraitement interrompu.
           PERFORM VARYING WS-RTR-IDX FROM 1 BY 1
              UNTIL WS-RTR-IDX > WS-RTR-NB
              EVALUATE RTR-CLASSE(WS-RTR-IDX)
                 WHEN 'S'
                    PERFORM VIDER-DATASET-ZONE
                 WHEN 'H'
                    PERFORM AMORCER-HISTORIQUE-ZONE
                 WHEN 'M'
                    PERFORM RECOPIER-REFERENTIEL-ZONE
                 WHEN 'I'
                    PERFORM RECOPIER-MASTER-ZONE
                 WHEN 'K'
                    PERFORM RECOPIER-STATUT-CLES-ZONE
              END-EVALUATE
           END-PERFORM
           DISPLAY "JOURCTL : zone de retraitement preparee ("
                   WS-RTR-NB " datasets)".

       VIDER-DATASET-ZONE.
           MOVE RTR-DSN(WS-RTR-IDX) TO WS-RTR-RETRAITE-DSN
           OPEN OUTPUT FICHIER-RTR-RETRAITE
           MOVE WS-RTR-RETRAITE-STATUS TO WS-FSTAT-CODE
           MOVE WS-RTR-RETRAITE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-RTR-RETRAITE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           CLOSE FICHIER-RTR-RETRAITE.

       RECOPIER-REFERENTIEL-ZONE.
      *    Référentiel absent en production : la zone part vide.
           MOVE RTR-ORIGINE(WS-RTR-IDX) TO WS-SAV-SOURCE-DSN
           MOVE RTR-DSN(WS-RTR-IDX)     TO WS-SAV-CIBLE-DSN
           PERFORM COPIER-SEQUENTIEL
           IF SAV-SOURCE-ABSENTE
              PERFORM VIDER-DATASET-ZONE
           END-IF
           DISPLAY "JOURCTL : " FUNCTION TRIM(RTR-ENV(WS-RTR-IDX))
                   " recopie dans la zone (" WS-SAV-NB-LIGNES
                   " lignes)".

       RECOPIER-MASTER-ZONE.
      *    Le référentiel indexé passe par son image séquentielle,
      *    gardée dans la zone à côté de la copie.
           MOVE RTR-ORIGINE(WS-RTR-IDX) TO WS-SAV-MASTER-DSN
           MOVE SPACES TO WS-SAV-CIBLE-DSN
           STRING FUNCTION TRIM(RTR-DSN(WS-RTR-IDX)) ".image"
              DELIMITED BY SIZE INTO WS-SAV-CIBLE-DSN
           END-STRING
           PERFORM COPIER-MASTER-VERS-IMAGE
           MOVE RTR-DSN(WS-RTR-IDX) TO WS-SAV-MASTER-DSN
           IF SAV-SOURCE-PRESENTE
              MOVE WS-SAV-CIBLE-DSN TO WS-SAV-SOURCE-DSN
              PERFORM CHARGER-MASTER-DEPUIS-IMAGE
           ELSE
              OPEN OUTPUT FICHIER-SAV-MASTER
              MOVE WS-SAV-MASTER-STATUS TO WS-FSTAT-CODE
              MOVE WS-SAV-MASTER-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-SAV-MASTER" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              CLOSE FICHIER-SAV-MASTER
           END-IF
           DISPLAY "JOURCTL : " FUNCTION TRIM(RTR-ENV(WS-RTR-IDX))
                   " recopie dans la zone (" WS-SAV-NB-LIGNES
                   " lignes)".

       RECOPIER-STATUT-CLES-ZONE.
           MOVE RTR-ORIGINE(WS-RTR-IDX) TO WS-RTR-ORIGINE-DSN
           MOVE RTR-DSN(WS-RTR-IDX)     TO WS-RTR-RETRAITE-DSN
           MOVE 0 TO WS-SAV-NB-LIGNES
           OPEN OUTPUT FICHIER-RTR-CLES-ZONE
           MOVE WS-RTR-CLES-STATUS  TO WS-FSTAT-CODE
           MOVE WS-RTR-RETRAITE-DSN TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-RTR-CLES-ZONE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN INPUT FICHIER-RTR-CLES-ORIGINE
           IF WS-RTR-CLES-STATUS NOT = '35'
              MOVE WS-RTR-CLES-STATUS TO WS-FSTAT-CODE
              MOVE WS-RTR-ORIGINE-DSN TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-RTR-CLES-ORIGINE"
                 TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              MOVE 'N' TO WS-RTR-EOF
              PERFORM UNTIL WS-RTR-EOF = 'Y'
                 READ FICHIER-RTR-CLES-ORIGINE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-RTR-EOF
                    NOT AT END
                       ADD 1 TO WS-SAV-NB-LIGNES
                       WRITE WS-RTR-CLZ-RECORD FROM WS-RTR-CLO-RECORD
                 END-READ
              END-PERFORM
              CLOSE FICHIER-RTR-CLES-ORIGINE
           END-IF
           CLOSE FICHIER-RTR-CLES-ZONE
           DISPLAY "JOURCTL : " FUNCTION TRIM(RTR-ENV(WS-RTR-IDX))
                   " recopie dans la zone (" WS-SAV-NB-LIGNES
                   " lignes)".

       AMORCER-HISTORIQUE-ZONE.
      *    L'historique retraité repart de l'historique de
      *    production tel qu'il était avant le jour retraité : lignes
      *    antérieures, et lignes du producteur exclu jusqu'au jour
      *    retraité inclus.
           MOVE RTR-ORIGINE(WS-RTR-IDX) TO WS-RTR-ORIGINE-DSN
           MOVE RTR-DSN(WS-RTR-IDX)     TO WS-RTR-RETRAITE-DSN
           MOVE 0 TO WS-SAV-NB-LIGNES
           OPEN OUTPUT FICHIER-RTR-RETRAITE
           MOVE WS-RTR-RETRAITE-STATUS TO WS-FSTAT-CODE
           MOVE WS-RTR-RETRAITE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-RTR-RETRAITE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN INPUT FICHIER-RTR-ORIGINE
           IF WS-RTR-ORIGINE-STATUS NOT = '35'
              MOVE WS-RTR-ORIGINE-STATUS TO WS-FSTAT-CODE
              MOVE WS-RTR-ORIGINE-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-RTR-ORIGINE" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              MOVE 'N' TO WS-RTR-EOF
              PERFORM UNTIL WS-RTR-EOF = 'Y'
                 MOVE SPACES TO WS-RTR-ORIGINE-RECORD
                 READ FICHIER-RTR-ORIGINE
                    AT END
                       MOVE 'Y' TO WS-RTR-EOF
                    NOT AT END
                       MOVE WS-RTR-ORIGINE-RECORD TO WS-RTR-LIGNE-CL
                       PERFORM CLASSER-LIGNE-RETRAITEMENT
                       IF LIGNE-RTR-AVANT
                          OR (LIGNE-RTR-EXCLUE
                              AND WS-RTR-DATE-LIGNE
                                  NOT > WS-RTR-DATE-X)
                          WRITE WS-RTR-RETRAITE-RECORD
                             FROM WS-RTR-ORIGINE-RECORD
                          ADD 1 TO WS-SAV-NB-LIGNES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-RTR-ORIGINE
           END-IF
           CLOSE FICHIER-RTR-RETRAITE
           DISPLAY "JOURCTL : " FUNCTION TRIM(RTR-ENV(WS-RTR-IDX))
                   " amorce dans la zone (" WS-SAV-NB-LIGNES
                   " lignes anterieures au " WS-RTR-DATE-X ")".

       CLASSER-LIGNE-RETRAITEMENT.
      *    Situe la ligne WS-RTR-LIGNE-CL de l'historique WS-RTR-IDX
      *    par rapport au jour retraité. Une ligne sans date lisible
      *    (ligne blanche, en-tête) compte comme antérieure : elle
      *    est conservée telle quelle.
           MOVE WS-RTR-LIGNE-CL(RTR-POS-DATE(WS-RTR-IDX):8)
              TO WS-RTR-DATE-LIGNE
           EVALUATE TRUE
              WHEN RTR-EXCLU(WS-RTR-IDX) NOT = SPACES
               AND WS-RTR-LIGNE-CL(1:8) = RTR-EXCLU(WS-RTR-IDX)
                 SET LIGNE-RTR-EXCLUE TO TRUE
              WHEN WS-RTR-DATE-LIGNE IS NOT NUMERIC
                 SET LIGNE-RTR-AVANT TO TRUE
              WHEN WS-RTR-DATE-LIGNE < WS-RTR-DATE-X
                 SET LIGNE-RTR-AVANT TO TRUE
              WHEN WS-RTR-DATE-LIGNE = WS-RTR-DATE-X
                 SET LIGNE-RTR-DU-JOUR TO TRUE
              WHEN OTHER
                 SET LIGNE-RTR-APRES TO TRUE
           END-EVALUATE.

       EXCLURE-ETAPES-NON-ISOLEES.
      *    Seuls les pas dont tous les datasets produits sont dans la
      *    table se relancent en retraitement : un pas ajouté à la
      *    chaîne par sa définition externe écrirait en production.
      *    Il est marqué EXCLU, non lancé.
           PERFORM VARYING WS-ETAPE-IDX FROM 1 BY 1
              UNTIL WS-ETAPE-IDX > WS-NB-ETAPES
              IF ETAPE-STATUT(WS-ETAPE-IDX) = 'ATTENTE'
                 EVALUATE ETAPE-PGM(WS-ETAPE-IDX)
                    WHEN 'JOUR1'
                    WHEN 'LIRE-FICHIER-TABLEAU'
                    WHEN 'JOUR3'
                    WHEN 'JOUR4'
                    WHEN 'JOUR5'
                    WHEN 'JOURBAL'
                    WHEN 'JOURHST'
                    WHEN 'JOURALR'
                    WHEN 'JOUR3VER'
                       CONTINUE
                    WHEN OTHER
                       MOVE 'EXCLU' TO ETAPE-STATUT(WS-ETAPE-IDX)
                       DISPLAY "JOURCTL : " ETAPE-NOM(WS-ETAPE-IDX)
                               " exclu du retraitement (sorties "
                               "non reorientees)"
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "RETRAITEMENT PAS EXCLU "
                          ETAPE-NOM(WS-ETAPE-IDX)
                          DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       END-STRING
                       PERFORM ECRIRE-JOURNAL
                 END-EVALUATE
              END-IF
           END-PERFORM.

       COMPARER-RETRAITEMENT.
      *    Compare le retraitement à ce qui avait été produit pour le
      *    jour retraité : lignes du jour de chaque historique, et
      *    compte et empreinte de chaque sortie contre son
      *    inscription au manifeste d'origine pour cette date (cf.
      *    MANWS.cpy ; le manifeste étant daté du passage, une sortie
      *    d'un run rattrapé un autre jour n'y est pas retrouvée et
      *    n'est pas comparée). Des différences donnent le RC 4 : les
      *    historiques corrigés attendent la passe d'approbation.
           OPEN OUTPUT FICHIER-RTR-COMPARAISON
           MOVE WS-RTR-COMPARAISON-STATUS TO WS-FSTAT-CODE
           MOVE WS-RTR-COMPARAISON-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-RTR-COMPARAISON" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE 0 TO WS-RTR-NB-COMPARES WS-RTR-NB-DIFFERENTS
           MOVE SPACES TO WS-RTR-LIGNE-W
           STRING "COMPARAISON DU RETRAITEMENT DU " WS-RTR-DATE-X
              " RUN " WS-RUNID
              " ZONE " FUNCTION TRIM(WS-RTR-ZONE)
              DELIMITED BY SIZE INTO WS-RTR-LIGNE-W
           END-STRING
           WRITE WS-RTR-COMPARAISON-RECORD FROM WS-RTR-LIGNE-W
           PERFORM VARYING WS-RTR-IDX FROM 1 BY 1
              UNTIL WS-RTR-IDX > WS-RTR-NB
              IF RTR-CLASSE(WS-RTR-IDX) = 'H'
                 PERFORM COMPARER-HISTORIQUE-RTR
              END-IF
           END-PERFORM
           PERFORM CHARGER-MANIFESTE-ORIGINE
           PERFORM VARYING WS-RTR-IDX FROM 1 BY 1
              UNTIL WS-RTR-IDX > WS-RTR-NB
              IF RTR-CLASSE(WS-RTR-IDX) = 'S'
                 PERFORM COMPARER-SORTIE-RTR
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RTR-LIGNE-W
           STRING "SYNTHESE DATASETS " WS-RTR-NB-COMPARES
              " DIFFERENTS " WS-RTR-NB-DIFFERENTS
              DELIMITED BY SIZE INTO WS-RTR-LIGNE-W
           END-STRING
           WRITE WS-RTR-COMPARAISON-RECORD FROM WS-RTR-LIGNE-W
           CLOSE FICHIER-RTR-COMPARAISON
           DISPLAY "JOURCTL : retraitement du " WS-RTR-DATE-X " : "
                   WS-RTR-NB-COMPARES " dataset(s) compare(s), "
                   WS-RTR-NB-DIFFERENTS " different(s) -> "
                   FUNCTION TRIM(WS-RTR-COMPARAISON-DSN)
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "RETRAITEMENT DU " WS-RTR-DATE-X " COMPARES "
              WS-RTR-NB-COMPARES " DIFFERENTS " WS-RTR-NB-DIFFERENTS
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           IF WS-RTR-NB-DIFFERENTS > 0
              DISPLAY "JOURCTL : JOURCTL_RETRAITEMENT_PHASE="
                      "APPROBATION pour reporter les historiques "
                      "corriges"
              MOVE 4 TO RETURN-CODE
           END-IF.

       COMPARER-HISTORIQUE-RTR.
      *    Le détail des écarts suit la ligne du dataset ("-"
      *    origine, "+" retraitement).
           PERFORM COMPTER-ECARTS-HISTORIQUE
           ADD 1 TO WS-RTR-NB-COMPARES
           IF WS-RTR-NB-LIG-DIFF = 0
              MOVE "IDENTIQUE" TO WS-RTR-VERDICT
           ELSE
              MOVE "DIFFERENT" TO WS-RTR-VERDICT
              ADD 1 TO WS-RTR-NB-DIFFERENTS
           END-IF
           MOVE SPACES TO WS-RTR-LIGNE-W
           STRING "HISTORIQUE " RTR-ENV(WS-RTR-IDX)
              " ORIGINAL " WS-RTR-NB-ORIG
              " RETRAITE " WS-RTR-NB-RETR " " WS-RTR-VERDICT
              DELIMITED BY SIZE INTO WS-RTR-LIGNE-W
           END-STRING
           WRITE WS-RTR-COMPARAISON-RECORD FROM WS-RTR-LIGNE-W
           IF WS-RTR-NB-LIG-DIFF > 0
              PERFORM VARYING WS-RTR-LIG-IDX FROM 1 BY 1
                 UNTIL WS-RTR-LIG-IDX > WS-RTR-NB-ORIG
                   AND WS-RTR-LIG-IDX > WS-RTR-NB-RETR
                 IF WS-RTR-LIG-IDX > WS-RTR-NB-ORIG
                    OR WS-RTR-LIG-IDX > WS-RTR-NB-RETR
                    OR RTR-LIGNE-ORIG(WS-RTR-LIG-IDX)
                       NOT = RTR-LIGNE-RETR(WS-RTR-LIG-IDX)
                    IF WS-RTR-LIG-IDX NOT > WS-RTR-NB-ORIG
                       MOVE SPACES TO WS-RTR-LIGNE-W
                       STRING "  - " RTR-LIGNE-ORIG(WS-RTR-LIG-IDX)
                          DELIMITED BY SIZE INTO WS-RTR-LIGNE-W
                       END-STRING
                       WRITE WS-RTR-COMPARAISON-RECORD
                          FROM WS-RTR-LIGNE-W
                    END-IF
                    IF WS-RTR-LIG-IDX NOT > WS-RTR-NB-RETR
                       MOVE SPACES TO WS-RTR-LIGNE-W
                       STRING "  + " RTR-LIGNE-RETR(WS-RTR-LIG-IDX)
                          DELIMITED BY SIZE INTO WS-RTR-LIGNE-W
                       END-STRING
                       WRITE WS-RTR-COMPARAISON-RECORD
                          FROM WS-RTR-LIGNE-W
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       COMPTER-ECARTS-HISTORIQUE.
      *    Lignes du jour retraité, d'origine (TABLE-RTR-ORIGINALES)
      *    puis retraitées (TABLE-RTR-RETRAITEES), comparées rang
      *    par rang ; WS-RTR-NB-LIG-DIFF compte les rangs différents.
           MOVE RTR-ORIGINE(WS-RTR-IDX) TO WS-RTR-ORIGINE-DSN
           PERFORM CHARGER-LIGNES-DU-JOUR
           MOVE TABLE-RTR-RETRAITEES TO TABLE-RTR-ORIGINALES
           MOVE WS-RTR-NB-RETR TO WS-RTR-NB-ORIG
           MOVE RTR-DSN(WS-RTR-IDX) TO WS-RTR-ORIGINE-DSN
           PERFORM CHARGER-LIGNES-DU-JOUR
           MOVE 0 TO WS-RTR-NB-LIG-DIFF
           PERFORM VARYING WS-RTR-LIG-IDX FROM 1 BY 1
              UNTIL WS-RTR-LIG-IDX > WS-RTR-NB-ORIG
                AND WS-RTR-LIG-IDX > WS-RTR-NB-RETR
              IF WS-RTR-LIG-IDX > WS-RTR-NB-ORIG
                 OR WS-RTR-LIG-IDX > WS-RTR-NB-RETR
                 OR RTR-LIGNE-ORIG(WS-RTR-LIG-IDX)
                    NOT = RTR-LIGNE-RETR(WS-RTR-LIG-IDX)
                 ADD 1 TO WS-RTR-NB-LIG-DIFF
              END-IF
           END-PERFORM.

       CHARGER-LIGNES-DU-JOUR.
      *    Relève dans TABLE-RTR-RETRAITEES les lignes du jour
      *    retraité de WS-RTR-ORIGINE-DSN (hors producteur exclu),
      *    identifiant de run effacé ; dataset absent : aucune ligne.
           MOVE 0 TO WS-RTR-NB-RETR
           MOVE SPACES TO TABLE-RTR-RETRAITEES
           OPEN INPUT FICHIER-RTR-ORIGINE
           IF WS-RTR-ORIGINE-STATUS NOT = '35'
              MOVE WS-RTR-ORIGINE-STATUS TO WS-FSTAT-CODE
              MOVE WS-RTR-ORIGINE-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-RTR-ORIGINE" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              MOVE 'N' TO WS-RTR-EOF
              PERFORM UNTIL WS-RTR-EOF = 'Y'
                 MOVE SPACES TO WS-RTR-ORIGINE-RECORD
                 READ FICHIER-RTR-ORIGINE
                    AT END
                       MOVE 'Y' TO WS-RTR-EOF
                    NOT AT END
                       MOVE WS-RTR-ORIGINE-RECORD TO WS-RTR-LIGNE-CL
                       PERFORM CLASSER-LIGNE-RETRAITEMENT
                       IF LIGNE-RTR-DU-JOUR
                          AND WS-RTR-NB-RETR < WS-RTR-MAX-LIGNES
                          ADD 1 TO WS-RTR-NB-RETR
                          MOVE WS-RTR-ORIGINE-RECORD
                             TO RTR-LIGNE-RETR(WS-RTR-NB-RETR)
                          IF RTR-POS-RUN(WS-RTR-IDX) > 0
                             MOVE SPACES TO RTR-LIGNE-RETR
                                (WS-RTR-NB-RETR)
                                (RTR-POS-RUN(WS-RTR-IDX):26)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-RTR-ORIGINE
           END-IF.

       CHARGER-MANIFESTE-ORIGINE.
      *    Inscriptions du manifeste de production datées du jour
      *    retraité ; la dernière inscription d'un DSN l'emporte
      *    (run relancé le même jour).
           MOVE 0 TO WS-RTR-NB-MAN
           PERFORM VARYING WS-RTR-IDX FROM 1 BY 1
              UNTIL WS-RTR-IDX > WS-RTR-NB
              IF RTR-ENV(WS-RTR-IDX) = "AOC_MANIFESTE_DSN"
                 MOVE RTR-ORIGINE(WS-RTR-IDX) TO WS-MAN-DSN
              END-IF
           END-PERFORM
           OPEN INPUT FICHIER-MANIFESTE
           IF WS-MAN-STATUS = '00'
              MOVE 'N' TO WS-RTR-EOF
              PERFORM UNTIL WS-RTR-EOF = 'Y'
                 READ FICHIER-MANIFESTE
                    AT END
                       MOVE 'Y' TO WS-RTR-EOF
                    NOT AT END
                       IF WS-MAN-REC-DATE = WS-RTR-DATE
                          PERFORM RETENIR-INSCRIPTION-ORIGINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-MANIFESTE
           ELSE
              DISPLAY "JOURCTL : manifeste d'origine illisible ("
                      FUNCTION TRIM(WS-MAN-DSN) "), sorties non "
                      "comparees"
           END-IF.

       RETENIR-INSCRIPTION-ORIGINE.
           MOVE 0 TO WS-RTR-MAN-TROUVE
           PERFORM VARYING WS-RTR-MAN-IDX FROM 1 BY 1
              UNTIL WS-RTR-MAN-IDX > WS-RTR-NB-MAN
              IF RTR-MAN-DSN(WS-RTR-MAN-IDX) = WS-MAN-REC-DSN
                 MOVE WS-RTR-MAN-IDX TO WS-RTR-MAN-TROUVE
              END-IF
           END-PERFORM
           IF WS-RTR-MAN-TROUVE = 0
              AND WS-RTR-NB-MAN < WS-RTR-MAX-LIGNES
              ADD 1 TO WS-RTR-NB-MAN
              MOVE WS-RTR-NB-MAN TO WS-RTR-MAN-TROUVE
              MOVE WS-MAN-REC-DSN TO RTR-MAN-DSN(WS-RTR-MAN-TROUVE)
           END-IF
           IF WS-RTR-MAN-TROUVE > 0
              MOVE WS-MAN-REC-NB TO RTR-MAN-NB(WS-RTR-MAN-TROUVE)
              MOVE WS-MAN-REC-EMPREINTE
                 TO RTR-MAN-EMP(WS-RTR-MAN-TROUVE)
           END-IF.

       COMPARER-SORTIE-RTR.
      *    L'empreinte d'origine a été calculée identifiant de run
      *    masqué (cf. MANPR.cpy) : celui du retraitement l'est aussi.
           MOVE 0 TO WS-RTR-MAN-TROUVE
           PERFORM VARYING WS-RTR-MAN-IDX FROM 1 BY 1
              UNTIL WS-RTR-MAN-IDX > WS-RTR-NB-MAN
              IF RTR-MAN-DSN(WS-RTR-MAN-IDX) = RTR-ORIGINE(WS-RTR-IDX)
                 MOVE WS-RTR-MAN-IDX TO WS-RTR-MAN-TROUVE
              END-IF
           END-PERFORM
           IF WS-RTR-MAN-TROUVE > 0
              MOVE RTR-DSN(WS-RTR-IDX) TO WS-MAN-SCAN-DSN
              MOVE WS-RUNID TO WS-MAN-RUNID-MASQUE
              PERFORM CALCULER-EMPREINTE
              MOVE SPACES TO WS-MAN-RUNID-MASQUE
              ADD 1 TO WS-RTR-NB-COMPARES
              IF WS-MAN-NB-ENREG = RTR-MAN-NB(WS-RTR-MAN-TROUVE)
                 AND WS-MAN-EMPREINTE = RTR-MAN-EMP(WS-RTR-MAN-TROUVE)
                 MOVE "IDENTIQUE" TO WS-RTR-VERDICT
              ELSE
                 MOVE "DIFFERENT" TO WS-RTR-VERDICT
                 ADD 1 TO WS-RTR-NB-DIFFERENTS
              END-IF
              MOVE SPACES TO WS-RTR-LIGNE-W
              STRING "SORTIE " RTR-ENV(WS-RTR-IDX)
                 " ORIGINAL " RTR-MAN-NB(WS-RTR-MAN-TROUVE)
                 " " RTR-MAN-EMP(WS-RTR-MAN-TROUVE)
                 " RETRAITE " WS-MAN-NB-ENREG " " WS-MAN-EMPREINTE
                 " " WS-RTR-VERDICT
                 DELIMITED BY SIZE INTO WS-RTR-LIGNE-W
              END-STRING
              WRITE WS-RTR-COMPARAISON-RECORD FROM WS-RTR-LIGNE-W
           END-IF.

       APPROUVER-RETRAITEMENT.
      *    Passe d'approbation : les lignes retraitées du jour
      *    remplacent, dans chaque historique de production, les
      *    lignes d'origine de ce jour (les lignes du producteur
      *    exclu restent en place). Réservée aux opérateurs habilités
      *    à JOURCTL-RETRAITEMENT, et à un retraitement passé en
      *    entier. Sorties et référentiels de production ne sont pas
      *    touchés, les sorties retraitées restant consultables dans
      *    la zone. Seuls les historiques dont les lignes du jour
      *    diffèrent sont réécrits : rejouée, la passe ne change rien.
           DISPLAY "JOURCTL : approbation du retraitement du "
                   WS-RTR-DATE-X
           MOVE 'JOURCTL-RETRAITEMENT' TO WS-HAB-ACTION
           PERFORM VERIFIER-HABILITATION
           IF HAB-REFUSEE
              DISPLAY "REFUS JOURCTL : operateur '" WS-HAB-OPERATEUR
                      "' non habilite a JOURCTL-RETRAITEMENT"
              MOVE 12 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF
           PERFORM CONTROLER-RETRAITEMENT-PASSE
           MOVE 0 TO WS-RTR-NB-CORRIGES
           PERFORM VARYING WS-RTR-IDX FROM 1 BY 1
              UNTIL WS-RTR-IDX > WS-RTR-NB
              IF RTR-CLASSE(WS-RTR-IDX) = 'H'
                 PERFORM COMPTER-ECARTS-HISTORIQUE
                 IF WS-RTR-NB-LIG-DIFF > 0
                    PERFORM FUSIONNER-HISTORIQUE-RTR
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY "JOURCTL : " WS-RTR-NB-CORRIGES
                   " historique(s) corrige(s) pour le " WS-RTR-DATE-X
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "APPROBATION RETRAITEMENT DU " WS-RTR-DATE-X
              " HISTORIQUES " WS-RTR-NB-CORRIGES
              " OPERATEUR " WS-HAB-OPERATEUR
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       CONTROLER-RETRAITEMENT-PASSE.
      *    Le fichier d'état de la zone doit montrer tous les pas
      *    passés (OK, REPRIS ou EXCLU) pour la date ouvrée retraitée.
           PERFORM VARYING WS-RTR-IDX FROM 1 BY 1
              UNTIL WS-RTR-IDX > WS-RTR-NB
              IF RTR-ENV(WS-RTR-IDX) = "JOURCTL_STATUT_DSN"
                 MOVE RTR-DSN(WS-RTR-IDX) TO WS-STATUTS-DSN
              END-IF
           END-PERFORM
           MOVE 0 TO WS-RTR-NB-PAS WS-RTR-NB-PAS-KO
           MOVE 'N' TO WS-STATUTS-EOF
           OPEN INPUT FICHIER-STATUTS
           IF WS-STATUTS-STATUS = '00'
              PERFORM UNTIL WS-STATUTS-EOF = 'Y'
                 READ FICHIER-STATUTS INTO WS-STATUT-RECORD
                    AT END
                       MOVE 'Y' TO WS-STATUTS-EOF
                    NOT AT END
                       ADD 1 TO WS-RTR-NB-PAS
                       IF (WS-STA-STATUT NOT = 'OK'
                           AND WS-STA-STATUT NOT = 'REPRIS'
                           AND WS-STA-STATUT NOT = 'EXCLU')
                          OR WS-STA-DATE-OUVREE IS NOT NUMERIC
                          OR WS-STA-DATE-OUVREE NOT = WS-RTR-DATE
                          ADD 1 TO WS-RTR-NB-PAS-KO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-STATUTS
           END-IF
           IF WS-RTR-NB-PAS = 0 OR WS-RTR-NB-PAS-KO > 0
              DISPLAY "REFUS JOURCTL : le retraitement du "
                      WS-RTR-DATE-X " n'est pas passe en entier (cf. "
                      FUNCTION TRIM(WS-STATUTS-DSN) ")"
              MOVE 12 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF.

       FUSIONNER-HISTORIQUE-RTR.
      *    L'historique corrigé est monté à part (<zone>/<nom>.fusion)
      *    puis recopié sur l'historique de production : lignes
      *    d'origine hors jour retraité, lignes retraitées du jour
      *    insérées avant la première ligne postérieure (ou en fin).
           MOVE RTR-ORIGINE(WS-RTR-IDX) TO WS-RTR-ORIGINE-DSN
           MOVE RTR-DSN(WS-RTR-IDX)     TO WS-RTR-RETRAITE-DSN
           MOVE SPACES TO WS-RTR-FUSION-DSN
           STRING FUNCTION TRIM(RTR-DSN(WS-RTR-IDX)) ".fusion"
              DELIMITED BY SIZE INTO WS-RTR-FUSION-DSN
           END-STRING
           MOVE 0 TO WS-RTR-NB-REMPLACEES WS-RTR-NB-INSEREES
           SET RTR-NON-INSEREES TO TRUE
           OPEN OUTPUT FICHIER-RTR-FUSION
           MOVE WS-RTR-FUSION-STATUS TO WS-FSTAT-CODE
           MOVE WS-RTR-FUSION-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-RTR-FUSION" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN INPUT FICHIER-RTR-ORIGINE
           IF WS-RTR-ORIGINE-STATUS NOT = '35'
              MOVE WS-RTR-ORIGINE-STATUS TO WS-FSTAT-CODE
              MOVE WS-RTR-ORIGINE-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-RTR-ORIGINE" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              MOVE 'N' TO WS-RTR-EOF
              PERFORM UNTIL WS-RTR-EOF = 'Y'
                 MOVE SPACES TO WS-RTR-ORIGINE-RECORD
                 READ FICHIER-RTR-ORIGINE
                    AT END
                       MOVE 'Y' TO WS-RTR-EOF
                    NOT AT END
                       MOVE WS-RTR-ORIGINE-RECORD TO WS-RTR-LIGNE-CL
                       PERFORM CLASSER-LIGNE-RETRAITEMENT
                       EVALUATE TRUE
                          WHEN LIGNE-RTR-DU-JOUR
                             ADD 1 TO WS-RTR-NB-REMPLACEES
                          WHEN LIGNE-RTR-APRES
                             IF RTR-NON-INSEREES
                                PERFORM INSERER-LIGNES-RETRAITEES
                             END-IF
                             WRITE WS-RTR-FUSION-RECORD
                                FROM WS-RTR-ORIGINE-RECORD
                          WHEN OTHER
                             WRITE WS-RTR-FUSION-RECORD
                                FROM WS-RTR-ORIGINE-RECORD
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE FICHIER-RTR-ORIGINE
           END-IF
           IF RTR-NON-INSEREES
              PERFORM INSERER-LIGNES-RETRAITEES
           END-IF
           CLOSE FICHIER-RTR-FUSION
           MOVE WS-RTR-FUSION-DSN       TO WS-SAV-SOURCE-DSN
           MOVE RTR-ORIGINE(WS-RTR-IDX) TO WS-SAV-CIBLE-DSN
           PERFORM COPIER-SEQUENTIEL
           ADD 1 TO WS-RTR-NB-CORRIGES
           DISPLAY "JOURCTL : " FUNCTION TRIM(RTR-ENV(WS-RTR-IDX))
                   " : " WS-RTR-NB-REMPLACEES " ligne(s) du "
                   WS-RTR-DATE-X " remplacee(s) par "
                   WS-RTR-NB-INSEREES
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "CORRECTION " FUNCTION TRIM(RTR-ENV(WS-RTR-IDX))
              " DU " WS-RTR-DATE-X " REMPLACEES "
              WS-RTR-NB-REMPLACEES " PAR " WS-RTR-NB-INSEREES
              " OPERATEUR " WS-HAB-OPERATEUR
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       INSERER-LIGNES-RETRAITEES.
           OPEN INPUT FICHIER-RTR-RETRAITE
           MOVE WS-RTR-RETRAITE-STATUS TO WS-FSTAT-CODE
           MOVE WS-RTR-RETRAITE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-RTR-RETRAITE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE 'N' TO WS-RTR-EOF2
           PERFORM UNTIL WS-RTR-EOF2 = 'Y'
              MOVE SPACES TO WS-RTR-RETRAITE-RECORD
              READ FICHIER-RTR-RETRAITE
                 AT END
                    MOVE 'Y' TO WS-RTR-EOF2
                 NOT AT END
                    MOVE WS-RTR-RETRAITE-RECORD TO WS-RTR-LIGNE-CL
                    PERFORM CLASSER-LIGNE-RETRAITEMENT
                    IF LIGNE-RTR-DU-JOUR
                       WRITE WS-RTR-FUSION-RECORD
                          FROM WS-RTR-RETRAITE-RECORD
                       ADD 1 TO WS-RTR-NB-INSEREES
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER-RTR-RETRAITE
           SET RTR-INSEREES TO TRUE.

       COPY LOGPR.
       COPY RUNPR.
       COPY FSTATPR.
       COPY PUBPR.
       COPY SAVPR.
       COPY DATPR.
       COPY MANPR.
       COPY HABPR.
