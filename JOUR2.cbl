           SELECT FICHIER-TRAVAIL ASSIGN TO DYNAMIC WS-TRAVAIL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVAIL-STATUS.
           SELECT FICHIER-STATUT-CLE ASSIGN TO DYNAMIC WS-STATUT-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STC-CLE
               FILE STATUS IS WS-STATUT-STATUS.
           SELECT FICHIER-CHRONIQUES ASSIGN TO DYNAMIC
               WS-CHRONIQUES-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHRONIQUES-STATUS.
           COPY LOGSEL.
           COPY CKPTSEL.
           COPY PUBSEL.
           COPY MANSEL.
           COPY REGSEL.
           COPY HABSEL.

       DATA DIVISION.
       FILE SECTION.
       01  LIGNE-FICHIER PIC X(100).

       FD  FICHIER-PARAM.
      *> Lignes "min max [budget]", chacune éventuellement précédée
      *> de sa fenêtre de vigueur (cf. VIGWS.cpy).
       01  WS-PARAM-RECORD PIC X(80).

       FD  FICHIER-REJETS.
      *> Les FILLER de séparation sont positionnés à SPACE par
           05  WS-SOM-OK           PIC 9(04).
           05  FILLER              PIC X(01).
           05  WS-SOM-OK-DUMP      PIC 9(04).
      *> A la suite de la ligne de totaux (le pilote ne lit que la
      *> première ligne) : la version du fichier paramètre en vigueur
      *> pour la date traitée (cf. VIGWS.cpy) puis les bornes
      *> réellement appliquées (tolérance stagée adoptée comprise),
      *> et enfin la ligne "RUN <identifiant>" (cf. RUNWS.cpy).
       01  WS-SOMMAIRE-PARAM-LIGNE PIC X(60).

       FD  FICHIER-TENDANCE.
      *> Les FILLER de séparation sont positionnés à SPACE par
      *> Contrairement à FICHIER-SOMMAIRE (écrasé à chaque run), ce
      *> fichier est ouvert en écriture EXTEND : une ligne s'y ajoute à
      *> chaque run, formant un historique OK/KO d'un run à l'autre.
      *> L'identifiant du run (cf. RUNWS.cpy) ferme la ligne : un
      *> rerun ou un run antidaté se distingue du run normal de la
      *> même date.
       01  WS-TENDANCE-RECORD.
           05  WS-TEND-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-TEND-OK          PIC 9(04).
           05  FILLER              PIC X(01).
           05  WS-TEND-OK-DUMP     PIC 9(04).
           05  FILLER              PIC X(01).
           05  WS-TEND-RUNID       PIC X(26).

       FD  FICHIER-CORRIGES.
      *> Une ligne par rapport exploitable : les rapports valides tels
      *> compteur clé), relu par le pas d'équilibrage JOURBAL : le
      *> nombre de rapports doit y retomber sur OK + lignes du
      *> listing des rejets. Les FILLER de séparation sont
      *> positionnés à SPACE par ECRIRE-LIGNE-BILAN. L'identifiant
      *> du run (cf. RUNWS.cpy) ferme la ligne, à la même colonne
      *> que dans les bilans à code panneau ou site en queue.
       01  WS-BILAN-RECORD.
           05  WS-BIL-PROGID       PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-BIL-NOM          PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-BIL-VALEUR       PIC 9(10).
           05  FILLER              PIC X(10).
           05  WS-BIL-RUNID        PIC X(26).

       FD  FICHIER-TRAVAIL.
      *> TABLEAU normalisé, persisté en fin de chargement : un
           05  FILLER              PIC X(01).
           05  WS-TRV-CLE          PIC X(08).

       FD  FICHIER-STATUT-CLE.
      *> Référentiel permanent des rapports, indexé par la clé métier
      *> (la même que WS-TRV-CLE) : première et dernière apparition,
      *> dernier statut (OK, DUMP pour OK via le DUMPER, KO), nombre
      *> de runs KO consécutifs, nombre de réparations DUMPER, date
      *> du dernier changement de statut et nombre de changements.
      *> Mis à jour rapport par rapport dans TRAITER-TABLEAU (cf.
      *> METTRE-A-JOUR-STATUT-CLE).
       01  WS-STATUT-RECORD.
           05  STC-CLE             PIC X(08).
           05  STC-PREMIER-VU      PIC 9(08).
           05  STC-DERNIER-VU      PIC 9(08).
           05  STC-DERNIER-STATUT  PIC X(04).
           05  STC-NB-KO-CONSEC    PIC 9(05).
           05  STC-NB-REPAR-DUMP   PIC 9(07).
           05  STC-DATE-CHANGEMENT PIC 9(08).
           05  STC-NB-CHANGEMENTS  PIC 9(05).

       FD  FICHIER-CHRONIQUES.
      *> Les FILLER de séparation sont positionnés à SPACE par
      *> ECRIRE-LIGNE-CHRONIQUE (MOVE SPACES TO WS-CHRONIQUE-RECORD).
      *> Une ligne par clé dont la série de runs KO consécutifs
      *> atteint le seuil (JOUR2_SEUIL_CHRONIQUE) : c'est la liste
      *> sur laquelle l'ingénierie planifie les remplacements de
      *> capteurs. Les changements de statut et les réparations
      *> DUMPER y figurent aussi, pour repérer les clés qui
      *> oscillent entre OK et OK via le DUMPER.
       01  WS-CHRONIQUE-RECORD.
           05  WS-CHR-CLE          PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-CHR-NB-KO-CONSEC PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  WS-CHR-STATUT       PIC X(04).
           05  FILLER              PIC X(01).
           05  WS-CHR-PREMIER-VU   PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-CHR-DERNIER-VU   PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-CHR-DATE-CHANGT  PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-CHR-NB-REPAR     PIC Z(6)9.
           05  FILLER              PIC X(01).
           05  WS-CHR-NB-CHANGTS   PIC ZZZZ9.

       COPY LOGFD.

       COPY CKPTFD.

       COPY PUBFD.

       COPY MANFD.

       COPY REGFD.

       COPY HABFD.

       WORKING-STORAGE SECTION.
      *> Nom du dataset d'entrée : fourni par PARM/variable
      *> d'environnement JOUR2_INPUT_DSN, sinon valeur par défaut, sur
       01  WS-BIL-NOM-W        PIC X(12) VALUE SPACES.
       01  WS-BIL-VALEUR-W     PIC 9(10) VALUE 0.
       01  WS-NB-REJETS-ECRITS PIC 9(04) VALUE 0.
      *> Nom du dataset du référentiel des statuts par clé métier.
       01  WS-STATUT-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-STATUT-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J2/statut_cles.dat".
       01  WS-STATUT-STATUS    PIC X(02) VALUE '00'.
      *> Nom du dataset de la liste des défaillances chroniques et
      *> seuil de la série de runs KO consécutifs qui y fait entrer
      *> une clé (JOUR2_SEUIL_CHRONIQUE, 3 par défaut).
       01  WS-CHRONIQUES-DSN   PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-CHRONIQUES-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J2/chroniques.rpt".
       01  WS-CHRONIQUES-STATUS PIC X(02) VALUE '00'.
       01  WS-SEUIL-CHRONIQUE-X PIC X(05) VALUE SPACES.
       01  WS-SEUIL-CHRONIQUE  PIC 9(05) VALUE 3.
       01  WS-STATUT-RAPPORT   PIC X(04) VALUE SPACES.
       01  WS-NB-CLES-CREEES   PIC 9(04) VALUE 0.
       01  WS-NB-CLES-MAJ      PIC 9(04) VALUE 0.
       01  WS-NB-CLES-DEJA-VUES PIC 9(04) VALUE 0.
       01  WS-NB-CHRONIQUES    PIC 9(05) VALUE 0.
       01  WS-STATUT-EOF       PIC 9 VALUE 0.
           88  FIN-STATUT          VALUE 1.
           88  NOT-FIN-STATUT      VALUE 0.
      *> Nom du dataset du TABLEAU normalisé.
       01  WS-TRAVAIL-DSN      PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-TRAVAIL-DSN PIC X(200) VALUE

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
      *> PUBWS.cpy) : un pas mort en pleine écriture est refusé par
      *> les consommateurs.
           MOVE 'JOUR2' TO WS-PUB-PROGID
           MOVE 'JOUR2' TO WS-MAN-PROGID
           PERFORM MARQUER-PUBLICATION-ENCOURS
           PERFORM RESOUDRE-INPUT-DSN
           PERFORM RESOUDRE-REJETS-DSN
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
              PERFORM ECRIRE-MANIFESTE
              PERFORM MARQUER-PUBLICATION-FAITE
              PERFORM FERMER-JOURNAL
              GOBACK
           PERFORM RESOUDRE-CORRIGES-DSN
           PERFORM RESOUDRE-SEVERITE-DSN
           OPEN OUTPUT FICHIER-REJETS
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-REJETS-DSN TO WS-MAN-DSN-W
           MOVE WS-REJETS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-REJETS-STATUS      TO WS-FSTAT-CODE
           MOVE WS-REJETS-DSN         TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-REJETS" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-CORRIGES
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-CORRIGES-DSN TO WS-MAN-DSN-W
           MOVE WS-CORRIGES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-CORRIGES-STATUS    TO WS-FSTAT-CODE
           MOVE WS-CORRIGES-DSN       TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-CORRIGES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-SEVERITE
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-SEVERITE-DSN TO WS-MAN-DSN-W
           MOVE WS-SEVERITE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-SEVERITE-STATUS    TO WS-FSTAT-CODE
           MOVE WS-SEVERITE-DSN       TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SEVERITE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM OUVRIR-STATUT-CLE
           PERFORM TRAITER-TABLEAU
           PERFORM ECRIRE-SYNTHESE-SEVERITE
           CLOSE FICHIER-REJETS
           MOVE WS-REJETS-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-CORRIGES
           MOVE WS-CORRIGES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-SEVERITE
           MOVE WS-SEVERITE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           PERFORM PRODUIRE-CHRONIQUES
           CLOSE FICHIER-STATUT-CLE
           DISPLAY 'Nombre de rapports valide : ' WS-NB-RAPPORTS-OK
           DISPLAY 'Nombre de rapports valide avec DUMPER : '
                    WS-NB-RAPPORTS-OK-DUMP
              PERFORM RESOUDRE-SWEEP-DSN
              PERFORM BALAYER-TOLERANCES
           END-IF
           PERFORM ECRIRE-MANIFESTE
           PERFORM MARQUER-PUBLICATION-FAITE
           PERFORM FERMER-JOURNAL
      *> GOBACK plutôt que STOP RUN : un programme pilote peut appeler
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
           MOVE WS-NB-RAPPORTS-OK TO WS-SOM-OK
           MOVE WS-NB-RAPPORTS-OK-DUMP TO WS-SOM-OK-DUMP
           WRITE WS-SOMMAIRE-RECORD
           WRITE WS-SOMMAIRE-PARAM-LIGNE FROM WS-VIG-VERSION
           MOVE SPACES TO WS-SOMMAIRE-PARAM-LIGNE
           STRING "TOLERANCE " WS-TOL-MIN " " WS-TOL-MAX " "
              WS-DUMPER-BUDGET
              DELIMITED BY SIZE INTO WS-SOMMAIRE-PARAM-LIGNE
           END-STRING
           WRITE WS-SOMMAIRE-PARAM-LIGNE
           WRITE WS-SOMMAIRE-PARAM-LIGNE FROM WS-RUNID-LIGNE
           CLOSE FICHIER-SOMMAIRE
           MOVE WS-SOMMAIRE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       RESOUDRE-TENDANCE-DSN.
           ACCEPT WS-TENDANCE-DSN FROM ENVIRONMENT "JOUR2_TENDANCE_DSN"
      *> tout premier run ou sur un nouvel emplacement de dataset,
      *> pour créer le fichier avant d'y ajouter la ligne du run.
           OPEN EXTEND FICHIER-TENDANCE
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-TENDANCE-DSN TO WS-MAN-DSN-W
           MOVE WS-TENDANCE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-TENDANCE-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-TENDANCE
              MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
              MOVE WS-TENDANCE-DSN TO WS-MAN-DSN-W
              MOVE WS-TENDANCE-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
           END-IF
           MOVE WS-TENDANCE-STATUS TO WS-FSTAT-CODE
           MOVE WS-TENDANCE-DSN    TO WS-FSTAT-DSN
           MOVE NOMBRE-LIGNES      TO WS-TEND-NB-RAPPORTS
           MOVE WS-NB-RAPPORTS-OK  TO WS-TEND-OK
           MOVE WS-NB-RAPPORTS-OK-DUMP TO WS-TEND-OK-DUMP
           MOVE WS-RUNID           TO WS-TEND-RUNID
           WRITE WS-TENDANCE-RECORD
           CLOSE FICHIER-TENDANCE
           MOVE WS-TENDANCE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       RESOUDRE-INPUT-DSN.
           ACCEPT WS-INPUT-DSN FROM ENVIRONMENT "JOUR2_INPUT_DSN"
      *> sous contrôle du point de reprise (seule cette phase lit le
      *> fichier d'entrée, c'est donc elle que le checkpoint peut
      *> protéger).
      *> Admission de l'extrait au registre des entrées (cf.
      *> REGWS.cpy) avant le verrou du point de reprise : un
      *> doublon de l'extrait d'une autre date s'arrête ici (RC 14).
           MOVE "EXTRAIT" TO WS-REG-NATURE-W
           MOVE WS-INPUT-DSN TO WS-REG-DSN-W
           PERFORM INSCRIRE-ENTREE
           MOVE 'JOUR2' TO WS-CKPT-PROGID
           PERFORM CHARGER-CHECKPOINT
           PERFORM VERIFIER-REPRISE-SANS-CUMULS
           PERFORM PRENDRE-VERROU-CHECKPOINT
           OPEN INPUT FICHIER-ENTREE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-INPUT-DSN TO WS-MAN-DSN-W
           MOVE WS-INPUT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-INPUT-STATUS       TO WS-FSTAT-CODE
           MOVE WS-INPUT-DSN          TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-ENTREE" TO WS-FSTAT-OPER
           MOVE WS-INPUT-DSN  TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE FICHIER-ENTREE
           MOVE WS-INPUT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE WS-INPUT-DSN TO WS-ENV-DSN-CTRL
           PERFORM VERIFIER-ENVELOPPE
      *> Run mené à son terme : rien à reprendre la prochaine fois
      *> Toutes les lignes sont chargées dans TABLE-SWEEP : la
      *> première pilote le run normal (comportement historique), les
      *> suivantes déclenchent le mode balayage en fin de run (cf.
      *> BALAYER-TOLERANCES). Seules les lignes en vigueur à la date
      *> traitée sont retenues (cf. VIGWS.cpy).
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-VIG-DATE
           MOVE "JOUR2_PARAM" TO WS-VIG-NOM
           PERFORM INITIALISER-VIGUEUR
           OPEN INPUT FICHIER-PARAM
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-PARAM-DSN TO WS-MAN-DSN-W
           MOVE WS-PARAM-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE "REFERENCE" TO WS-REG-NATURE-W
           MOVE WS-PARAM-DSN TO WS-REG-DSN-W
           PERFORM INSCRIRE-ENTREE
           IF WS-PARAM-STATUS = '00'
              PERFORM UNTIL WS-PARAM-STATUS NOT = '00'
                         OR WS-NB-SWEEP >= 20
                       CONTINUE
                 END-READ
                 IF WS-PARAM-STATUS = '00'
                    MOVE WS-PARAM-RECORD TO WS-VIG-LIGNE
                    PERFORM FILTRER-VIGUEUR
                 END-IF
                 IF WS-PARAM-STATUS = '00'
                    AND VIG-RETENUE
                    AND WS-VIG-ENTREE NOT = SPACES
                    ADD 1 TO WS-NB-SWEEP
                    MOVE 1 TO SW-BUDGET(WS-NB-SWEEP)
                    UNSTRING WS-VIG-ENTREE DELIMITED BY ALL SPACE
                       INTO SW-MIN(WS-NB-SWEEP)
                            SW-MAX(WS-NB-SWEEP)
                            SW-BUDGET(WS-NB-SWEEP)
                 END-IF
              END-PERFORM
              CLOSE FICHIER-PARAM
              MOVE WS-PARAM-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           IF WS-NB-SWEEP > 0
              MOVE SW-MIN(1)    TO WS-TOL-MIN
              MOVE SW-MAX(1)    TO WS-TOL-MAX
              MOVE SW-BUDGET(1) TO WS-DUMPER-BUDGET
           ELSE
              SET VIG-PAR-DEFAUT TO TRUE
           END-IF
           PERFORM FORMATER-VERSION-VIGUEUR
           MOVE WS-VIG-VERSION TO WS-LOG-MESSAGE
           PERFORM ECRIRE-JOURNAL
           PERFORM ADOPTER-TOLERANCE-STAGEE.

       RESOUDRE-STAGE-DSN.
      *> n'est adoptée que sur approbation explicite
      *> (JOUR2_TOLERANCE_APPROUVEE=O) ; des bornes inversées sont
      *> refusées ici même approuvées - c'est précisément l'erreur de
      *> saisie qui a motivé la mise en attente. L'approbation n'est
      *> recevable que d'un opérateur habilité (JOUR2-TOLERANCE, cf.
      *> HABWS.cpy) : sinon elle est tracée au journal et ignorée.
           ACCEPT WS-APPROUVE-X
              FROM ENVIRONMENT "JOUR2_TOLERANCE_APPROUVEE"
           IF WS-APPROUVE-X = 'O' OR WS-APPROUVE-X = 'o'
              MOVE 'JOUR2-TOLERANCE' TO WS-HAB-ACTION
              PERFORM VERIFIER-HABILITATION
              IF HAB-REFUSEE
                 DISPLAY "JOUR2 : approbation non habilitee, "
                         "tolerance stagee non adoptee, parametre "
                         "inchange"
                 MOVE SPACE TO WS-APPROUVE-X
              END-IF
           END-IF
           IF WS-APPROUVE-X = 'O' OR WS-APPROUVE-X = 'o'
              OPEN INPUT FICHIER-STAGE
              MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
              MOVE WS-STAGE-DSN TO WS-MAN-DSN-W
              MOVE WS-STAGE-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              IF WS-STAGE-STATUS = '00'
                 MOVE SPACES TO WS-STAGE-RECORD
                 READ FICHIER-STAGE INTO WS-STAGE-RECORD
                       CONTINUE
                 END-READ
                 CLOSE FICHIER-STAGE
                 MOVE WS-STAGE-DSN TO WS-MAN-DSN-W
                 PERFORM MANIFESTE-FERMETURE
                 IF WS-STAGE-RECORD NOT = SPACES
                    MOVE 0 TO WS-STG-MIN WS-STG-MAX
                    MOVE 1 TO WS-STG-BUDGET
                       STRING "TOLERANCE STAGEE ADOPTEE "
                          WS-TOL-MIN "-" WS-TOL-MAX
                          " BUDGET " WS-DUMPER-BUDGET
                          " OPERATEUR " WS-HAB-OPERATEUR
                          DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       END-STRING
                       PERFORM ECRIRE-JOURNAL
      *> pendant le balayage (cf. SWEEP-EN-COURS), seuls les comptes
      *> OK / OK-avec-DUMPER sont relevés.
           OPEN OUTPUT FICHIER-SWEEP
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-SWEEP-DSN TO WS-MAN-DSN-W
           MOVE WS-SWEEP-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-SWEEP-STATUS TO WS-FSTAT-CODE
           MOVE WS-SWEEP-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SWEEP" TO WS-FSTAT-OPER
           END-PERFORM
           SET PAS-DE-SWEEP TO TRUE
           CLOSE FICHIER-SWEEP
           MOVE WS-SWEEP-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           PERFORM CHOISIR-TOLERANCE.

       CHOISIR-TOLERANCE.

       ECRIRE-STAGE.
           OPEN OUTPUT FICHIER-STAGE
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-STAGE-DSN TO WS-MAN-DSN-W
           MOVE WS-STAGE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-STAGE-STATUS TO WS-FSTAT-CODE
           MOVE WS-STAGE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-STAGE" TO WS-FSTAT-OPER
              WRITE WS-STAGE-RECORD FROM WS-STG-LIGNE-W
           END-PERFORM
           CLOSE FICHIER-STAGE
           MOVE WS-STAGE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY "JOUR2 : tolerance recommandee "
                   SW-MIN(WS-SEL-MEILLEUR) "-"
                   SW-MAX(WS-SEL-MEILLEUR) " budget "
                   PERFORM ECRIRE-DETAIL-SEVERITE
                   PERFORM ECRIRE-DETAIL-REJET
                END-IF
                PERFORM METTRE-A-JOUR-STATUT-CLE
           END-PERFORM.

       OUVRIR-STATUT-CLE.
      *> Le référentiel n'existe pas encore au tout premier run
      *> (statut '35') : il est créé vide puis rouvert en mise à
      *> jour, comme le référentiel des lieux de JOUR1. La date du
      *> run est prise ici : c'est elle qui date les apparitions.
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           ACCEPT WS-STATUT-DSN FROM ENVIRONMENT "JOUR2_STATUT_DSN"
           IF WS-STATUT-DSN = SPACES
              MOVE WS-DEFAULT-STATUT-DSN TO WS-STATUT-DSN
           END-IF
           OPEN I-O FICHIER-STATUT-CLE
           IF WS-STATUT-STATUS = '35'
              OPEN OUTPUT FICHIER-STATUT-CLE
              CLOSE FICHIER-STATUT-CLE
              OPEN I-O FICHIER-STATUT-CLE
           END-IF
           MOVE WS-STATUT-STATUS TO WS-FSTAT-CODE
           MOVE WS-STATUT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-STATUT-CLE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER.

       METTRE-A-JOUR-STATUT-CLE.
      *> Sans objet pendant un balayage de tolérances. Une clé déjà
      *> vue à la date du run (relance du même jour, ou clé portée
      *> par deux rapports de l'extrait) n'est pas comptée deux fois,
      *> mais son dernier statut suit celui du rapport (relance
      *> après correction de l'extrait) : le statut et sa date de
      *> changement sont alors réécrits, et le run du jour passe d'un
      *> statut à l'autre dans les compteurs de KO consécutifs et de
      *> réparations DUMP (retiré de l'ancien, ajouté au nouveau).
           IF SWEEP-EN-COURS
              CONTINUE
           ELSE
           EVALUATE TRUE
              WHEN RAPPORT-OK
                 MOVE 'OK'   TO WS-STATUT-RAPPORT
              WHEN RAPPORT-OK-DUMP
                 MOVE 'DUMP' TO WS-STATUT-RAPPORT
              WHEN OTHER
                 MOVE 'KO'   TO WS-STATUT-RAPPORT
           END-EVALUATE
           MOVE CLE-RAPPORT(INDEX-LIGNE) TO STC-CLE
           READ FICHIER-STATUT-CLE
           EVALUATE WS-STATUT-STATUS
              WHEN '00'
                 IF STC-DERNIER-VU = WS-RUN-DATE
                    ADD 1 TO WS-NB-CLES-DEJA-VUES
                    IF WS-STATUT-RAPPORT NOT = STC-DERNIER-STATUT
                       PERFORM CORRIGER-COMPTEURS-STATUT-CLE
                       MOVE WS-STATUT-RAPPORT TO STC-DERNIER-STATUT
                       MOVE WS-RUN-DATE TO STC-DATE-CHANGEMENT
                       REWRITE WS-STATUT-RECORD
                       MOVE "REECRITURE FICHIER-STATUT-CLE"
                          TO WS-FSTAT-OPER
                    END-IF
                 ELSE
                    PERFORM CUMULER-STATUT-CLE
                    REWRITE WS-STATUT-RECORD
                    MOVE "REECRITURE FICHIER-STATUT-CLE"
                       TO WS-FSTAT-OPER
                    ADD 1 TO WS-NB-CLES-MAJ
                 END-IF
              WHEN '23'
                 MOVE CLE-RAPPORT(INDEX-LIGNE) TO STC-CLE
                 MOVE WS-RUN-DATE       TO STC-PREMIER-VU
                 MOVE WS-RUN-DATE       TO STC-DERNIER-VU
                 MOVE WS-RUN-DATE       TO STC-DATE-CHANGEMENT
                 MOVE WS-STATUT-RAPPORT TO STC-DERNIER-STATUT
                 MOVE 0 TO STC-NB-KO-CONSEC STC-NB-REPAR-DUMP
                           STC-NB-CHANGEMENTS
                 IF WS-STATUT-RAPPORT = 'KO'
                    MOVE 1 TO STC-NB-KO-CONSEC
                 END-IF
                 IF WS-STATUT-RAPPORT = 'DUMP'
                    MOVE 1 TO STC-NB-REPAR-DUMP
                 END-IF
                 WRITE WS-STATUT-RECORD
                 MOVE "ECRITURE FICHIER-STATUT-CLE" TO WS-FSTAT-OPER
                 ADD 1 TO WS-NB-CLES-CREEES
              WHEN OTHER
                 MOVE "LECTURE FICHIER-STATUT-CLE" TO WS-FSTAT-OPER
           END-EVALUATE
           MOVE WS-STATUT-STATUS TO WS-FSTAT-CODE
           MOVE WS-STATUT-DSN    TO WS-FSTAT-DSN
           PERFORM VERIFIER-STATUT-FICHIER
           END-IF.

       CORRIGER-COMPTEURS-STATUT-CLE.
      *> Relance du même jour avec un autre statut : le run déjà
      *> compté sous l'ancien statut (STC-DERNIER-STATUT) est reporté
      *> sur le nouveau (WS-STATUT-RAPPORT).
           IF STC-DERNIER-STATUT = 'KO' AND STC-NB-KO-CONSEC > 0
              SUBTRACT 1 FROM STC-NB-KO-CONSEC
           END-IF
           IF STC-DERNIER-STATUT = 'DUMP' AND STC-NB-REPAR-DUMP > 0
              SUBTRACT 1 FROM STC-NB-REPAR-DUMP
           END-IF
           IF WS-STATUT-RAPPORT = 'KO'
              ADD 1 TO STC-NB-KO-CONSEC
           END-IF
           IF WS-STATUT-RAPPORT = 'DUMP'
              ADD 1 TO STC-NB-REPAR-DUMP
           END-IF.

       CUMULER-STATUT-CLE.
           IF WS-STATUT-RAPPORT NOT = STC-DERNIER-STATUT
              MOVE WS-RUN-DATE TO STC-DATE-CHANGEMENT
              ADD 1 TO STC-NB-CHANGEMENTS
              MOVE WS-STATUT-RAPPORT TO STC-DERNIER-STATUT
           END-IF
           IF WS-STATUT-RAPPORT = 'KO'
              ADD 1 TO STC-NB-KO-CONSEC
           ELSE
              MOVE 0 TO STC-NB-KO-CONSEC
           END-IF
           IF WS-STATUT-RAPPORT = 'DUMP'
              ADD 1 TO STC-NB-REPAR-DUMP
           END-IF
           MOVE WS-RUN-DATE TO STC-DERNIER-VU.

       PRODUIRE-CHRONIQUES.
      *> Parcours complet du référentiel : toute clé dont la série
      *> de runs KO consécutifs atteint le seuil sort dans la liste
      *> des défaillances chroniques.
           ACCEPT WS-CHRONIQUES-DSN
              FROM ENVIRONMENT "JOUR2_CHRONIQUES_DSN"
           IF WS-CHRONIQUES-DSN = SPACES
              MOVE WS-DEFAULT-CHRONIQUES-DSN TO WS-CHRONIQUES-DSN
           END-IF
           ACCEPT WS-SEUIL-CHRONIQUE-X
              FROM ENVIRONMENT "JOUR2_SEUIL_CHRONIQUE"
           IF WS-SEUIL-CHRONIQUE-X NOT = SPACES
              COMPUTE WS-SEUIL-CHRONIQUE =
                 FUNCTION NUMVAL(WS-SEUIL-CHRONIQUE-X)
           END-IF
           IF WS-SEUIL-CHRONIQUE = 0
              MOVE 1 TO WS-SEUIL-CHRONIQUE
           END-IF
           OPEN OUTPUT FICHIER-CHRONIQUES
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-CHRONIQUES-DSN TO WS-MAN-DSN-W
           MOVE WS-CHRONIQUES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-CHRONIQUES-STATUS TO WS-FSTAT-CODE
           MOVE WS-CHRONIQUES-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-CHRONIQUES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           SET NOT-FIN-STATUT TO TRUE
           MOVE LOW-VALUES TO STC-CLE
           START FICHIER-STATUT-CLE KEY IS NOT LESS THAN STC-CLE
           END-START
           IF WS-STATUT-STATUS NOT = '00'
              SET FIN-STATUT TO TRUE
           END-IF
           PERFORM UNTIL FIN-STATUT
              READ FICHIER-STATUT-CLE NEXT RECORD
                 AT END
                    SET FIN-STATUT TO TRUE
                 NOT AT END
                    IF STC-NB-KO-CONSEC >= WS-SEUIL-CHRONIQUE
                       PERFORM ECRIRE-LIGNE-CHRONIQUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER-CHRONIQUES
           MOVE WS-CHRONIQUES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY 'Cles en defaillance chronique (' WS-SEUIL-CHRONIQUE
                   ' KO consecutifs et plus) : ' WS-NB-CHRONIQUES
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "STATUTS CLES CREEES " WS-NB-CLES-CREEES
              " MAJ " WS-NB-CLES-MAJ " DEJA VUES "
              WS-NB-CLES-DEJA-VUES " CHRONIQUES " WS-NB-CHRONIQUES
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       ECRIRE-LIGNE-CHRONIQUE.
           ADD 1 TO WS-NB-CHRONIQUES
           MOVE SPACES              TO WS-CHRONIQUE-RECORD
           MOVE STC-CLE             TO WS-CHR-CLE
           MOVE STC-NB-KO-CONSEC    TO WS-CHR-NB-KO-CONSEC
           MOVE STC-DERNIER-STATUT  TO WS-CHR-STATUT
           MOVE STC-PREMIER-VU      TO WS-CHR-PREMIER-VU
           MOVE STC-DERNIER-VU      TO WS-CHR-DERNIER-VU
           MOVE STC-DATE-CHANGEMENT TO WS-CHR-DATE-CHANGT
           MOVE STC-NB-REPAR-DUMP   TO WS-CHR-NB-REPAR
           MOVE STC-NB-CHANGEMENTS  TO WS-CHR-NB-CHANGTS
           WRITE WS-CHRONIQUE-RECORD.

       RESOUDRE-BILAN-DSN.
           ACCEPT WS-BILAN-DSN FROM ENVIRONMENT "JOUR2_BILAN_DSN"
           IF WS-BILAN-DSN = SPACES

       ECRIRE-BILAN.
           OPEN OUTPUT FICHIER-BILAN
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           MOVE WS-BILAN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-BILAN-STATUS TO WS-FSTAT-CODE
           MOVE WS-BILAN-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-BILAN" TO WS-FSTAT-OPER
           MOVE "CORRIGES" TO WS-BIL-NOM-W
           MOVE WS-NB-CORRIGES-ECRITS TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
           MOVE "CHRONIQUES" TO WS-BIL-NOM-W
           MOVE WS-NB-CHRONIQUES TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
           CLOSE FICHIER-BILAN
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-LIGNE-BILAN.
           MOVE SPACES TO WS-BILAN-RECORD
           MOVE "JOUR2" TO WS-BIL-PROGID
           MOVE WS-BIL-NOM-W TO WS-BIL-NOM
           MOVE WS-BIL-VALEUR-W TO WS-BIL-VALEUR
           MOVE WS-RUNID TO WS-BIL-RUNID
           WRITE WS-BILAN-RECORD.

       RESOUDRE-CORRIGES-DSN.

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
