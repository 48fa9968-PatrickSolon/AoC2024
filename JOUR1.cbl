           WS-DIS-TRIE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIS-TRIE-STATUS.
      *    Contributions à la similarité par identifiant distinct,
      *    écrites au fil de la fusion puis triées par contribution
      *    décroissante pour le rapport de Pareto.
           SELECT FICHIER-PARETO-BRUT ASSIGN TO DYNAMIC
           WS-PARETO-BRUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARETO-BRUT-STATUS.
           SELECT FICHIER-PARETO-TRIE ASSIGN TO DYNAMIC
           WS-PARETO-TRIE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARETO-TRIE-STATUS.
           SELECT FICHIER-PARETO ASSIGN TO DYNAMIC WS-PARETO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARETO-STATUS.
           SELECT FICHIER-TRI ASSIGN TO "TRITRAV".
           SELECT FICHIER-TRI-DIS ASSIGN TO "TRIDIS".
           SELECT FICHIER-TRI-PARETO ASSIGN TO "TRIPARE".
           SELECT FICHIER-MASTER ASSIGN TO DYNAMIC WS-MASTER-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-ID
           FILE STATUS IS WS-MASTER-STATUS.
           SELECT FICHIER-ALIAS ASSIGN TO DYNAMIC WS-ALIAS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALIAS-STATUS.
           SELECT FICHIER-CATALOGUE-SNAP ASSIGN TO DYNAMIC
           WS-SNAPCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPCAT-STATUS.
           COPY LOGSEL.
           COPY CKPTSEL.
           COPY PUBSEL.
           COPY MANSEL.
           COPY REGSEL.
           COPY HABSEL.

       DATA DIVISION.
          FILE SECTION.
      *       Les FILLER de séparation sont positionnés à SPACE par
      *       Ecrire-Rapport (MOVE SPACES TO WS-REPORT-RECORD) : un FD
      *       n'initialise pas ses champs via VALUE à chaque écriture.
      *       La ligne de résultats est suivie d'une ligne
      *       "RUN <identifiant>" (cf. RUNWS.cpy).
              01 WS-REPORT-RECORD.
                 05 WS-REP-DATE         PIC 9(08).
                 05 FILLER              PIC X(01).
      *       pour recouper les sorties entre elles : un fichier
      *       tronqué ne reste plus invisible jusqu'à la plainte d'un
      *       utilisateur. Les FILLER de séparation sont positionnés
      *       à SPACE par ECRIRE-LIGNE-BILAN. Les lignes par site
      *       (SIT-) portent le code site en queue, comme les lignes
      *       par panneau des bilans de JOUR4. Chaque ligne se
      *       termine par l'identifiant du run (cf. RUNWS.cpy).
              01 WS-BILAN-RECORD.
                 05 WS-BIL-PROGID       PIC X(08).
                 05 FILLER              PIC X(01).
                 05 WS-BIL-NOM          PIC X(12).
                 05 FILLER              PIC X(01).
                 05 WS-BIL-VALEUR       PIC 9(10).
                 05 FILLER              PIC X(01).
                 05 WS-BIL-SITE         PIC X(08).
                 05 FILLER              PIC X(01).
                 05 WS-BIL-RUNID        PIC X(26).

            FD FICHIER-SUGGESTIONS.
      *       Les FILLER de séparation sont positionnés à SPACE par
              01 WS-TRI-DIS-RECORD.
                 05 WS-TRI-DIS-VALEUR   PIC 9(05).

            FD FICHIER-PARETO-BRUT.
      *       Une ligne par identifiant présent dans les deux
      *       colonnes : contribution à WS-SIM-TOTAL (identifiant x
      *       occurrences colonne 1 x occurrences colonne 2), site de
      *       ses occurrences en colonne 1 ('***' quand elles viennent
      *       de plusieurs agences) et occurrences par colonne.
              01 WS-PAB-RECORD.
                 05 WS-PAB-CONTRIB      PIC 9(15).
                 05 WS-PAB-ID           PIC 9(05).
                 05 WS-PAB-SITE         PIC X(03).
                 05 WS-PAB-NB-T1        PIC 9(09).
                 05 WS-PAB-NB-T2        PIC 9(09).

            FD FICHIER-PARETO-TRIE.
              01 WS-PAT-RECORD.
                 05 WS-PAT-CONTRIB      PIC 9(15).
                 05 WS-PAT-ID           PIC 9(05).
                 05 WS-PAT-SITE         PIC X(03).
                 05 WS-PAT-NB-T1        PIC 9(09).
                 05 WS-PAT-NB-T2        PIC 9(09).

            SD FICHIER-TRI-PARETO.
              01 WS-TRP-RECORD.
                 05 WS-TRP-CONTRIB      PIC 9(15).
                 05 WS-TRP-ID           PIC 9(05).
                 05 WS-TRP-SITE         PIC X(03).
                 05 WS-TRP-NB-T1        PIC 9(09).
                 05 WS-TRP-NB-T2        PIC 9(09).

            FD FICHIER-PARETO.
      *       Rapport de Pareto de la similarité : une ligne d'en-tête
      *       (total et nombre d'identifiants contributeurs) puis une
      *       ligne par identifiant, par contribution décroissante,
      *       avec sa part et la part cumulée du total. Lignes
      *       préparées en WORKING-STORAGE et écrites via
      *       WRITE ... FROM.
              01 WS-PARETO-LIGNE PIC X(100).

            FD FICHIER-MASTER.
      *       Référentiel permanent des identifiants de lieu, indexé
      *       par l'identifiant 5 chiffres : première et dernière date
                 05 MST-FLAG-DOUBLON    PIC X(01).
                 05 MST-FLAG-NONAPP     PIC X(01).

            FD FICHIER-ALIAS.
      *       Table de renumérotation des identifiants de lieu : une
      *       ligne par renumérotation décidée par une agence, sous la
      *       forme "ANCIEN NOUVEAU EFFET-DEBUT [EFFET-FIN]" (dates
      *       AAAAMMJJ, fin absente ou à zéro pour une renumérotation
      *       toujours en vigueur). Seules les lignes en vigueur à la
      *       date du run sont retenues (cf. CHARGER-ALIAS).
              01 WS-ALIAS-RECORD PIC X(80).

            FD FICHIER-CATALOGUE-SNAP.
      *       Catalogue cumulatif (OPEN EXTEND) des photographies
      *       datées : une ligne par run, date du run puis nom de la
      *       copie datée de la photographie publiée. C'est la liste
      *       que rejoue JOUR1MNT (action RECONSTRUIRE) pour refaire
      *       le référentiel.
              01 WS-SNAPCAT-RECORD.
                 05 WS-SNAPCAT-DATE     PIC 9(08).
                 05 FILLER              PIC X(01).
                 05 WS-SNAPCAT-ARCH-DSN PIC X(200).

           COPY LOGFD.

           COPY CKPTFD.

           COPY PUBFD.

           COPY MANFD.

           COPY REGFD.

           COPY HABFD.

       WORKING-STORAGE SECTION.
      *    Nom du dataset d'entrée : fourni par PARM/variable
      *    d'environnement JOUR1_INPUT_DSN, sinon valeur par défaut.
         01 WS-SITE-DIS PIC 9(05) VALUE 0.
         01 WS-SITE-MOY PIC 9(05) VALUE 0.
         01 WS-SITE-PART PIC 9(04) VALUE 0.
      *    Rejets d'édition par site, pour la refacturation des
      *    volumes aux agences : le site d'une ligne rejetée est son
      *    préfixe quand la ligne en porte un lisible, '---' sinon.
      *    Table séparée de TABLE-SITES (une ligne rejetée ne doit
      *    créer ni site ni section au rapport de distribution) ; au
      *    delà de WS-MAX-SITES codes, les rejets restent au seul
      *    compteur REJETS-EDIT du bilan.
         01 WS-NB-RSITES PIC 9(02) VALUE 0.
         01 TABLE-REJETS-SITES.
           05 RSITE-ENTRY OCCURS 10.
              10 RSITE-CODE       PIC X(03).
              10 RSITE-NB         PIC 9(09).
         01 WS-RSITE-IDX PIC 9(02) VALUE 0.
         01 WS-RSITE-CODE-W PIC X(03) VALUE SPACES.
      *    Lignes des sections par site du rapport de distribution,
      *    écrites via WRITE FROM.
         01 WS-ST-SECTION-LIGNE PIC X(40) VALUE SPACES.
         01 WS-DIS-BRUT-STATUS PIC X(02) VALUE '00'.
         01 WS-DIS-TRIE-DSN PIC X(200) VALUE SPACES.
         01 WS-DIS-TRIE-STATUS PIC X(02) VALUE '00'.
         01 WS-PARETO-BRUT-DSN PIC X(200) VALUE SPACES.
         01 WS-PARETO-BRUT-STATUS PIC X(02) VALUE '00'.
         01 WS-PARETO-TRIE-DSN PIC X(200) VALUE SPACES.
         01 WS-PARETO-TRIE-STATUS PIC X(02) VALUE '00'.
         01 WS-PAIRE-EOF PIC A(1) VALUE 'N'.
      *    Lecteurs de groupes sur les colonnes triées par valeur :
      *    un enregistrement d'avance par colonne, chaque groupe
            88 C1-EPUISE       VALUE 0.
         01 WS-G1-VALEUR PIC 9(05) VALUE 0.
         01 WS-G1-NB PIC 9(09) VALUE 0.
      *    Site des occurrences du groupe courant de la colonne 1
      *    ('***' quand le groupe mélange plusieurs agences).
         01 WS-C1-AVANCE-SITE PIC X(03) VALUE SPACES.
         01 WS-G1-SITE PIC X(03) VALUE SPACES.
         01 WS-G1-FLAG PIC 9 VALUE 0.
            88 G1-DISPO  VALUE 1.
            88 G1-EPUISE VALUE 0.
         01 WS-BILAN-STATUS PIC X(02) VALUE '00'.
         01 WS-BIL-NOM-W PIC X(12) VALUE SPACES.
         01 WS-BIL-VALEUR-W PIC 9(10) VALUE 0.
         01 WS-BIL-SITE-W PIC X(08) VALUE SPACES.
      *    Nom du dataset des suggestions de rapprochement : fourni
      *    par PARM/variable d'environnement JOUR1_SUGGESTIONS_DSN,
      *    sinon valeur par défaut.
         01 WS-SNAP-STATUS PIC X(02) VALUE '00'.
         01 WS-SNAP-NEUF-DSN PIC X(200) VALUE SPACES.
         01 WS-SNAP-NEUF-STATUS PIC X(02) VALUE '00'.
      *    Copie datée de la photographie (nom officiel suffixé par
      *    la date du run) et catalogue de ces copies : fourni par
      *    PARM/variable d'environnement JOUR1_SNAPCAT_DSN, sinon
      *    valeur par défaut.
         01 WS-SNAP-ARCH-DSN PIC X(200) VALUE SPACES.
         01 WS-SNAPCAT-DSN PIC X(200) VALUE SPACES.
         01 WS-DEFAULT-SNAPCAT-DSN PIC X(200) VALUE
            "/mnt/c/pgmcobol/AoC2025/J1-1/snapshots.cat".
         01 WS-SNAPCAT-STATUS PIC X(02) VALUE '00'.
      *    Nom du dataset du rapport des écarts jour sur jour :
      *    fourni par PARM/variable d'environnement JOUR1_DELTA_DSN,
      *    sinon valeur par défaut.
         01 WS-DELTA-APRES-W PIC 9(09) VALUE 0.
         01 WS-DUP-TABLE PIC X(06) VALUE SPACES.
         01 WS-DUP-ID PIC 9(05) VALUE 0.
      *    Nom du dataset de la table de renumérotation (alias) :
      *    fourni par PARM/variable d'environnement JOUR1_ALIAS_DSN,
      *    sinon valeur par défaut. Fichier facultatif : absent, aucun
      *    identifiant n'est traduit. Quand une agence renumérote un
      *    lieu, l'ancien identifiant continue d'arriver dans une
      *    colonne et le nouveau dans l'autre : traduit avant le
      *    chargement des colonnes brutes, il ne ressort plus en
      *    non-apparié et l'historique du référentiel ne se coupe plus
      *    en deux entrées.
         01 WS-ALIAS-DSN PIC X(200) VALUE SPACES.
         01 WS-DEFAULT-ALIAS-DSN PIC X(200) VALUE
            "/mnt/c/pgmcobol/AoC2025/J1-1/alias_lieux.par".
         01 WS-ALIAS-STATUS PIC X(02) VALUE '00'.
         01 WS-MAX-ALIAS PIC 9(04) VALUE 500.
         01 WS-NB-ALIAS PIC 9(04) VALUE 0.
         01 TABLE-ALIAS.
           05 ALIAS-ENTRY OCCURS 500.
              10 ALIAS-ANCIEN     PIC 9(05).
              10 ALIAS-NOUVEAU    PIC 9(05).
         01 WS-ALIAS-I PIC 9(04) VALUE 0.
         01 WS-ALIAS-ANCIEN-X PIC X(10) VALUE SPACES.
         01 WS-ALIAS-NOUVEAU-X PIC X(10) VALUE SPACES.
         01 WS-ALIAS-DEBUT-X PIC X(10) VALUE SPACES.
         01 WS-ALIAS-FIN-X PIC X(10) VALUE SPACES.
         01 WS-ALIAS-DEBUT PIC 9(08) VALUE 0.
         01 WS-ALIAS-FIN PIC 9(08) VALUE 0.
         01 WS-ALIAS-LIGNE-NO PIC 9(06) VALUE 0.
         01 WS-NB-ALIAS-IGNORES PIC 9(06) VALUE 0.
         01 WS-ALIAS-EOF PIC A(1) VALUE 'N'.
      *    Zone en cours de traduction (colonne 1 ou 2 de
      *    l'enregistrement contrôlé) et position de chaque zone selon
      *    la disposition (cf. CHARGER-ENREGISTREMENT).
         01 WS-ALIAS-ZONE PIC X(05) VALUE SPACES.
         01 WS-ALIAS-ZONE-NUM REDEFINES WS-ALIAS-ZONE PIC 9(05).
         01 WS-ALIAS-COL PIC 9(01) VALUE 0.
         01 WS-ALIAS-POS1 PIC 9(02) VALUE 0.
         01 WS-ALIAS-POS2 PIC 9(02) VALUE 0.
         01 WS-NB-TRADUCTIONS PIC 9(09) VALUE 0.
      *    Suivi des renumérotations en chaîne : alias trouvé pour la
      *    zone (0 = aucun) et nombre de sauts déjà faits, borné par
      *    le nombre d'alias en vigueur.
         01 WS-ALIAS-TROUVE PIC 9(04) VALUE 0.
         01 WS-ALIAS-SAUTS PIC 9(04) VALUE 0.
         01 WS-ALIAS-K PIC 9(04) VALUE 0.
      *    Rapport de Pareto de la similarité : quand WS-SIM-TOTAL
      *    bouge de 30 %, ce rapport dit quels identifiants l'ont fait
      *    bouger. Nom du dataset fourni par la variable
      *    d'environnement JOUR1_PARETO_DSN, sinon valeur par défaut ;
      *    les WS-PARETO-N premiers (JOUR1_PARETO_TOP_N, 5 par défaut,
      *    10 au plus) sortent aussi au bilan, identifiant et part en
      *    centièmes de pour cent, pour que JOURALR puisse alerter sur
      *    la part d'un identifiant.
         01 WS-PARETO-DSN PIC X(200) VALUE SPACES.
         01 WS-DEFAULT-PARETO-DSN PIC X(200) VALUE
            "/mnt/c/pgmcobol/AoC2025/J1-1/pareto.rpt".
         01 WS-PARETO-STATUS PIC X(02) VALUE '00'.
         01 WS-PARETO-N-X PIC X(03) VALUE SPACES.
         01 WS-PARETO-N PIC 9(02) VALUE 5.
         01 WS-PARETO-NB PIC 9(09) VALUE 0.
         01 WS-PARETO-RANG PIC 9(09) VALUE 0.
         01 WS-PARETO-CUMUL PIC 9(15) VALUE 0.
         01 WS-PARETO-PART PIC 9(03)V99 VALUE 0.
         01 WS-PARETO-PART-CUM PIC 9(03)V99 VALUE 0.
         01 WS-PARETO-EOF PIC A(1) VALUE 'N'.
         01 WS-PARETO-TOP-NB PIC 9(02) VALUE 0.
         01 TABLE-PARETO-TOP.
           05 PARETO-TOP-ENTRY OCCURS 10.
              10 PTOP-ID          PIC 9(05).
              10 PTOP-PART        PIC 9(05).
         01 WS-PARETO-I PIC 9(02) VALUE 0.
         01 WS-PARETO-ENTETE.
           05 FILLER PIC X(10) VALUE "SIM-TOTAL ".
           05 WS-PAE-TOTAL PIC Z(14)9.
           05 FILLER PIC X(17) VALUE " CONTRIBUTEURS ".
           05 WS-PAE-NB PIC Z(8)9.
         01 WS-PARETO-DETAIL.
           05 WS-PAD-RANG PIC Z(8)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-PAD-ID PIC 9(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-PAD-SITE PIC X(03).
           05 FILLER PIC X(04) VALUE " T1 ".
           05 WS-PAD-NB-T1 PIC Z(8)9.
           05 FILLER PIC X(04) VALUE " T2 ".
           05 WS-PAD-NB-T2 PIC Z(8)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-PAD-CONTRIB PIC Z(14)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-PAD-PART PIC ZZ9.99.
           05 FILLER PIC X(03) VALUE " % ".
           05 WS-PAD-CUMUL PIC ZZ9.99.
           05 FILLER PIC X(02) VALUE " %".

           COPY CKPTWS.
           COPY LOGWS.
           COPY RUNWS.
           COPY FSTATWS.
           COPY RDEOFWS.
           COPY ENVWS.
           COPY DATWS.
           COPY PUBWS.
           COPY MANWS.
           COPY REGWS.
           COPY HABWS.

       PROCEDURE DIVISION.
       Main-Logic.
      *    marqueur derrière lui et les consommateurs refusent ses
      *    fichiers (cf. PUBWS.cpy).
           MOVE 'JOUR1' TO WS-PUB-PROGID
           MOVE 'JOUR1' TO WS-MAN-PROGID
           PERFORM MARQUER-PUBLICATION-ENCOURS
           PERFORM Resoudre-Input-Dsn
           MOVE SPACES TO WS-LOG-MESSAGE
           PERFORM Resoudre-Mode-Recycle
           PERFORM Resoudre-Travail-Dsns
           PERFORM Resoudre-Checkpoint-Dsn
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           PERFORM Resoudre-Alias-Dsn
           PERFORM CHARGER-ALIAS
           MOVE 'N' TO WS-EOF
      *    Admission de l'extrait au registre des entrées (cf.
      *    REGWS.cpy) avant le verrou du point de reprise : un
      *    doublon de l'extrait d'une autre date s'arrête ici (RC 14).
           IF NOT MODE-RECYCLE
              MOVE "EXTRAIT" TO WS-REG-NATURE-W
              MOVE WS-INPUT-DSN TO WS-REG-DSN-W
              PERFORM INSCRIRE-ENTREE
           END-IF
           MOVE 'JOUR1' TO WS-CKPT-PROGID
           PERFORM CHARGER-CHECKPOINT
           PERFORM VERIFIER-REPRISE-SANS-CUMULS
              PERFORM PREPARER-RECYCLAGE
           ELSE
              OPEN INPUT InputFile
              MOVE "ENTREE" TO WS-MAN-ROLE-W
              MOVE WS-INPUT-DSN TO WS-MAN-DSN-W
              MOVE WS-INPUT-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              MOVE WS-INPUT-STATUS TO WS-FSTAT-CODE
              MOVE WS-INPUT-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE InputFile"  TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
           END-IF
           OPEN OUTPUT FICHIER-VALIDES
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-VALIDES-DSN TO WS-MAN-DSN-W
           MOVE WS-VALIDES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-VALIDES-STATUS TO WS-FSTAT-CODE
           MOVE WS-VALIDES-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-VALIDES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-EDIT-REJETS
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-EDREJ-DSN TO WS-MAN-DSN-W
           MOVE WS-EDREJ-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-EDREJ-STATUS TO WS-FSTAT-CODE
           MOVE WS-EDREJ-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-EDIT-REJETS" TO WS-FSTAT-OPER
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           IF WS-NB-ALIAS > 0
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "ALIAS " WS-NB-TRADUCTIONS
                 " TRADUCTION(S) SUR " WS-NB-ALIAS " ALIAS EN VIGUEUR"
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
           END-IF
           IF MODE-RECYCLE
              DISPLAY "Recyclage : " WS-NB-CORR-ACCEPTEES
                      " correction(s) admise(s), "
              PERFORM ECRIRE-JOURNAL
           ELSE
              CLOSE InputFile
              MOVE WS-INPUT-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
              MOVE WS-INPUT-DSN TO WS-ENV-DSN-CTRL
              PERFORM VERIFIER-ENVELOPPE
           END-IF
           CLOSE FICHIER-VALIDES
           MOVE WS-VALIDES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-EDIT-REJETS
           MOVE WS-EDREJ-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-COL1-BRUT
           CLOSE FICHIER-COL2-BRUT
           PERFORM VERIFIER-TAUX-REJETS
           PERFORM Ecrire-Statistiques

           PERFORM similarite
           PERFORM Resoudre-Pareto
           PERFORM Produire-Pareto

           PERFORM Ecrire-Rapport

              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM ECRIRE-MANIFESTE
           PERFORM MARQUER-PUBLICATION-FAITE
           PERFORM FERMER-JOURNAL

           END-STRING
           STRING FUNCTION TRIM(WS-TRAVAIL-PREFIX) ".distrie"
              DELIMITED BY SIZE INTO WS-DIS-TRIE-DSN
           END-STRING
           STRING FUNCTION TRIM(WS-TRAVAIL-PREFIX) ".paretobrut"
              DELIMITED BY SIZE INTO WS-PARETO-BRUT-DSN
           END-STRING
           STRING FUNCTION TRIM(WS-TRAVAIL-PREFIX) ".paretotrie"
              DELIMITED BY SIZE INTO WS-PARETO-TRIE-DSN
           END-STRING.

       PREPARER-RECYCLAGE.
      *    sur le modèle de la remise au point de reprise de JOUR3.
           MOVE 'N' TO WS-RECYC-EOF
           OPEN INPUT FICHIER-RECYCLAGE
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-RECYC-IN-DSN TO WS-MAN-DSN-W
           MOVE WS-RECYC-IN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-RECYC-IN-STATUS TO WS-FSTAT-CODE
           MOVE WS-RECYC-IN-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-RECYCLAGE" TO WS-FSTAT-OPER
              END-READ
           END-PERFORM
           CLOSE FICHIER-RECYCLAGE
           MOVE WS-RECYC-IN-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-RECYC-TRAVAIL.

       RELIRE-VALIDES-AVANT.
           MOVE WS-RECYC-TRV-DSN TO WS-RECYC-IN-DSN
           MOVE 'N' TO WS-RECYC-EOF
           OPEN INPUT FICHIER-RECYCLAGE
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-RECYC-IN-DSN TO WS-MAN-DSN-W
           MOVE WS-RECYC-IN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-RECYC-IN-STATUS TO WS-FSTAT-CODE
           MOVE WS-RECYC-IN-DSN    TO WS-FSTAT-DSN
           MOVE "RELECTURE VALIDES AVANT" TO WS-FSTAT-OPER
                    PERFORM Process-Record
              END-READ
           END-PERFORM
           CLOSE FICHIER-RECYCLAGE
           MOVE WS-RECYC-IN-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       RELIRE-CORRECTIONS.
      *    Les lignes corrigées par le contrôle des données repassent
           MOVE WS-CORR-DSN TO WS-RECYC-IN-DSN
           MOVE 'N' TO WS-RECYC-EOF
           OPEN INPUT FICHIER-RECYCLAGE
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-RECYC-IN-DSN TO WS-MAN-DSN-W
           MOVE WS-RECYC-IN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-RECYC-IN-STATUS TO WS-FSTAT-CODE
           MOVE WS-RECYC-IN-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-CORRECTIONS" TO WS-FSTAT-OPER
              END-READ
           END-PERFORM
           CLOSE FICHIER-RECYCLAGE
           MOVE WS-RECYC-IN-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           SET HORS-CORRECTION TO TRUE.

       Ecrire-Rapport.
           OPEN OUTPUT ReportFile
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-REPORT-DSN TO WS-MAN-DSN-W
           MOVE WS-REPORT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-REPORT-STATUS TO WS-FSTAT-CODE
           MOVE WS-REPORT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE ReportFile" TO WS-FSTAT-OPER
           MOVE WS-DIS-TOTAL    TO WS-REP-DIS-TOTAL
           MOVE WS-SIM-TOTAL    TO WS-REP-SIM-TOTAL
           WRITE WS-REPORT-RECORD
           WRITE WS-REPORT-RECORD FROM WS-RUNID-LIGNE
           CLOSE ReportFile
           MOVE WS-REPORT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       Process-Record.
           ADD 1 TO WS-LIGNES-LUES
           PERFORM CONTROLER-ENREGISTREMENT
           IF EDIT-REJETE
              ADD 1 TO WS-NB-REJETS-EDIT
              PERFORM COMPTER-REJET-SITE
              IF EN-CORRECTION
                 ADD 1 TO WS-NB-CORR-REFUSEES
              END-IF
                 ELSE
                    MOVE "ZONE 1 NON NUMERIQUE" TO WS-MOTIF-EDIT
                 END-IF
           END-EVALUATE
      *    Renumérotations appliquées sur l'enregistrement admis, avant
      *    son chargement dans les colonnes brutes : le tri, les
      *    appariements et le référentiel ne voient plus que le nouvel
      *    identifiant (cf. TRADUIRE-ALIAS).
           IF EDIT-VALIDE AND WS-NB-ALIAS > 0
              PERFORM TRADUIRE-ALIAS
           END-IF.

       TRADUIRE-ALIAS.
      *    La traduction est portée dans l'enregistrement lui-même :
      *    la recopie des validés reçoit donc l'identifiant traduit.
      *    Les renumérotations en chaîne (A -> B puis B -> C) sont
      *    suivies jusqu'au dernier identifiant : un recyclage ou un
      *    rerun la repasse ainsi sans effet.
           IF WS-SITE-COURANT = '---'
              MOVE 1 TO WS-ALIAS-POS1
              MOVE 9 TO WS-ALIAS-POS2
           ELSE
              MOVE 5 TO WS-ALIAS-POS1
              MOVE 13 TO WS-ALIAS-POS2
           END-IF
           MOVE 1 TO WS-ALIAS-COL
           MOVE InputRecord(WS-ALIAS-POS1:5) TO WS-ALIAS-ZONE
           PERFORM TRADUIRE-UNE-ZONE
           MOVE WS-ALIAS-ZONE TO InputRecord(WS-ALIAS-POS1:5)
           MOVE 2 TO WS-ALIAS-COL
           MOVE InputRecord(WS-ALIAS-POS2:5) TO WS-ALIAS-ZONE
           PERFORM TRADUIRE-UNE-ZONE
           MOVE WS-ALIAS-ZONE TO InputRecord(WS-ALIAS-POS2:5).

       TRADUIRE-UNE-ZONE.
      *    Chaque traduction appliquée est tracée au journal
      *    structuré (ligne physique, colonne, ancien et nouvel
      *    identifiant), un saut de la chaîne par ligne. La table ne
      *    boucle pas (cf. CONTROLER-CHAINES-ALIAS) ; la borne sur le
      *    nombre de sauts n'est qu'une garde.
           MOVE 0 TO WS-ALIAS-SAUTS
           PERFORM CHERCHER-ALIAS
           PERFORM UNTIL WS-ALIAS-TROUVE = 0
                      OR WS-ALIAS-SAUTS >= WS-NB-ALIAS
              ADD 1 TO WS-ALIAS-SAUTS
              ADD 1 TO WS-NB-TRADUCTIONS
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "ALIAS LIGNE " WS-LIGNES-LUES
                 " COLONNE " WS-ALIAS-COL " "
                 WS-ALIAS-ZONE " -> " ALIAS-NOUVEAU(WS-ALIAS-TROUVE)
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
              MOVE ALIAS-NOUVEAU(WS-ALIAS-TROUVE) TO WS-ALIAS-ZONE-NUM
              PERFORM CHERCHER-ALIAS
           END-PERFORM.

       CHERCHER-ALIAS.
      *    En sortie, WS-ALIAS-TROUVE désigne l'alias dont l'ancien
      *    identifiant est WS-ALIAS-ZONE-NUM (0 : aucun).
           MOVE 0 TO WS-ALIAS-TROUVE
           PERFORM VARYING WS-ALIAS-I FROM 1 BY 1
              UNTIL WS-ALIAS-I > WS-NB-ALIAS
              IF ALIAS-ANCIEN(WS-ALIAS-I) = WS-ALIAS-ZONE-NUM
                 MOVE WS-ALIAS-I TO WS-ALIAS-TROUVE
                 MOVE WS-NB-ALIAS TO WS-ALIAS-I
              END-IF
           END-PERFORM.

       CONTROLER-CHAINES-ALIAS.
      *    Une chaîne de renumérotations qui revient sur elle-même
      *    (A -> B, B -> A) ne désigne aucun identifiant final : plus
      *    de sauts que d'alias en vigueur depuis un même ancien
      *    identifiant, c'est une boucle. Arrêt franc au chargement,
      *    avant le verrou du point de reprise et toute sortie.
           PERFORM VARYING WS-ALIAS-K FROM 1 BY 1
              UNTIL WS-ALIAS-K > WS-NB-ALIAS
              MOVE ALIAS-ANCIEN(WS-ALIAS-K) TO WS-ALIAS-ZONE-NUM
              MOVE 0 TO WS-ALIAS-SAUTS
              PERFORM CHERCHER-ALIAS
              PERFORM UNTIL WS-ALIAS-TROUVE = 0
                         OR WS-ALIAS-SAUTS > WS-NB-ALIAS
                 ADD 1 TO WS-ALIAS-SAUTS
                 MOVE ALIAS-NOUVEAU(WS-ALIAS-TROUVE)
                    TO WS-ALIAS-ZONE-NUM
                 PERFORM CHERCHER-ALIAS
              END-PERFORM
              IF WS-ALIAS-SAUTS > WS-NB-ALIAS
                 MOVE SPACES TO WS-LOG-MESSAGE
                 STRING "ABEND ALIAS EN BOUCLE DEPUIS "
                    ALIAS-ANCIEN(WS-ALIAS-K) " DANS "
                    FUNCTION TRIM(WS-ALIAS-DSN)
                    DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                 END-STRING
                 PERFORM ECRIRE-JOURNAL
                 DISPLAY "ABEND JOUR1 : renumerotation en boucle "
                         "depuis l'identifiant "
                         ALIAS-ANCIEN(WS-ALIAS-K) " dans "
                         FUNCTION TRIM(WS-ALIAS-DSN)
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.

       Resoudre-Alias-Dsn.
           ACCEPT WS-ALIAS-DSN FROM ENVIRONMENT "JOUR1_ALIAS_DSN"
           IF WS-ALIAS-DSN = SPACES
              MOVE WS-DEFAULT-ALIAS-DSN TO WS-ALIAS-DSN
           END-IF.

       CHARGER-ALIAS.
      *    Fichier absent : aucune renumérotation. Une ligne
      *    illisible (identifiant ou date non numérique) ou hors de
      *    sa période d'effet à la date du run est ignorée ; les
      *    lignes illisibles sont signalées une à une au journal.
           MOVE 0 TO WS-NB-ALIAS
           MOVE 0 TO WS-ALIAS-LIGNE-NO
           MOVE 'N' TO WS-ALIAS-EOF
           OPEN INPUT FICHIER-ALIAS
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-ALIAS-DSN TO WS-MAN-DSN-W
           MOVE WS-ALIAS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE "REFERENCE" TO WS-REG-NATURE-W
           MOVE WS-ALIAS-DSN TO WS-REG-DSN-W
           PERFORM INSCRIRE-ENTREE
           IF WS-ALIAS-STATUS NOT = '00'
              MOVE 'Y' TO WS-ALIAS-EOF
           END-IF
           PERFORM UNTIL WS-ALIAS-EOF = 'Y'
              READ FICHIER-ALIAS INTO WS-ALIAS-RECORD
                 AT END
                    MOVE 'Y' TO WS-ALIAS-EOF
                 NOT AT END
                    ADD 1 TO WS-ALIAS-LIGNE-NO
                    IF WS-ALIAS-RECORD NOT = SPACES
                       PERFORM RETENIR-LIGNE-ALIAS
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ALIAS-STATUS NOT = '35'
              CLOSE FICHIER-ALIAS
              MOVE WS-ALIAS-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           IF WS-NB-ALIAS > 0
              PERFORM CONTROLER-CHAINES-ALIAS
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "ALIAS " FUNCTION TRIM(WS-ALIAS-DSN) " : "
                 WS-NB-ALIAS " EN VIGUEUR AU " WS-RUN-DATE
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
           END-IF.

       RETENIR-LIGNE-ALIAS.
           MOVE SPACES TO WS-ALIAS-ANCIEN-X WS-ALIAS-NOUVEAU-X
                          WS-ALIAS-DEBUT-X WS-ALIAS-FIN-X
           UNSTRING WS-ALIAS-RECORD DELIMITED BY ALL SPACE
              INTO WS-ALIAS-ANCIEN-X WS-ALIAS-NOUVEAU-X
                   WS-ALIAS-DEBUT-X WS-ALIAS-FIN-X
           END-UNSTRING
           IF WS-ALIAS-FIN-X = SPACES
              MOVE '0' TO WS-ALIAS-FIN-X
           END-IF
           IF WS-ALIAS-ANCIEN-X(1:5) IS NOT NUMERIC
              OR WS-ALIAS-ANCIEN-X(6:5) NOT = SPACES
              OR WS-ALIAS-NOUVEAU-X(1:5) IS NOT NUMERIC
              OR WS-ALIAS-NOUVEAU-X(6:5) NOT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-ALIAS-DEBUT-X) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-ALIAS-FIN-X) NOT = 0
              ADD 1 TO WS-NB-ALIAS-IGNORES
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "ALIAS LIGNE " WS-ALIAS-LIGNE-NO
                 " ILLISIBLE, IGNOREE : " WS-ALIAS-RECORD(1:40)
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
           ELSE
              COMPUTE WS-ALIAS-DEBUT =
                 FUNCTION NUMVAL(WS-ALIAS-DEBUT-X)
              COMPUTE WS-ALIAS-FIN = FUNCTION NUMVAL(WS-ALIAS-FIN-X)
              IF WS-ALIAS-FIN = 0
                 MOVE 99999999 TO WS-ALIAS-FIN
              END-IF
              IF WS-ALIAS-DEBUT <= WS-RUN-DATE
                 AND WS-ALIAS-FIN >= WS-RUN-DATE
                 IF WS-NB-ALIAS >= WS-MAX-ALIAS
                    DISPLAY "ABEND JOUR1 : plus de " WS-MAX-ALIAS
                            " alias en vigueur dans "
                            FUNCTION TRIM(WS-ALIAS-DSN)
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-NB-ALIAS
                 MOVE WS-ALIAS-ANCIEN-X(1:5)
                    TO ALIAS-ANCIEN(WS-NB-ALIAS)
                 MOVE WS-ALIAS-NOUVEAU-X(1:5)
                    TO ALIAS-NOUVEAU(WS-NB-ALIAS)
              END-IF
           END-IF.

       ECRIRE-EDIT-REJET.
           MOVE SPACES         TO WS-EDREJ-RECORD
           END-IF
           ADD 1 TO SITE-NB(WS-SITE-IDX).

       COMPTER-REJET-SITE.
      *    Rattache la ligne rejetée à son site : préfixe de 3
      *    caractères non numérique suivi d'un blanc, '---' pour
      *    une ligne à l'ancienne disposition ou illisible.
           MOVE '---' TO WS-RSITE-CODE-W
           IF InputRecord(1:5) IS NOT NUMERIC
              AND InputRecord(1:3) NOT = SPACES
              AND InputRecord(4:1) = SPACE
              MOVE InputRecord(1:3) TO WS-RSITE-CODE-W
           END-IF
           MOVE 0 TO WS-RSITE-IDX
           PERFORM VARYING WS-SITE-I FROM 1 BY 1
              UNTIL WS-SITE-I > WS-NB-RSITES
              IF RSITE-CODE(WS-SITE-I) = WS-RSITE-CODE-W
                 MOVE WS-SITE-I TO WS-RSITE-IDX
                 MOVE WS-NB-RSITES TO WS-SITE-I
              END-IF
           END-PERFORM
           IF WS-RSITE-IDX = 0 AND WS-NB-RSITES < WS-MAX-SITES
              ADD 1 TO WS-NB-RSITES
              MOVE WS-NB-RSITES TO WS-RSITE-IDX
              MOVE WS-RSITE-CODE-W TO RSITE-CODE(WS-RSITE-IDX)
              MOVE 0 TO RSITE-NB(WS-RSITE-IDX)
           END-IF
           IF WS-RSITE-IDX > 0
              ADD 1 TO RSITE-NB(WS-RSITE-IDX)
           END-IF.

       TROUVER-SITE-COURANT.
      *    Indice du site WS-SITE-COURANT dans TABLE-SITES (0 si
      *    inconnu).
              NOT AT END
                 SET C1-AVANCE-DISPO TO TRUE
                 MOVE WS-C1T-VALEUR TO WS-C1-AVANCE-VALEUR
                 MOVE WS-C1T-SITE TO WS-C1-AVANCE-SITE
           END-READ.

       LIRE-GROUPE-COL1.
           ELSE
              SET G1-DISPO TO TRUE
              MOVE WS-C1-AVANCE-VALEUR TO WS-G1-VALEUR
              MOVE WS-C1-AVANCE-SITE TO WS-G1-SITE
              MOVE 0 TO WS-G1-NB
              PERFORM UNTIL C1-EPUISE
                 OR WS-C1-AVANCE-VALEUR NOT = WS-G1-VALEUR
                 ADD 1 TO WS-G1-NB
                 IF WS-C1-AVANCE-SITE NOT = WS-G1-SITE
                    MOVE '***' TO WS-G1-SITE
                 END-IF
                 PERFORM AVANCER-LECTEUR-COL1
              END-PERFORM
           END-IF.

       Ecrire-Statistiques.
           OPEN OUTPUT FICHIER-STATS
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-STATS-DSN TO WS-MAN-DSN-W
           MOVE WS-STATS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-STATS-STATUS TO WS-FSTAT-CODE
           MOVE WS-STATS-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-STATS" TO WS-FSTAT-OPER
           END-PERFORM
           PERFORM Ecrire-Palmares
           PERFORM Ecrire-Sous-Totaux-Sites
           CLOSE FICHIER-STATS
           MOVE WS-STATS-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       Ecrire-Palmares.
      *    Le palmarès a été entretenu trié pendant la passe

       Ecrire-Bilan.
           OPEN OUTPUT FICHIER-BILAN
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           MOVE WS-BILAN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-BILAN-STATUS TO WS-FSTAT-CODE
           MOVE WS-BILAN-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-BILAN" TO WS-FSTAT-OPER
              MOVE WS-NB-CORR-REFUSEES TO WS-BIL-VALEUR-W
              PERFORM Ecrire-Ligne-Bilan
           END-IF
           IF WS-NB-ALIAS > 0
              MOVE "ALIAS-TRAD" TO WS-BIL-NOM-W
              MOVE WS-NB-TRADUCTIONS TO WS-BIL-VALEUR-W
              PERFORM Ecrire-Ligne-Bilan
           END-IF
      *    Premiers contributeurs de la similarité : PARETO-nn porte
      *    l'identifiant de rang nn, PART-nn sa part du total en
      *    centièmes de pour cent.
           PERFORM VARYING WS-PARETO-I FROM 1 BY 1
              UNTIL WS-PARETO-I > WS-PARETO-TOP-NB
              MOVE SPACES TO WS-BIL-NOM-W
              STRING "PARETO-" WS-PARETO-I
                 DELIMITED BY SIZE INTO WS-BIL-NOM-W
              END-STRING
              MOVE PTOP-ID(WS-PARETO-I) TO WS-BIL-VALEUR-W
              PERFORM Ecrire-Ligne-Bilan
              MOVE SPACES TO WS-BIL-NOM-W
              STRING "PART-" WS-PARETO-I
                 DELIMITED BY SIZE INTO WS-BIL-NOM-W
              END-STRING
              MOVE PTOP-PART(WS-PARETO-I) TO WS-BIL-VALEUR-W
              PERFORM Ecrire-Ligne-Bilan
           END-PERFORM
      *    Volumes par site pour la refacturation (JOURFAC) :
      *    enregistrements chargés puis rejets d'édition, code site
      *    en queue de ligne.
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
              UNTIL WS-SITE-IDX > WS-NB-SITES
              MOVE "SIT-CHARGES" TO WS-BIL-NOM-W
              MOVE SITE-NB(WS-SITE-IDX) TO WS-BIL-VALEUR-W
              MOVE SITE-CODE(WS-SITE-IDX) TO WS-BIL-SITE-W
              PERFORM Ecrire-Ligne-Bilan
           END-PERFORM
           PERFORM VARYING WS-RSITE-IDX FROM 1 BY 1
              UNTIL WS-RSITE-IDX > WS-NB-RSITES
              MOVE "SIT-REJETS" TO WS-BIL-NOM-W
              MOVE RSITE-NB(WS-RSITE-IDX) TO WS-BIL-VALEUR-W
              MOVE RSITE-CODE(WS-RSITE-IDX) TO WS-BIL-SITE-W
              PERFORM Ecrire-Ligne-Bilan
           END-PERFORM
           MOVE SPACES TO WS-BIL-SITE-W
           CLOSE FICHIER-BILAN
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       Ecrire-Ligne-Bilan.
           MOVE SPACES TO WS-BILAN-RECORD
           MOVE "JOUR1" TO WS-BIL-PROGID
           MOVE WS-BIL-NOM-W TO WS-BIL-NOM
           MOVE WS-BIL-VALEUR-W TO WS-BIL-VALEUR
           MOVE WS-BIL-SITE-W TO WS-BIL-SITE
           MOVE WS-RUNID TO WS-BIL-RUNID
           WRITE WS-BILAN-RECORD.

       Resoudre-Sugg-Dsn.
      *    fenêtre glissante des candidats proches.
           MOVE 0 TO WS-NB-NON-APPARIES
           OPEN OUTPUT FICHIER-NON-APPARIES
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-NONAPP-DSN TO WS-MAN-DSN-W
           MOVE WS-NONAPP-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-NONAPP-STATUS TO WS-FSTAT-CODE
           MOVE WS-NONAPP-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-NON-APPARIES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE 0 TO WS-NB-SUGGESTIONS
           OPEN OUTPUT FICHIER-SUGGESTIONS
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-SUGG-DSN TO WS-MAN-DSN-W
           MOVE WS-SUGG-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-SUGG-STATUS TO WS-FSTAT-CODE
           MOVE WS-SUGG-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SUGGESTIONS" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-PARETO-BRUT
           MOVE WS-PARETO-BRUT-STATUS TO WS-FSTAT-CODE
           MOVE WS-PARETO-BRUT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-PARETO-BRUT" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM OUVRIR-FENETRE-SUGGESTIONS
           PERFORM OUVRIR-COL1-GROUPES
           PERFORM OUVRIR-COL2-GROUPES
                 WHEN OTHER
                    COMPUTE WS-SIM-TOTAL = WS-SIM-TOTAL
                       + WS-G1-VALEUR * WS-G1-NB * WS-G2-NB
                    PERFORM ECRIRE-CONTRIBUTION
                    PERFORM LIRE-GROUPE-COL1
                    PERFORM LIRE-GROUPE-COL2
              END-EVALUATE
           PERFORM FERMER-FENETRE-SUGGESTIONS

           CLOSE FICHIER-NON-APPARIES
           MOVE WS-NONAPP-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-SUGGESTIONS
           MOVE WS-SUGG-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-PARETO-BRUT

           DISPLAY "similarite : " WS-SIM-TOTAL
           DISPLAY "Identifiants sans correspondance : "
           DISPLAY "Suggestions de rapprochement : "
                   WS-NB-SUGGESTIONS.

       ECRIRE-CONTRIBUTION.
           MOVE SPACES TO WS-PAB-RECORD
           COMPUTE WS-PAB-CONTRIB = WS-G1-VALEUR * WS-G1-NB * WS-G2-NB
           MOVE WS-G1-VALEUR TO WS-PAB-ID
           MOVE WS-G1-SITE TO WS-PAB-SITE
           MOVE WS-G1-NB TO WS-PAB-NB-T1
           MOVE WS-G2-NB TO WS-PAB-NB-T2
           WRITE WS-PAB-RECORD
           ADD 1 TO WS-PARETO-NB.

       Resoudre-Pareto.
           ACCEPT WS-PARETO-DSN FROM ENVIRONMENT "JOUR1_PARETO_DSN"
           IF WS-PARETO-DSN = SPACES
              MOVE WS-DEFAULT-PARETO-DSN TO WS-PARETO-DSN
           END-IF
           ACCEPT WS-PARETO-N-X FROM ENVIRONMENT "JOUR1_PARETO_TOP_N"
           IF WS-PARETO-N-X NOT = SPACES
              COMPUTE WS-PARETO-N = FUNCTION NUMVAL(WS-PARETO-N-X)
           END-IF
           IF WS-PARETO-N > 10
              MOVE 10 TO WS-PARETO-N
           END-IF.

       Produire-Pareto.
      *    Contributions triées par valeur décroissante (identifiant
      *    croissant à contribution égale), puis rapport avec part et
      *    part cumulée du total ; les WS-PARETO-N premiers sont
      *    retenus pour le bilan.
           SORT FICHIER-TRI-PARETO
              ON DESCENDING KEY WS-TRP-CONTRIB
              ON ASCENDING KEY WS-TRP-ID
              USING FICHIER-PARETO-BRUT
              GIVING FICHIER-PARETO-TRIE
           OPEN OUTPUT FICHIER-PARETO
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-PARETO-DSN TO WS-MAN-DSN-W
           MOVE WS-PARETO-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-PARETO-STATUS TO WS-FSTAT-CODE
           MOVE WS-PARETO-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-PARETO" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE WS-SIM-TOTAL TO WS-PAE-TOTAL
           MOVE WS-PARETO-NB TO WS-PAE-NB
           WRITE WS-PARETO-LIGNE FROM WS-PARETO-ENTETE
           OPEN INPUT FICHIER-PARETO-TRIE
           MOVE WS-PARETO-TRIE-STATUS TO WS-FSTAT-CODE
           MOVE WS-PARETO-TRIE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-PARETO-TRIE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE 0 TO WS-PARETO-CUMUL
           MOVE 0 TO WS-PARETO-TOP-NB
           MOVE 0 TO WS-PARETO-RANG
           MOVE 'N' TO WS-PARETO-EOF
           PERFORM UNTIL WS-PARETO-EOF = 'Y'
              READ FICHIER-PARETO-TRIE INTO WS-PAT-RECORD
                 AT END
                    MOVE 'Y' TO WS-PARETO-EOF
                 NOT AT END
                    PERFORM ECRIRE-LIGNE-PARETO
              END-READ
           END-PERFORM
           CLOSE FICHIER-PARETO-TRIE
           CLOSE FICHIER-PARETO
           MOVE WS-PARETO-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-LIGNE-PARETO.
           ADD 1 TO WS-PARETO-RANG
           ADD WS-PAT-CONTRIB TO WS-PARETO-CUMUL
           IF WS-SIM-TOTAL > 0
              COMPUTE WS-PARETO-PART ROUNDED =
                 (WS-PAT-CONTRIB * 100) / WS-SIM-TOTAL
              COMPUTE WS-PARETO-PART-CUM ROUNDED =
                 (WS-PARETO-CUMUL * 100) / WS-SIM-TOTAL
           ELSE
              MOVE 0 TO WS-PARETO-PART WS-PARETO-PART-CUM
           END-IF
           MOVE WS-PARETO-RANG TO WS-PAD-RANG
           MOVE WS-PAT-ID TO WS-PAD-ID
           MOVE WS-PAT-SITE TO WS-PAD-SITE
           MOVE WS-PAT-NB-T1 TO WS-PAD-NB-T1
           MOVE WS-PAT-NB-T2 TO WS-PAD-NB-T2
           MOVE WS-PAT-CONTRIB TO WS-PAD-CONTRIB
           MOVE WS-PARETO-PART TO WS-PAD-PART
           MOVE WS-PARETO-PART-CUM TO WS-PAD-CUMUL
           WRITE WS-PARETO-LIGNE FROM WS-PARETO-DETAIL
           IF WS-PARETO-TOP-NB < WS-PARETO-N
              ADD 1 TO WS-PARETO-TOP-NB
              MOVE WS-PAT-ID TO PTOP-ID(WS-PARETO-TOP-NB)
              COMPUTE PTOP-PART(WS-PARETO-TOP-NB) =
                 WS-PARETO-PART * 100
           END-IF.

       TRAITER-GROUPE-NON-APPARIE.
      *    Le bloc de candidats est émis pour chaque occurrence de
      *    l'identifiant, comme du temps du parcours en mémoire : un
      *    croisée ni table en mémoire.
           MOVE 0 TO WS-NB-DOUBLONS
           OPEN OUTPUT FICHIER-EXCEPTIONS
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-EXCEPT-DSN TO WS-MAN-DSN-W
           MOVE WS-EXCEPT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-EXCEPT-STATUS TO WS-FSTAT-CODE
           MOVE WS-EXCEPT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-EXCEPTIONS" TO WS-FSTAT-OPER
           PERFORM Verifier-Doublons-Table2

           CLOSE FICHIER-EXCEPTIONS
           MOVE WS-EXCEPT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY "Identifiants en double : " WS-NB-DOUBLONS.

       Verifier-Doublons-Table1.
           MOVE SPACES TO WS-SNAP-NEUF-DSN
           STRING FUNCTION TRIM(WS-SNAP-DSN) ".neuf"
              DELIMITED BY SIZE INTO WS-SNAP-NEUF-DSN
           END-STRING
           MOVE SPACES TO WS-SNAP-ARCH-DSN
           STRING FUNCTION TRIM(WS-SNAP-DSN) "." WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-SNAP-ARCH-DSN
           END-STRING
           ACCEPT WS-SNAPCAT-DSN FROM ENVIRONMENT "JOUR1_SNAPCAT_DSN"
           IF WS-SNAPCAT-DSN = SPACES
              MOVE WS-DEFAULT-SNAPCAT-DSN TO WS-SNAPCAT-DSN
           END-IF.

       Resoudre-Delta-Dsn.
           ACCEPT WS-DELTA-DSN FROM ENVIRONMENT "JOUR1_DELTA_DSN"
           MOVE "OUVERTURE FICHIER-MASTER" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-SNAP-NEUF
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-SNAP-NEUF-DSN TO WS-MAN-DSN-W
           MOVE WS-SNAP-NEUF-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-SNAP-NEUF-STATUS TO WS-FSTAT-CODE
           MOVE WS-SNAP-NEUF-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SNAP-NEUF" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-DELTA
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-DELTA-DSN TO WS-MAN-DSN-W
           MOVE WS-DELTA-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-DELTA-STATUS TO WS-FSTAT-CODE
           MOVE WS-DELTA-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-DELTA" TO WS-FSTAT-OPER
           PERFORM FERMER-COL2-GROUPES
           IF WS-SNAP-OUVERT = 1
              CLOSE FICHIER-SNAPSHOT
              MOVE WS-SNAP-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           CLOSE FICHIER-SNAP-NEUF
           MOVE WS-SNAP-NEUF-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-DELTA
           MOVE WS-DELTA-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-MASTER
           DISPLAY "Referentiel des lieux mis a jour : "
                   WS-NB-SYNTHESE " identifiant(s)"
           SET SNP-EPUISE TO TRUE
           MOVE 0 TO WS-SNAP-OUVERT
           OPEN INPUT FICHIER-SNAPSHOT
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-SNAP-DSN TO WS-MAN-DSN-W
           MOVE WS-SNAP-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-SNAP-STATUS = '00'
              MOVE 1 TO WS-SNAP-OUVERT
              PERFORM LIRE-SNAPSHOT-PRECEDENT
      *    officiel, par la recopie générique en deux temps.
           MOVE WS-SNAP-NEUF-DSN TO WS-RECYC-IN-DSN
           MOVE WS-SNAP-DSN TO WS-RECYC-TRV-DSN
           PERFORM COPIER-FICHIER-RECYC
      *    Une copie datée est gardée à chaque run et inscrite au
      *    catalogue : le référentiel, seule mémoire des premières et
      *    dernières apparitions, peut ainsi être refait à partir des
      *    photographies successives (JOUR1MNT RECONSTRUIRE).
           MOVE WS-SNAP-NEUF-DSN TO WS-RECYC-IN-DSN
           MOVE WS-SNAP-ARCH-DSN TO WS-RECYC-TRV-DSN
           PERFORM COPIER-FICHIER-RECYC
           OPEN EXTEND FICHIER-CATALOGUE-SNAP
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-SNAPCAT-DSN TO WS-MAN-DSN-W
           MOVE WS-SNAPCAT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-SNAPCAT-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-CATALOGUE-SNAP
              MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
              MOVE WS-SNAPCAT-DSN TO WS-MAN-DSN-W
              MOVE WS-SNAPCAT-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
           END-IF
           MOVE WS-SNAPCAT-STATUS TO WS-FSTAT-CODE
           MOVE WS-SNAPCAT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE CATALOGUE-SNAP" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE SPACES TO WS-SNAPCAT-RECORD
           MOVE WS-RUN-DATE TO WS-SNAPCAT-DATE
           MOVE WS-SNAP-ARCH-DSN TO WS-SNAPCAT-ARCH-DSN
           WRITE WS-SNAPCAT-RECORD
           CLOSE FICHIER-CATALOGUE-SNAP
           MOVE WS-SNAPCAT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

           COPY CKPTPR.
           COPY LOGPR.
           COPY RUNPR.
           COPY FSTATPR.
           COPY RDEOFPR.
           COPY ENVPR.
           COPY DATPR.
           COPY PUBPR.
           COPY MANPR.
           COPY REGPR.
           COPY HABPR.
