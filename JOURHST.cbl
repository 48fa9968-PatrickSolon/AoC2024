      *> par métrique, le détail jour par jour avec l'écart jour sur
      *> jour et un marqueur TROU sur les dates manquantes, puis les
      *> min/max/moyenne par semaine et par mois.
      *> Chaque point est repéré par l'identifiant du run qui l'a
      *> produit (cf. RUNWS.cpy), relu sur la ligne RUN des sommaires
      *> et en queue de tendance.rpt, ledger.rpt et historique.rpt :
      *> les séries se regroupent par run et non plus par date. Un
      *> rerun ou un run antidaté donne son propre point, marqué de
      *> son run ; un même run relu deux fois (JOURHST relancé sur
      *> les mêmes sommaires) ne compte qu'une fois, sa dernière
      *> valeur faisant foi. Les lignes antérieures à l'identifiant
      *> restent des points distincts, comme avant.
      *> Les fichiers lus et produits sont inscrits au manifeste de
      *> run (cf. MANWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FICHIER-SYNTHESE ASSIGN TO DYNAMIC WS-SYNTHESE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYNTHESE-STATUS.
           SELECT FICHIER-SOMMAIRE-RUN ASSIGN TO DYNAMIC
               WS-SOMRUN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOMRUN-STATUS.
           COPY PUBSEL.
           COPY MANSEL.

       DATA DIVISION.
       FILE SECTION.
           05  WS-TEND-OK          PIC 9(04).
           05  FILLER              PIC X(01).
           05  WS-TEND-OK-DUMP     PIC 9(04).
           05  FILLER              PIC X(01).
           05  WS-TEND-RUNID       PIC X(26).

       FD  FICHIER-LEDGER.
      *> Sens, référence et items non revus (FILLER) ne servent pas
      *> ici ; l'identifiant du run est en queue, comme chez JOUR3.
       01  WS-LEDGER-RECORD.
           05  WS-LEDG-PROGID      PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-LEDG-TOTAL       PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-LEDG-TOTAL-CORR  PIC 9(10).
           05  FILLER              PIC X(23).
           05  WS-LEDG-RUNID       PIC X(26).

       FD  FICHIER-HISTORIQUE.
      *> Historique daté unique des métriques de JOUR1/JOUR4/JOUR5
           05  WS-HIS-METRIQUE     PIC X(14).
           05  FILLER              PIC X(01).
           05  WS-HIS-VALEUR       PIC 9(15).
      *> Identifiant du run producteur (ligne RUN de son sommaire).
           05  FILLER              PIC X(01).
           05  WS-HIS-RUNID        PIC X(26).

       FD  FICHIER-SYNTHESE.
      *> Synthèse produite à chaque run : détail jour par jour puis
      *> roll-ups hebdomadaires et mensuels, par métrique. Les lignes
      *> sont préparées en WORKING-STORAGE et écrites via WRITE FROM.
       01  WS-SYNTHESE-LIGNE PIC X(120).

       FD  FICHIER-SOMMAIRE-RUN.
      *> Relecture complète d'un sommaire du run courant, pour sa
      *> seule ligne RUN (cf. RUNWS.cpy).
       01  WS-SOMRUN-RECORD PIC X(200).

       COPY PUBFD.
       COPY MANFD.

       WORKING-STORAGE SECTION.
       01  WS-J1-REPORT-DSN   PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-SYNTHESE-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/synthese.rpt".
       01  WS-SYNTHESE-STATUS PIC X(02) VALUE '00'.
       01  WS-SOMRUN-DSN      PIC X(200) VALUE SPACES.
       01  WS-SOMRUN-STATUS   PIC X(02) VALUE '00'.
       01  WS-RUNID-PRODUCTEUR PIC X(26) VALUE SPACES.

      *> Les séries par métrique : chaque point porte la date, la
      *> valeur et le run, dans l'ordre chronologique des historiques
      *> (fichiers alimentés en EXTEND, donc déjà dans l'ordre des
      *> runs).
       01  WS-MAX-METRIQUES   PIC 9(02) VALUE 20.
       01  WS-MAX-POINTS      PIC 9(03) VALUE 400.
       01  WS-NB-METRIQUES    PIC 9(02) VALUE 0.
               10  POINT-ENTRY OCCURS 400.
                   15  PT-DATE     PIC 9(08).
                   15  PT-VALEUR   PIC 9(15).
                   15  PT-RUNID    PIC X(26).
       01  WS-SER-IDX         PIC 9(02) VALUE 0.
       01  WS-PT-IDX          PIC 9(03) VALUE 0.
       01  WS-PT-RUN-IDX      PIC 9(03) VALUE 0.
       01  WS-MET-NOM-W       PIC X(14) VALUE SPACES.
       01  WS-MET-DATE-W      PIC 9(08) VALUE 0.
       01  WS-MET-VALEUR-W    PIC 9(15) VALUE 0.
       01  WS-MET-RUNID-W     PIC X(26) VALUE SPACES.
      *> Regroupement sur le run : historique.rpt seulement, que ce
      *> pas réalimente à chaque passage. Tendance et grand livre ne
      *> reçoivent qu'une ligne par run et par producteur (la ligne
      *> JOUR3REJ d'un run JOUR3 est un point à part entière).
       01  WS-REGROUPEMENT-FLAG PIC 9 VALUE 0.
           88  REGROUPER-PAR-RUN    VALUE 1.
           88  SANS-REGROUPEMENT    VALUE 0.

      *> Zones de calcul de la synthèse.
       01  WS-SERIAL-COURANT  PIC 9(07) VALUE 0.
           05  WS-SYD-DELTA       PIC +(15)9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SYD-TROU        PIC X(12).
           05  FILLER             PIC X(05) VALUE " RUN ".
           05  WS-SYD-RUNID       PIC X(26).
       01  WS-SYN-GROUPE.
           05  WS-SYG-PERIODE     PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.

       COPY FSTATWS.
       COPY PUBWS.
       COPY RUNWS.
       COPY DATWS.
       COPY MANWS.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY "=== JOURHST : agregation des tendances ==="
           MOVE 'JOURHST' TO WS-RUNID-PROGID
           PERFORM DETERMINER-RUNID
           MOVE 'JOURHST' TO WS-MAN-PROGID
           PERFORM RESOUDRE-DATASETS
      *> Les sorties d'un producteur encore marqué ENCOURS au
      *> fichier des publications sont refusées (cf. PUBWS.cpy).
           PERFORM CHARGER-TENDANCE
           PERFORM CHARGER-LEDGER
           PERFORM ECRIRE-SYNTHESE
           PERFORM ECRIRE-MANIFESTE
           GOBACK.

       RESOUDRE-DATASETS.
           IF WS-HISTORIQUE-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-HISTORIQUE
           END-IF
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-HISTORIQUE-DSN TO WS-MAN-DSN-W
           MOVE WS-HISTORIQUE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-HISTORIQUE-STATUS TO WS-FSTAT-CODE
           MOVE WS-HISTORIQUE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-HISTORIQUE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE WS-J1-REPORT-DSN TO WS-SOMRUN-DSN
           PERFORM LIRE-RUNID-SOMMAIRE
           OPEN INPUT J1-REPORT
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-J1-REPORT-DSN TO WS-MAN-DSN-W
           MOVE WS-J1-REPORT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-J1-REPORT-STATUS = '00'
              READ J1-REPORT INTO WS-J1-RECORD
                 AT END CONTINUE
                 PERFORM ECRIRE-LIGNE-HISTORIQUE
              END-IF
              CLOSE J1-REPORT
              MOVE WS-J1-REPORT-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           MOVE WS-J4-SOMMAIRE-DSN TO WS-SOMRUN-DSN
           PERFORM LIRE-RUNID-SOMMAIRE
           OPEN INPUT J4-SOMMAIRE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-J4-SOMMAIRE-DSN TO WS-MAN-DSN-W
           MOVE WS-J4-SOMMAIRE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-J4-SOMMAIRE-STATUS = '00'
              READ J4-SOMMAIRE INTO WS-J4-RECORD
                 AT END CONTINUE
                 PERFORM ECRIRE-LIGNE-HISTORIQUE
              END-IF
              CLOSE J4-SOMMAIRE
              MOVE WS-J4-SOMMAIRE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           MOVE WS-J5-SOMMAIRE-DSN TO WS-SOMRUN-DSN
           PERFORM LIRE-RUNID-SOMMAIRE
           OPEN INPUT J5-SOMMAIRE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-J5-SOMMAIRE-DSN TO WS-MAN-DSN-W
           MOVE WS-J5-SOMMAIRE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-J5-SOMMAIRE-STATUS = '00'
              READ J5-SOMMAIRE INTO WS-J5-RECORD
                 AT END CONTINUE
                 PERFORM ECRIRE-LIGNE-HISTORIQUE
              END-IF
              CLOSE J5-SOMMAIRE
              MOVE WS-J5-SOMMAIRE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           CLOSE FICHIER-HISTORIQUE
           MOVE WS-HISTORIQUE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       LIRE-RUNID-SOMMAIRE.
      *> Run producteur d'un sommaire : sa ligne RUN ; un sommaire
      *> qui n'en porte pas (producteur antérieur à l'identifiant)
      *> prend le run de ce pas.
           MOVE SPACES TO WS-RUNID-PRODUCTEUR
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-SOMMAIRE-RUN
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-SOMRUN-DSN TO WS-MAN-DSN-W
           MOVE WS-SOMRUN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-SOMRUN-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-SOMMAIRE-RUN
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       IF WS-SOMRUN-RECORD(1:4) = "RUN "
                          MOVE WS-SOMRUN-RECORD(5:26)
                             TO WS-RUNID-PRODUCTEUR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-SOMMAIRE-RUN
              MOVE WS-SOMRUN-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           IF WS-RUNID-PRODUCTEUR = SPACES
              MOVE WS-RUNID TO WS-RUNID-PRODUCTEUR
           END-IF.

       ECRIRE-LIGNE-HISTORIQUE.
           MOVE SPACES TO WS-HISTORIQUE-RECORD
           MOVE WS-MET-DATE-W TO WS-HIS-DATE
           MOVE WS-MET-NOM-W TO WS-HIS-METRIQUE
           MOVE WS-MET-VALEUR-W TO WS-HIS-VALEUR
           MOVE WS-RUNID-PRODUCTEUR TO WS-HIS-RUNID
           WRITE WS-HISTORIQUE-RECORD.

       POSER-POINT.
      *> Range (métrique, date, valeur, run) dans les séries ; la
      *> série est créée au premier point, les points au-delà de la
      *> capacité sont ignorés (les roll-ups couvrent alors la tête
      *> de l'historique, signalé sur la console). En regroupement
      *> par run, un run déjà présent dans la série y remplace son
      *> point.
           MOVE 0 TO WS-SER-IDX
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-NB-METRIQUES
                 MOVE 0 TO SER-SATURE(WS-SER-IDX)
              END-IF
           END-IF
           MOVE 0 TO WS-PT-RUN-IDX
           IF WS-SER-IDX > 0 AND WS-MET-RUNID-W NOT = SPACES
              AND REGROUPER-PAR-RUN
              PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                 UNTIL WS-PT-IDX > SER-NB-POINTS(WS-SER-IDX)
                 IF PT-RUNID(WS-SER-IDX, WS-PT-IDX) = WS-MET-RUNID-W
                    MOVE WS-PT-IDX TO WS-PT-RUN-IDX
                 END-IF
              END-PERFORM
           END-IF
           IF WS-PT-RUN-IDX > 0
              MOVE WS-MET-DATE-W TO PT-DATE(WS-SER-IDX,
                 WS-PT-RUN-IDX)
              MOVE WS-MET-VALEUR-W TO PT-VALEUR(WS-SER-IDX,
                 WS-PT-RUN-IDX)
           END-IF
           IF WS-SER-IDX > 0 AND WS-PT-RUN-IDX = 0
              IF SER-NB-POINTS(WS-SER-IDX) >= WS-MAX-POINTS
                 IF SER-SATURE(WS-SER-IDX) = 0
                    MOVE 1 TO SER-SATURE(WS-SER-IDX)
                    SER-NB-POINTS(WS-SER-IDX))
                 MOVE WS-MET-VALEUR-W TO PT-VALEUR(WS-SER-IDX,
                    SER-NB-POINTS(WS-SER-IDX))
                 MOVE WS-MET-RUNID-W TO PT-RUNID(WS-SER-IDX,
                    SER-NB-POINTS(WS-SER-IDX))
              END-IF
           END-IF.

       CHARGER-HISTORIQUE.
           SET REGROUPER-PAR-RUN TO TRUE
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-HISTORIQUE
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-HISTORIQUE-DSN TO WS-MAN-DSN-W
           MOVE WS-HISTORIQUE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-HISTORIQUE-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-HISTORIQUE INTO WS-HISTORIQUE-RECORD
                       MOVE WS-HIS-METRIQUE TO WS-MET-NOM-W
                       MOVE WS-HIS-DATE TO WS-MET-DATE-W
                       MOVE WS-HIS-VALEUR TO WS-MET-VALEUR-W
                       MOVE WS-HIS-RUNID TO WS-MET-RUNID-W
                       PERFORM POSER-POINT
                 END-READ
              END-PERFORM
              CLOSE FICHIER-HISTORIQUE
              MOVE WS-HISTORIQUE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           SET SANS-REGROUPEMENT TO TRUE.

       CHARGER-TENDANCE.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-TENDANCE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-TENDANCE-DSN TO WS-MAN-DSN-W
           MOVE WS-TENDANCE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-TENDANCE-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-TENDANCE INTO WS-TENDANCE-RECORD
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       MOVE WS-TEND-DATE TO WS-MET-DATE-W
                       MOVE WS-TEND-RUNID TO WS-MET-RUNID-W
                       MOVE "J2-NB-RAPPORTS" TO WS-MET-NOM-W
                       MOVE WS-TEND-NB-RAPPORTS TO WS-MET-VALEUR-W
                       PERFORM POSER-POINT
                 END-READ
              END-PERFORM
              CLOSE FICHIER-TENDANCE
              MOVE WS-TENDANCE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       CHARGER-LEDGER.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-LEDGER
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-LEDGER-DSN TO WS-MAN-DSN-W
           MOVE WS-LEDGER-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-LEDGER-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-LEDGER INTO WS-LEDGER-RECORD
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
      *>                Les ajustements JOUR3ADJ ne sont pas des runs :
      *>                ils restent hors des séries.
                       IF WS-LEDG-PROGID NOT = "JOUR3ADJ"
                          MOVE WS-LEDG-DATE TO WS-MET-DATE-W
                          MOVE WS-LEDG-RUNID TO WS-MET-RUNID-W
                          MOVE "J3-TOTAL" TO WS-MET-NOM-W
                          MOVE WS-LEDG-TOTAL TO WS-MET-VALEUR-W
                          PERFORM POSER-POINT
                          MOVE "J3-TOTAL-CORR" TO WS-MET-NOM-W
                          MOVE WS-LEDG-TOTAL-CORR TO WS-MET-VALEUR-W
                          PERFORM POSER-POINT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-LEDGER
              MOVE WS-LEDGER-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       ECRIRE-SYNTHESE.
           OPEN OUTPUT FICHIER-SYNTHESE
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-SYNTHESE-DSN TO WS-MAN-DSN-W
           MOVE WS-SYNTHESE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-SYNTHESE-STATUS TO WS-FSTAT-CODE
           MOVE WS-SYNTHESE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SYNTHESE" TO WS-FSTAT-OPER
              PERFORM SYNTHETISER-PERIODE
           END-PERFORM
           CLOSE FICHIER-SYNTHESE
           MOVE WS-SYNTHESE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY "JOURHST : synthese produite pour "
                   WS-NB-METRIQUES " metrique(s) dans "
                   FUNCTION TRIM(WS-SYNTHESE-DSN).

       SYNTHETISER-DETAIL.
      *> Détail run par run : date, valeur, écart par rapport au
      *> point précédent, marqueur TROU quand il manque au moins une
      *> date entre deux runs (jour calendaire via INTEGER-OF-DATE)
      *> et identifiant du run.
           MOVE 0 TO WS-SERIAL-PREC
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > SER-NB-POINTS(WS-SER-IDX)
              MOVE SER-NOM(WS-SER-IDX) TO WS-SYD-NOM
              MOVE PT-DATE(WS-SER-IDX, WS-PT-IDX) TO WS-SYD-DATE
              MOVE PT-VALEUR(WS-SER-IDX, WS-PT-IDX) TO WS-SYD-VALEUR
              MOVE PT-RUNID(WS-SER-IDX, WS-PT-IDX) TO WS-SYD-RUNID
              MOVE SPACES TO WS-SYD-TROU
              IF WS-PT-IDX = 1
                 MOVE 0 TO WS-SYD-DELTA

       COPY FSTATPR.
       COPY PUBPR.
       COPY RUNPR.
       COPY DATPR.
       COPY MANPR.
