      *> distinct (RC 4) pour que l'exploitation soit réveillée : un
      *> jour où les rapports OK tombent de 540 à 12 doit échouer
      *> bruyamment au lieu de dormir dans sommaire.rpt.
      *> Identifiant de run (cf. RUNWS.cpy) : le run contrôlé est
      *> celui que portent les sommaires relus (ligne RUN, à défaut
      *> le run de ce pas) ; il est repris sur chaque ligne
      *> d'alerte et au fichier d'état. Le run précédent de JOUR2 et
      *> de JOUR3 est la dernière ligne de tendance.rpt ou de
      *> ledger.rpt d'un autre run que celui du sommaire, et non
      *> plus l'avant-dernière ligne : un rerun ou un run antidaté
      *> ne fausse plus la référence. Un même run recontrôlé (pas
      *> relancé) ne compte pas un run ouvert de plus à ses alertes.
      *> Les parts J1-PART-nn n'ont pas d'historique chez JOUR1 :
      *> ce pas tient le sien (parts_j1.dat), une ligne par part et
      *> par run contrôlé, et en reprend le dernier autre run comme
      *> run précédent pour leur contrôle de variation.
      *> Les fichiers lus et produits sont inscrits au manifeste de
      *> run (cf. MANWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT J5-SOMMAIRE ASSIGN TO DYNAMIC WS-J5-SOMMAIRE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-J5-SOMMAIRE-STATUS.
           SELECT J1-BILAN ASSIGN TO DYNAMIC WS-J1-BILAN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-J1-BILAN-STATUS.
           SELECT FICHIER-TENDANCE ASSIGN TO DYNAMIC WS-TENDANCE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TENDANCE-STATUS.
           SELECT FICHIER-ACK ASSIGN TO DYNAMIC WS-ACK-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT FICHIER-PARTS-J1 ASSIGN TO DYNAMIC WS-PARTS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTS-STATUS.
           SELECT FICHIER-SOMMAIRE-RUN ASSIGN TO DYNAMIC
               WS-SOMRUN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOMRUN-STATUS.
           COPY PUBSEL.
           COPY MANSEL.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER               PIC X(01).
           05  WS-J5-RESULTAT-INVAL PIC 9(06).

       FD  J1-BILAN.
      *> Bilan de JOUR1 : seules les parts des premiers contributeurs
      *> de la similarité (lignes PART-nn, en centièmes de pour cent)
      *> en sont reprises, comme métriques J1-PART-nn, pour alerter
      *> quand la part d'un identifiant s'envole.
       01  WS-J1-BILAN-RECORD.
           05  WS-J1B-PROGID       PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-J1B-NOM          PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-J1B-VALEUR       PIC 9(10).
           05  FILLER              PIC X(10).
           05  WS-J1B-RUNID        PIC X(26).

       FD  FICHIER-TENDANCE.
      *> Historique OK/KO de JOUR2 : la dernière ligne donne le run
      *> précédent pour les variations en pourcentage.
           05  WS-TEND-OK          PIC 9(04).
           05  FILLER              PIC X(01).
           05  WS-TEND-OK-DUMP     PIC 9(04).
           05  FILLER              PIC X(01).
           05  WS-TEND-RUNID       PIC X(26).

       FD  FICHIER-LEDGER.
      *> Grand livre des totaux de JOUR3 : même usage (sens,
      *> référence et items non revus en FILLER, run en queue).
       01  WS-LEDGER-RECORD.
           05  WS-LEDG-PROGID      PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-LEDG-TOTAL       PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-LEDG-TOTAL-CORR  PIC 9(10).
           05  FILLER              PIC X(23).
           05  WS-LEDG-RUNID       PIC X(26).

       FD  FICHIER-PLAGES.
      *> Fichier de contrôle des plages attendues : une ligne par
      *> métrique, "NOM MIN MAX [MAXPCT]" (MAXPCT absent = pas de
      *> contrôle de variation), éventuellement précédée de sa
      *> fenêtre de vigueur (cf. VIGWS.cpy).
       01  WS-PLAGE-RECORD PIC X(80).

       FD  FICHIER-ALERTES.
      *> Rapport d'alertes : une ligne par franchissement, avec son
      *> état de cycle de vie (NOUVELLE, REPETEE avec son compte de
      *> runs ouverts, acquittement, marqueur ESCALADE), plus une
      *> ligne par alerte clôturée depuis le run précédent ; la
      *> dernière ligne porte la version du fichier des plages en
      *> vigueur pour la date traitée (cf. VIGWS.cpy). Le record
      *> est préparé en WORKING-STORAGE et écrit via WRITE ... FROM.
       01  WS-ALERTE-RECORD PIC X(150).

       FD  FICHIER-ETAT-ALR.
      *> Fichier d'état des alertes ouvertes, clé (métrique, type) :
      *> état, nombre de runs ouverts, acquittement, dates et dernier
      *> run contrôlé. Relu au
      *> lancement, réécrit en fin de run avec les seules alertes
      *> encore ouvertes - une alerte disparue sort en CLOTUREE au
      *> rapport au lieu de s'évanouir en silence. Les FILLER de
           05  WS-ETA-DEBUT        PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-ETA-MAJ          PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-ETA-RUNID        PIC X(26).

       FD  FICHIER-ACK.
      *> Acquittements posés par l'exploitation : une ligne
      *> non acquittée escalade.
       01  WS-ACK-RECORD PIC X(30).

       FD  FICHIER-PARTS-J1.
      *> Historique des parts de JOUR1 : date traitée, run
      *> contrôlé, métrique J1-PART-nn et sa valeur (centièmes de
      *> pour cent). Écrit en ajout par ce pas, une seule fois par
      *> run contrôlé.
       01  WS-PARTS-RECORD.
           05  WS-PRT-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-PRT-RUNID        PIC X(26).
           05  FILLER              PIC X(01).
           05  WS-PRT-NOM          PIC X(14).
           05  FILLER              PIC X(01).
           05  WS-PRT-VALEUR       PIC 9(15).

       FD  FICHIER-SOMMAIRE-RUN.
      *> Relecture complète d'un sommaire pour sa seule ligne RUN.
       01  WS-SOMRUN-RECORD PIC X(200).

       COPY PUBFD.
       COPY MANFD.

       WORKING-STORAGE SECTION.
      *> Chaque dataset est résolu par la même variable
       01  WS-DEFAULT-J5-SOMMAIRE-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J5/sommaire.rpt".
       01  WS-J5-SOMMAIRE-STATUS PIC X(02) VALUE '00'.
       01  WS-J1-BILAN-DSN    PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-J1-BILAN-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2025/J1-1/bilan.rpt".
       01  WS-J1-BILAN-STATUS PIC X(02) VALUE '00'.
       01  WS-TENDANCE-DSN    PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-TENDANCE-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J2/tendance.rpt".
       01  WS-DEFAULT-ALERTES-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/alertes.rpt".
       01  WS-ALERTES-STATUS  PIC X(02) VALUE '00'.
       01  WS-PARTS-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-PARTS-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/parts_j1.dat".
       01  WS-PARTS-STATUS    PIC X(02) VALUE '00'.
       01  WS-SOMRUN-DSN      PIC X(200) VALUE SPACES.
       01  WS-SOMRUN-STATUS   PIC X(02) VALUE '00'.

      *> Runs producteurs relus sur la ligne RUN des sommaires (à
      *> blanc : sommaire antérieur à l'identifiant) et run
      *> contrôlé par ce pas.
       01  WS-RUNID-SOMMAIRE  PIC X(26) VALUE SPACES.
       01  WS-RUNID-J2        PIC X(26) VALUE SPACES.
       01  WS-RUNID-J3        PIC X(26) VALUE SPACES.
       01  WS-RUNID-CONTROLE  PIC X(26) VALUE SPACES.

      *> Les métriques du run courant, avec la valeur du run
      *> précédent quand un historique la fournit (tendance.rpt pour
      *> JOUR2, ledger.rpt pour JOUR3, parts_j1.dat pour les parts
      *> de JOUR1).
       01  WS-NB-METRIQUES    PIC 9(02) VALUE 0.
       01  TABLE-METRIQUES.
           05  METRIQUE-ENTRY OCCURS 40.
               10  MET-NOM         PIC X(14).
               10  MET-VALEUR      PIC 9(15).
               10  MET-PREC        PIC 9(15).
           05  WS-LSV-TOTAL       PIC 9(10) VALUE 0.
           05  WS-LSV-TOTAL-CORR  PIC 9(10) VALUE 0.

      *> Parts du dernier autre run lu à l'historique des parts :
      *> la table repart à vide à chaque nouveau run rencontré, il
      *> n'en reste en fin de fichier que le plus récent.
       01  WS-PRT-RUNID-GROUPE PIC X(26) VALUE SPACES.
       01  WS-NB-PARTS-PREC   PIC 9(02) VALUE 0.
       01  TABLE-PARTS-PREC.
           05  PARTS-PREC-ENTRY OCCURS 40.
               10  PP-NOM          PIC X(14).
               10  PP-VALEUR       PIC 9(15).
       01  WS-PP-IDX          PIC 9(02) VALUE 0.
       01  WS-PARTS-DEJA      PIC 9 VALUE 0.
           88  PARTS-DEJA-ARCHIVEES VALUE 1.
           88  PARTS-A-ARCHIVER     VALUE 0.

       01  WS-NB-ALERTES      PIC 9(03) VALUE 0.
       01  WS-NB-ALERTES-ACTIVES PIC 9(03) VALUE 0.
       01  WS-NB-CLOTUREES    PIC 9(03) VALUE 0.
           05  WS-AL-ACK          PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-AL-ESCALADE     PIC X(08).
           05  FILLER             PIC X(05) VALUE " RUN ".
           05  WS-AL-RUNID        PIC X(26).

      *> Cycle de vie des alertes : état relu du run précédent,
      *> acquittements de l'exploitation, et table de travail du
               10  EA-ACK         PIC X(01).
               10  EA-DEBUT       PIC 9(08).
               10  EA-VUE         PIC 9(01).
               10  EA-RUNID       PIC X(26).
       01  WS-EA-IDX          PIC 9(02) VALUE 0.
       01  WS-EA-TROUVE       PIC 9(02) VALUE 0.
       01  WS-ACK-METRIQUE    PIC X(14) VALUE SPACES.
           88  HIST-ABSENT       VALUE 0.

       COPY FSTATWS.
       COPY DATWS.
       COPY VIGWS.
       COPY PUBWS.
       COPY RUNWS.
       COPY MANWS.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY "=== JOURALR : controle des plages attendues ==="
           MOVE 'JOURALR' TO WS-RUNID-PROGID
           PERFORM DETERMINER-RUNID
           MOVE 'JOURALR' TO WS-MAN-PROGID
           PERFORM RESOUDRE-DATASETS
      *> Les sorties d'un producteur encore marqué ENCOURS au
      *> fichier des publications sont refusées (cf. PUBWS.cpy).
           MOVE 'JOUR5' TO WS-PUB-PROGID
           PERFORM VERIFIER-PUBLICATION
           PERFORM CHARGER-METRIQUES
           PERFORM DETERMINER-RUN-CONTROLE
           PERFORM CHARGER-PRECEDENTS
           PERFORM CHARGER-ETATS-ALERTES
           PERFORM APPLIQUER-ACQUITTEMENTS
           PERFORM CONTROLER-PLAGES
           PERFORM CLOTURER-ALERTES
           WRITE WS-ALERTE-RECORD FROM WS-VIG-VERSION
           CLOSE FICHIER-ALERTES
           MOVE WS-ALERTES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           PERFORM REECRIRE-ETATS-ALERTES
           PERFORM ARCHIVER-PARTS-JOUR1
           PERFORM ECRIRE-MANIFESTE
           DISPLAY "JOURALR : " WS-NB-ALERTES " alerte(s) dont "
                   WS-NB-ALERTES-ACTIVES " non acquittee(s), "
                   WS-NB-CLOTUREES " cloturee(s)"
           IF WS-J5-SOMMAIRE-DSN = SPACES
              MOVE WS-DEFAULT-J5-SOMMAIRE-DSN TO WS-J5-SOMMAIRE-DSN
           END-IF
           ACCEPT WS-J1-BILAN-DSN FROM ENVIRONMENT "JOUR1_BILAN_DSN"
           IF WS-J1-BILAN-DSN = SPACES
              MOVE WS-DEFAULT-J1-BILAN-DSN TO WS-J1-BILAN-DSN
           END-IF
           ACCEPT WS-TENDANCE-DSN FROM ENVIRONMENT "JOUR2_TENDANCE_DSN"
           IF WS-TENDANCE-DSN = SPACES
              MOVE WS-DEFAULT-TENDANCE-DSN TO WS-TENDANCE-DSN
           IF WS-ACK-DSN = SPACES
              MOVE WS-DEFAULT-ACK-DSN TO WS-ACK-DSN
           END-IF
           ACCEPT WS-PARTS-DSN FROM ENVIRONMENT "JOURALR_PARTS_DSN"
           IF WS-PARTS-DSN = SPACES
              MOVE WS-DEFAULT-PARTS-DSN TO WS-PARTS-DSN
           END-IF
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE.

       POSER-METRIQUE.
           ADD 1 TO WS-NB-METRIQUES

       CHARGER-METRIQUES.
           OPEN INPUT J1-REPORT
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-J1-REPORT-DSN TO WS-MAN-DSN-W
           MOVE WS-J1-REPORT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-J1-REPORT-STATUS TO WS-FSTAT-CODE
           MOVE WS-J1-REPORT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE J1-REPORT" TO WS-FSTAT-OPER
              AT END CONTINUE
           END-READ
           CLOSE J1-REPORT
           MOVE WS-J1-REPORT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE "J1-NB-LIGNES" TO WS-MET-NOM-W
           MOVE WS-J1-NB-LIGNES TO WS-MET-VALEUR-W
           PERFORM POSER-METRIQUE
           MOVE "J1-SIM-TOTAL" TO WS-MET-NOM-W
           MOVE WS-J1-SIM-TOTAL TO WS-MET-VALEUR-W
           PERFORM POSER-METRIQUE
           PERFORM CHARGER-PARTS-JOUR1
           OPEN INPUT J2-SOMMAIRE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-J2-SOMMAIRE-DSN TO WS-MAN-DSN-W
           MOVE WS-J2-SOMMAIRE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-J2-SOMMAIRE-STATUS TO WS-FSTAT-CODE
           MOVE WS-J2-SOMMAIRE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE J2-SOMMAIRE" TO WS-FSTAT-OPER
              AT END CONTINUE
           END-READ
           CLOSE J2-SOMMAIRE
           MOVE WS-J2-SOMMAIRE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE "J2-NB-RAPPORTS" TO WS-MET-NOM-W
           MOVE WS-J2-NB-RAPPORTS TO WS-MET-VALEUR-W
           PERFORM POSER-METRIQUE
           MOVE WS-J2-OK-DUMP TO WS-MET-VALEUR-W
           PERFORM POSER-METRIQUE
           OPEN INPUT J3-SOMMAIRE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-J3-SOMMAIRE-DSN TO WS-MAN-DSN-W
           MOVE WS-J3-SOMMAIRE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-J3-SOMMAIRE-STATUS TO WS-FSTAT-CODE
           MOVE WS-J3-SOMMAIRE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE J3-SOMMAIRE" TO WS-FSTAT-OPER
              AT END CONTINUE
           END-READ
           CLOSE J3-SOMMAIRE
           MOVE WS-J3-SOMMAIRE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE "J3-TOTAL" TO WS-MET-NOM-W
           MOVE WS-J3-TOTAL TO WS-MET-VALEUR-W
           PERFORM POSER-METRIQUE
           MOVE WS-J3-TOTAL-CORR TO WS-MET-VALEUR-W
           PERFORM POSER-METRIQUE
           OPEN INPUT J4-SOMMAIRE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-J4-SOMMAIRE-DSN TO WS-MAN-DSN-W
           MOVE WS-J4-SOMMAIRE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-J4-SOMMAIRE-STATUS TO WS-FSTAT-CODE
           MOVE WS-J4-SOMMAIRE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE J4-SOMMAIRE" TO WS-FSTAT-OPER
              AT END CONTINUE
           END-READ
           CLOSE J4-SOMMAIRE
           MOVE WS-J4-SOMMAIRE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE "J4-XMAS" TO WS-MET-NOM-W
           MOVE WS-J4-XMAS TO WS-MET-VALEUR-W
           PERFORM POSER-METRIQUE
           MOVE WS-J4-CROIX TO WS-MET-VALEUR-W
           PERFORM POSER-METRIQUE
           OPEN INPUT J5-SOMMAIRE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-J5-SOMMAIRE-DSN TO WS-MAN-DSN-W
           MOVE WS-J5-SOMMAIRE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-J5-SOMMAIRE-STATUS TO WS-FSTAT-CODE
           MOVE WS-J5-SOMMAIRE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE J5-SOMMAIRE" TO WS-FSTAT-OPER
              AT END CONTINUE
           END-READ
           CLOSE J5-SOMMAIRE
           MOVE WS-J5-SOMMAIRE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE "J5-RESULTAT" TO WS-MET-NOM-W
           MOVE WS-J5-RESULTAT TO WS-MET-VALEUR-W
           PERFORM POSER-METRIQUE
           MOVE WS-J5-RESULTAT-INVAL TO WS-MET-VALEUR-W
           PERFORM POSER-METRIQUE.

       DETERMINER-RUN-CONTROLE.
      *> Run contrôlé : le premier run trouvé sur les sommaires de
      *> JOUR1 à JOUR5 (tous le même dans une chaîne), à défaut
      *> celui de ce pas. Les runs de JOUR2 et JOUR3 servent en plus à
      *> écarter leurs propres lignes d'historique.
           MOVE SPACES TO WS-RUNID-CONTROLE
           MOVE WS-J1-REPORT-DSN TO WS-SOMRUN-DSN
           PERFORM LIRE-RUNID-SOMMAIRE
           MOVE WS-J2-SOMMAIRE-DSN TO WS-SOMRUN-DSN
           PERFORM LIRE-RUNID-SOMMAIRE
           MOVE WS-RUNID-SOMMAIRE TO WS-RUNID-J2
           MOVE WS-J3-SOMMAIRE-DSN TO WS-SOMRUN-DSN
           PERFORM LIRE-RUNID-SOMMAIRE
           MOVE WS-RUNID-SOMMAIRE TO WS-RUNID-J3
           MOVE WS-J4-SOMMAIRE-DSN TO WS-SOMRUN-DSN
           PERFORM LIRE-RUNID-SOMMAIRE
           MOVE WS-J5-SOMMAIRE-DSN TO WS-SOMRUN-DSN
           PERFORM LIRE-RUNID-SOMMAIRE
           IF WS-RUNID-CONTROLE = SPACES
              MOVE WS-RUNID TO WS-RUNID-CONTROLE
           END-IF
           DISPLAY "JOURALR : run controle "
                   FUNCTION TRIM(WS-RUNID-CONTROLE).

       LIRE-RUNID-SOMMAIRE.
           MOVE SPACES TO WS-RUNID-SOMMAIRE
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
                             TO WS-RUNID-SOMMAIRE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-SOMMAIRE-RUN
              MOVE WS-SOMRUN-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           IF WS-RUNID-CONTROLE = SPACES
              MOVE WS-RUNID-SOMMAIRE TO WS-RUNID-CONTROLE
           END-IF.

       CHARGER-PARTS-JOUR1.
      *> Bilan absent : pas de métrique de part, les autres contrôles
      *> se font quand même.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT J1-BILAN
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-J1-BILAN-DSN TO WS-MAN-DSN-W
           MOVE WS-J1-BILAN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-J1-BILAN-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ J1-BILAN INTO WS-J1-BILAN-RECORD
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       IF WS-J1B-NOM(1:5) = "PART-"
                          AND WS-NB-METRIQUES < 40
                          MOVE SPACES TO WS-MET-NOM-W
                          STRING "J1-" WS-J1B-NOM
                             DELIMITED BY SPACE INTO WS-MET-NOM-W
                          END-STRING
                          MOVE WS-J1B-VALEUR TO WS-MET-VALEUR-W
                          PERFORM POSER-METRIQUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE J1-BILAN
              MOVE WS-J1-BILAN-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       CHARGER-PRECEDENTS.
      *> Le run précédent de JOUR2 est l'avant-dernière ligne de
      *> tendance.rpt (la dernière est le run courant, ajoutée par
      *> l'avant-dernière ligne est bien celle qui reste posée.
      *> Fichier absent ou à une seule ligne : pas de contrôle de
      *> variation pour ces métriques.
      *> Quand le sommaire du producteur porte son run, le run
      *> précédent est la dernière ligne d'un autre run : elle est
      *> sauvegardée au fil de la lecture et posée en fin de
      *> fichier (les lignes antérieures à l'identifiant, à blanc,
      *> sont d'un autre run). Sans ligne RUN au sommaire, le
      *> principe de l'avant-dernière ligne ci-dessus s'applique.
           SET NOT-FIN-FICHIER TO TRUE
           SET HIST-ABSENT TO TRUE
           OPEN INPUT FICHIER-TENDANCE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-TENDANCE-DSN TO WS-MAN-DSN-W
           MOVE WS-TENDANCE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-TENDANCE-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-TENDANCE INTO WS-TENDANCE-RECORD
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       IF WS-RUNID-J2 = SPACES
                          IF HIST-TROUVE
                             PERFORM NOTER-PREC-J2
                          END-IF
                          PERFORM SAUVER-LIGNE-TENDANCE
                       ELSE
                          IF WS-TEND-RUNID NOT = WS-RUNID-J2
                             PERFORM SAUVER-LIGNE-TENDANCE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-TENDANCE
              MOVE WS-TENDANCE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
              IF WS-RUNID-J2 NOT = SPACES AND HIST-TROUVE
                 PERFORM NOTER-PREC-J2
              END-IF
           END-IF
           SET NOT-FIN-FICHIER TO TRUE
           SET HIST-ABSENT TO TRUE
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
      *>                ils n'entrent pas dans la comparaison.
                       IF WS-LEDG-PROGID NOT = "JOUR3ADJ"
                          IF WS-RUNID-J3 = SPACES
                             IF HIST-TROUVE
                                PERFORM NOTER-PREC-J3
                             END-IF
                             PERFORM SAUVER-LIGNE-LEDGER
                          ELSE
                             IF WS-LEDG-RUNID NOT = WS-RUNID-J3
                                PERFORM SAUVER-LIGNE-LEDGER
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-LEDGER
              MOVE WS-LEDGER-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
              IF WS-RUNID-J3 NOT = SPACES AND HIST-TROUVE
                 PERFORM NOTER-PREC-J3
              END-IF
           END-IF
           PERFORM CHARGER-PARTS-PRECEDENTES.

       CHARGER-PARTS-PRECEDENTES.
      *> Run précédent des parts : le dernier run, autre que le run
      *> contrôlé, inscrit à l'historique des parts. Les lignes du
      *> run contrôlé lui-même (pas relancé) sont écartées et
      *> empêchent une seconde inscription en fin de pas.
      *> Historique absent : pas de contrôle de variation des parts.
           SET NOT-FIN-FICHIER TO TRUE
           SET PARTS-A-ARCHIVER TO TRUE
           MOVE SPACES TO WS-PRT-RUNID-GROUPE
           MOVE 0 TO WS-NB-PARTS-PREC
           OPEN INPUT FICHIER-PARTS-J1
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-PARTS-DSN TO WS-MAN-DSN-W
           MOVE WS-PARTS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-PARTS-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-PARTS-J1 INTO WS-PARTS-RECORD
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       IF WS-PRT-RUNID = WS-RUNID-CONTROLE
                          SET PARTS-DEJA-ARCHIVEES TO TRUE
                       ELSE
                          IF WS-PRT-RUNID NOT = WS-PRT-RUNID-GROUPE
                             MOVE WS-PRT-RUNID TO WS-PRT-RUNID-GROUPE
                             MOVE 0 TO WS-NB-PARTS-PREC
                          END-IF
                          IF WS-NB-PARTS-PREC < 40
                             ADD 1 TO WS-NB-PARTS-PREC
                             MOVE WS-PRT-NOM
                                TO PP-NOM(WS-NB-PARTS-PREC)
                             MOVE WS-PRT-VALEUR
                                TO PP-VALEUR(WS-NB-PARTS-PREC)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-PARTS-J1
              MOVE WS-PARTS-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
              UNTIL WS-PP-IDX > WS-NB-PARTS-PREC
              MOVE PP-NOM(WS-PP-IDX) TO WS-MET-NOM-W
              MOVE PP-VALEUR(WS-PP-IDX) TO WS-MET-VALEUR-W
              PERFORM POSER-PRECEDENT
           END-PERFORM.

       SAUVER-LIGNE-TENDANCE.
           MOVE WS-TEND-NB-RAPPORTS TO WS-TSV-NB-RAPPORTS
           MOVE WS-TEND-OK TO WS-TSV-OK
           MOVE WS-TEND-OK-DUMP TO WS-TSV-OK-DUMP
           SET HIST-TROUVE TO TRUE.

       SAUVER-LIGNE-LEDGER.
           MOVE WS-LEDG-TOTAL TO WS-LSV-TOTAL
           MOVE WS-LEDG-TOTAL-CORR TO WS-LSV-TOTAL-CORR
           SET HIST-TROUVE TO TRUE.

       NOTER-PREC-J2.
      *> Pose la ligne sauvegardée (celle qui précède la ligne en
              END-IF
           END-PERFORM.

       ARCHIVER-PARTS-JOUR1.
      *> Inscrit les parts du run contrôlé à leur historique, pour
      *> servir de run précédent au prochain contrôle. Même repli
      *> que pour tendance.rpt de JOUR2 : OPEN EXTEND ne crée pas
      *> le fichier (statut '35'), OPEN OUTPUT le crée.
           IF PARTS-A-ARCHIVER
              OPEN EXTEND FICHIER-PARTS-J1
              IF WS-PARTS-STATUS = '35'
                 OPEN OUTPUT FICHIER-PARTS-J1
              END-IF
              MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
              MOVE WS-PARTS-DSN TO WS-MAN-DSN-W
              MOVE WS-PARTS-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              MOVE WS-PARTS-STATUS TO WS-FSTAT-CODE
              MOVE WS-PARTS-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-PARTS-J1" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              PERFORM VARYING WS-MET-IDX FROM 1 BY 1
                 UNTIL WS-MET-IDX > WS-NB-METRIQUES
                 IF MET-NOM(WS-MET-IDX)(1:8) = "J1-PART-"
                    MOVE SPACES TO WS-PARTS-RECORD
                    MOVE WS-RUN-DATE TO WS-PRT-DATE
                    MOVE WS-RUNID-CONTROLE TO WS-PRT-RUNID
                    MOVE MET-NOM(WS-MET-IDX) TO WS-PRT-NOM
                    MOVE MET-VALEUR(WS-MET-IDX) TO WS-PRT-VALEUR
                    WRITE WS-PARTS-RECORD
                 END-IF
              END-PERFORM
              CLOSE FICHIER-PARTS-J1
              MOVE WS-PARTS-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       CONTROLER-PLAGES.
           OPEN OUTPUT FICHIER-ALERTES
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-ALERTES-DSN TO WS-MAN-DSN-W
           MOVE WS-ALERTES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-ALERTES-STATUS TO WS-FSTAT-CODE
           MOVE WS-ALERTES-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-ALERTES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
      *> Seules les plages en vigueur à la date traitée sont
      *> appliquées (cf. VIGWS.cpy).
           MOVE WS-RUN-DATE TO WS-VIG-DATE
           MOVE "JOURALR_PLAGES" TO WS-VIG-NOM
           PERFORM INITIALISER-VIGUEUR
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-PLAGES
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-PLAGES-DSN TO WS-MAN-DSN-W
           MOVE WS-PLAGES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-PLAGES-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-PLAGES INTO WS-PLAGE-RECORD
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       MOVE WS-PLAGE-RECORD TO WS-VIG-LIGNE
                       PERFORM FILTRER-VIGUEUR
                       IF VIG-RETENUE
                          PERFORM CONTROLER-UNE-PLAGE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-PLAGES
              MOVE WS-PLAGES-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           ELSE
              SET VIG-PAR-DEFAUT TO TRUE
              DISPLAY "JOURALR : fichier des plages absent ("
                      FUNCTION TRIM(WS-PLAGES-DSN)
                      "), aucun controle effectue"
           END-IF
           PERFORM FORMATER-VERSION-VIGUEUR
           DISPLAY "JOURALR : " FUNCTION TRIM(WS-VIG-VERSION).

       CONTROLER-UNE-PLAGE.
           IF WS-VIG-ENTREE = SPACES
              CONTINUE
           ELSE
           MOVE SPACES TO WS-PL-NOM WS-PL-MIN-X WS-PL-MAX-X
                          WS-PL-PCT-X
           UNSTRING WS-VIG-ENTREE DELIMITED BY ALL SPACE
              INTO WS-PL-NOM WS-PL-MIN-X WS-PL-MAX-X WS-PL-PCT-X
           END-UNSTRING
           MOVE 0 TO WS-PL-MIN WS-PL-MAX WS-PL-PCT
           ADD 1 TO WS-NB-ALERTES
           MOVE MET-NOM(WS-MET-IDX) TO WS-AL-NOM
           MOVE MET-VALEUR(WS-MET-IDX) TO WS-AL-VALEUR
           MOVE WS-RUNID-CONTROLE TO WS-AL-RUNID
           PERFORM NOTER-CYCLE-ALERTE
           WRITE WS-ALERTE-RECORD FROM WS-ALERTE-LIGNE-W
           DISPLAY "ALERTE " WS-AL-NOM " " WS-AL-TYPE
      *> sortira NOUVELLE).
           MOVE 'N' TO WS-ETAT-EOF
           OPEN INPUT FICHIER-ETAT-ALR
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-ETAT-DSN TO WS-MAN-DSN-W
           MOVE WS-ETAT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-ETAT-STATUS = '00'
              PERFORM UNTIL WS-ETAT-EOF = 'Y'
                 OR WS-NB-ETATS >= WS-MAX-ETATS
                       MOVE WS-ETA-JOURS TO EA-JOURS(WS-NB-ETATS)
                       MOVE WS-ETA-ACK  TO EA-ACK(WS-NB-ETATS)
                       MOVE WS-ETA-DEBUT TO EA-DEBUT(WS-NB-ETATS)
                       MOVE WS-ETA-RUNID TO EA-RUNID(WS-NB-ETATS)
                       MOVE 0 TO EA-VUE(WS-NB-ETATS)
                 END-READ
              END-PERFORM
              CLOSE FICHIER-ETAT-ALR
              MOVE WS-ETAT-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       APPLIQUER-ACQUITTEMENTS.
      *> pointées acquittées (fichier absent : rien à faire).
           MOVE 'N' TO WS-ETAT-EOF
           OPEN INPUT FICHIER-ACK
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-ACK-DSN TO WS-MAN-DSN-W
           MOVE WS-ACK-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-ACK-STATUS = '00'
              PERFORM UNTIL WS-ETAT-EOF = 'Y'
                 READ FICHIER-ACK INTO WS-ACK-RECORD
                 END-READ
              END-PERFORM
              CLOSE FICHIER-ACK
              MOVE WS-ACK-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       NOTER-CYCLE-ALERTE.
      *> Franchissement du run : déjà ouvert -> REPETEE (compte de
      *> runs ouverts incrémenté), sinon NOUVELLE. L'acquittement
      *> suit l'entrée ; une répétition non acquittée de 3 runs ou
      *> plus porte le marqueur ESCALADE. Un run déjà compté pour
      *> l'alerte (même run contrôlé au fichier d'état) ne
      *> l'incrémente pas une seconde fois.
           MOVE 0 TO WS-EA-TROUVE
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
              UNTIL WS-EA-IDX > WS-NB-ETATS
                 MOVE 0 TO EA-JOURS(WS-EA-TROUVE)
                 MOVE 'N' TO EA-ACK(WS-EA-TROUVE)
                 MOVE WS-RUN-DATE TO EA-DEBUT(WS-EA-TROUVE)
                 MOVE SPACES TO EA-RUNID(WS-EA-TROUVE)
              END-IF
              IF EA-RUNID(WS-EA-TROUVE) = SPACES
                 OR EA-RUNID(WS-EA-TROUVE) NOT = WS-RUNID-CONTROLE
                 IF EA-JOURS(WS-EA-TROUVE) > 0
                    MOVE 'REPETEE' TO EA-ETAT(WS-EA-TROUVE)
                 END-IF
                 ADD 1 TO EA-JOURS(WS-EA-TROUVE)
                 MOVE WS-RUNID-CONTROLE TO EA-RUNID(WS-EA-TROUVE)
              END-IF
              MOVE 1 TO EA-VUE(WS-EA-TROUVE)
              MOVE EA-ETAT(WS-EA-TROUVE) TO WS-AL-ETAT
              MOVE EA-JOURS(WS-EA-TROUVE) TO WS-AL-JOURS
                 MOVE EA-TYPE(WS-EA-IDX) TO WS-AL-TYPE
                 MOVE 0 TO WS-AL-VALEUR WS-AL-REF
                 MOVE 'CLOTUREE' TO WS-AL-ETAT
                 MOVE WS-RUNID-CONTROLE TO WS-AL-RUNID
                 MOVE EA-JOURS(WS-EA-IDX) TO WS-AL-JOURS
                 MOVE EA-ACK(WS-EA-IDX) TO WS-AL-ACK
                 MOVE SPACES TO WS-AL-ESCALADE
      *> Réécrit le fichier d'état avec les seules alertes encore
      *> ouvertes (vues pendant ce run).
           OPEN OUTPUT FICHIER-ETAT-ALR
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-ETAT-DSN TO WS-MAN-DSN-W
           MOVE WS-ETAT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-ETAT-STATUS TO WS-FSTAT-CODE
           MOVE WS-ETAT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-ETAT-ALR" TO WS-FSTAT-OPER
                 MOVE EA-ACK(WS-EA-IDX)      TO WS-ETA-ACK
                 MOVE EA-DEBUT(WS-EA-IDX)    TO WS-ETA-DEBUT
                 MOVE WS-RUN-DATE            TO WS-ETA-MAJ
                 MOVE EA-RUNID(WS-EA-IDX)    TO WS-ETA-RUNID
                 WRITE WS-ETAT-RECORD
              END-IF
           END-PERFORM
           CLOSE FICHIER-ETAT-ALR
           MOVE WS-ETAT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       COPY FSTATPR.
       COPY DATPR.
       COPY VIGPR.
       COPY PUBPR.
       COPY RUNPR.
       COPY MANPR.
