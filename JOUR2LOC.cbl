       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOUR2LOC.

      *> État de sécurité par lieu : chaque rapport JOUR2 provient
      *> d'un équipement installé sur un lieu suivi par JOUR1 dans
      *> master_lieux.dat. Ce pas rapproche les deux sorties au
      *> moyen d'une table de correspondance (clé rapport -> lieu)
      *> maintenue par l'exploitation : le fichier des corrigés et
      *> le listing des rejets de JOUR2 sont ventilés par lieu, puis
      *> chaque lieu est confronté au référentiel JOUR1 et aux
      *> listings du jour (doublons, non-appariés). Une ligne par
      *> lieu : nombre de rapports, rapports KO, rapports réparés par
      *> le DUMPER, lieu non apparié ou en double aujourd'hui dans
      *> JOUR1. Les clés absentes de la correspondance et les lieux
      *> inconnus du référentiel sont listés à part (RC 4).
      *> Les deux listings se terminent par la ligne de queue de
      *> l'identifiant du run (cf. RUNWS.cpy) ; les datasets lus et
      *> produits sont inscrits au manifeste de run (cf. MANWS.cpy),
      *> le référentiel indexé excepté comme chez JOUR1. Le pas
      *> tient son journal de run (cf. LOGWS.cpy) et marque ses
      *> sorties au fichier des publications (cf. PUBWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-XREF ASSIGN TO DYNAMIC WS-XREF-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT FICHIER-CORRIGES ASSIGN TO DYNAMIC WS-CORRIGES-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRIGES-STATUS.
           SELECT FICHIER-REJETS ASSIGN TO DYNAMIC WS-REJETS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJETS-STATUS.
           SELECT FICHIER-MASTER ASSIGN TO DYNAMIC WS-MASTER-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT FICHIER-DOUBLONS ASSIGN TO DYNAMIC WS-DOUBLONS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOUBLONS-STATUS.
           SELECT FICHIER-NONAPP ASSIGN TO DYNAMIC WS-NONAPP-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NONAPP-STATUS.
           SELECT FICHIER-ETAT-LIEUX ASSIGN TO DYNAMIC WS-ETAT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.
           SELECT FICHIER-ANOMALIES ASSIGN TO DYNAMIC WS-ANOMALIES-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOMALIES-STATUS.
           COPY MANSEL.
           COPY LOGSEL.
           COPY PUBSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-XREF.
      *> Table de correspondance : une ligne par clé rapport, la clé
      *> JOUR2 (8 caractères) puis l'identifiant de lieu JOUR1 (5
      *> chiffres). Les lignes blanches et les lignes commençant par
      *> '*' sont des commentaires.
       01  WS-XREF-RECORD.
           05  WS-XRF-CLE          PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-XRF-ID-X         PIC X(05).
           05  WS-XRF-ID REDEFINES WS-XRF-ID-X PIC 9(05).
           05  FILLER              PIC X(66).

       FD  FICHIER-CORRIGES.
      *> Même disposition que WS-CORRIGE-LIGNE écrit par JOUR2 : la
      *> clé rapport en tête, puis les niveaux.
       01  WS-CORRIGE-LIGNE.
           05  WS-COR-CLE          PIC X(08).
           05  FILLER              PIC X(152).

       FD  FICHIER-REJETS.
      *> Même disposition que WS-REJET-RECORD écrit par JOUR2.
       01  WS-REJET-RECORD.
           05  WS-REJ-LIGNE        PIC 9(04).
           05  FILLER              PIC X(01).
           05  WS-REJ-RAISON       PIC X(30).
           05  FILLER              PIC X(01).
           05  WS-REJ-STATUT       PIC X(13).
           05  FILLER              PIC X(01).
           05  WS-REJ-COL-SUPP-X   PIC X(02).
           05  FILLER              PIC X(01).
           05  WS-REJ-COL-SUPP2-X  PIC X(02).
           05  FILLER              PIC X(01).
           05  WS-REJ-CLE          PIC X(08).

       FD  FICHIER-MASTER.
      *> Même disposition que WS-MASTER-RECORD tenu par JOUR1 ; lu
      *> en accès direct, jamais mis à jour ici.
       01  WS-MASTER-RECORD.
           05  MST-ID              PIC 9(05).
           05  MST-PREMIER-VU      PIC 9(08).
           05  MST-DERNIER-VU      PIC 9(08).
           05  MST-NB-OCC-T1       PIC 9(09).
           05  MST-NB-OCC-T2       PIC 9(09).
           05  MST-FLAG-DOUBLON    PIC X(01).
           05  MST-FLAG-NONAPP     PIC X(01).

       FD  FICHIER-DOUBLONS.
      *> Même disposition que WS-EXCEPT-RECORD écrit par JOUR1.
       01  WS-DOUBLON-RECORD.
           05  WS-DBL-TABLE        PIC X(06).
           05  FILLER              PIC X(01).
           05  WS-DBL-ID           PIC 9(05).
           05  FILLER              PIC X(01).
           05  WS-DBL-NB-OCC       PIC 9(09).

       FD  FICHIER-NONAPP.
      *> Même disposition que WS-NONAPP-RECORD écrit par JOUR1.
       01  WS-NONAPP-RECORD.
           05  WS-NAP-ID           PIC 9(05).

       FD  FICHIER-ETAT-LIEUX.
      *> Une ligne par lieu de la table de correspondance, par
      *> identifiant croissant. Lignes préparées en WORKING-STORAGE
      *> et écrites via WRITE ... FROM.
       01  WS-ETAT-LIGNE PIC X(100).

       FD  FICHIER-ANOMALIES.
      *> Clés rapport sans lieu (CLE-SANS-LIEU) et lieux inconnus du
      *> référentiel JOUR1 (LIEU-INCONNU), une ligne chacune.
       01  WS-ANOMALIE-LIGNE PIC X(80).

       COPY MANFD.

       COPY LOGFD.

       COPY PUBFD.

       WORKING-STORAGE SECTION.
      *> Les sorties JOUR2 et JOUR1 sont résolues par les mêmes
      *> variables d'environnement que les pas qui les écrivent,
      *> avec les mêmes défauts.
       01  WS-XREF-DSN         PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-XREF-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J2/xref_lieux.dat".
       01  WS-XREF-STATUS      PIC X(02) VALUE '00'.
       01  WS-CORRIGES-DSN     PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-CORRIGES-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J2/corriges.rpt".
       01  WS-CORRIGES-STATUS  PIC X(02) VALUE '00'.
       01  WS-REJETS-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-REJETS-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J2/rejets.rpt".
       01  WS-REJETS-STATUS    PIC X(02) VALUE '00'.
       01  WS-MASTER-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-MASTER-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2025/J1-1/master_lieux.dat".
       01  WS-MASTER-STATUS    PIC X(02) VALUE '00'.
       01  WS-DOUBLONS-DSN     PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-DOUBLONS-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2025/J1-1/doublons.rpt".
       01  WS-DOUBLONS-STATUS  PIC X(02) VALUE '00'.
       01  WS-NONAPP-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-NONAPP-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2025/J1-1/non_apparies.rpt".
       01  WS-NONAPP-STATUS    PIC X(02) VALUE '00'.
       01  WS-ETAT-DSN         PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-ETAT-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J2/etat_lieux.rpt".
       01  WS-ETAT-STATUS      PIC X(02) VALUE '00'.
       01  WS-ANOMALIES-DSN    PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-ANOMALIES-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J2/anomalies_lieux.rpt".
       01  WS-ANOMALIES-STATUS PIC X(02) VALUE '00'.

      *> Table de correspondance clé -> rang du lieu dans TABLE-LIEUX.
       01  WS-MAX-XREF         PIC 9(04) VALUE 5000.
       01  WS-NB-XREF          PIC 9(04) VALUE 0.
       01  TABLE-XREF.
           05  XREF-ENTRY OCCURS 5000.
               10  XREF-CLE        PIC X(08).
               10  XREF-LIEU-IDX   PIC 9(04).
       01  WS-XREF-IDX         PIC 9(04) VALUE 0.

      *> Cumuls par lieu, tenus triés par identifiant croissant au
      *> chargement de la correspondance.
       01  WS-MAX-LIEUX        PIC 9(04) VALUE 2000.
       01  WS-NB-LIEUX         PIC 9(04) VALUE 0.
       01  TABLE-LIEUX.
           05  LIEU-ENTRY OCCURS 2000.
               10  LIEU-ID         PIC 9(05).
               10  LIEU-NB-RAPPORTS PIC 9(06).
               10  LIEU-NB-KO      PIC 9(06).
               10  LIEU-NB-REPARES PIC 9(06).
               10  LIEU-DOUBLON    PIC X(01).
               10  LIEU-NONAPP     PIC X(01).
               10  LIEU-CONNU      PIC X(01).
       01  WS-LIEU-IDX         PIC 9(04) VALUE 0.
       01  WS-LIEU-IDX2        PIC 9(04) VALUE 0.
       01  WS-LIEU-TROUVE      PIC 9(04) VALUE 0.
       01  WS-LIEU-CHERCHE     PIC 9(05) VALUE 0.

      *> Clés déjà signalées sans lieu : une clé peut figurer à la
      *> fois dans les corrigés et dans les rejets (rapport réparé),
      *> elle n'est listée qu'une fois.
       01  WS-MAX-SANS-LIEU    PIC 9(04) VALUE 1000.
       01  WS-NB-SANS-LIEU     PIC 9(04) VALUE 0.
       01  TABLE-SANS-LIEU.
           05  SANS-LIEU-CLE OCCURS 1000 PIC X(08).
       01  WS-SL-IDX           PIC 9(04) VALUE 0.
       01  WS-CLE-CHERCHEE     PIC X(08) VALUE SPACES.

       01  WS-NB-XREF-LUS      PIC 9(06) VALUE 0.
       01  WS-NB-CORRIGES-LUS  PIC 9(06) VALUE 0.
       01  WS-NB-REJETS-LUS    PIC 9(06) VALUE 0.
       01  WS-NB-DOUBLONS-LUS  PIC 9(06) VALUE 0.
       01  WS-NB-NONAPP-LUS    PIC 9(06) VALUE 0.
       01  WS-NB-INCONNUS      PIC 9(06) VALUE 0.
       01  WS-NB-CLES-SANS-LIEU PIC 9(06) VALUE 0.

      *> Lignes des rapports, écrites via WRITE FROM.
       01  WS-ET-LIGNE.
           05  FILLER              PIC X(05) VALUE "LIEU ".
           05  WS-ETL-ID           PIC 9(05).
           05  FILLER              PIC X(10) VALUE " RAPPORTS ".
           05  WS-ETL-NB           PIC ZZZZZ9.
           05  FILLER              PIC X(04) VALUE " KO ".
           05  WS-ETL-KO           PIC ZZZZZ9.
           05  FILLER              PIC X(09) VALUE " REPARES ".
           05  WS-ETL-REPARES      PIC ZZZZZ9.
           05  FILLER              PIC X(08) VALUE " NONAPP ".
           05  WS-ETL-NONAPP       PIC X(01).
           05  FILLER              PIC X(09) VALUE " DOUBLON ".
           05  WS-ETL-DOUBLON      PIC X(01).
           05  FILLER              PIC X(13) VALUE " REFERENTIEL ".
           05  WS-ETL-CONNU        PIC X(01).
       01  WS-AN-LIGNE.
           05  WS-ANL-TYPE         PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-ANL-CLE          PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-ANL-ID           PIC X(05).

       01  WS-FICHIER   PIC 9 VALUE 0.
           88  FIN-FICHIER       VALUE 1.
           88  NOT-FIN-FICHIER   VALUE 0.

       COPY FSTATWS.
       COPY RDEOFWS.
       COPY RUNWS.
       COPY DATWS.
       COPY MANWS.
       COPY LOGWS.
       COPY PUBWS.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE 'JOUR2LOC' TO WS-LOG-PROGID
           MOVE 'JOUR2LOC_JOURNAL_DSN' TO WS-LOG-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/journal_loc.log"
              TO WS-LOG-DSN-DEFAUT
           PERFORM OUVRIR-JOURNAL
      *> Sorties marquées ENCOURS jusqu'à la fin normale du run (cf.
      *> PUBWS.cpy) : un pas mort en pleine écriture est refusé par
      *> les consommateurs.
           MOVE 'JOUR2LOC' TO WS-PUB-PROGID
           MOVE 'JOUR2LOC' TO WS-MAN-PROGID
           PERFORM MARQUER-PUBLICATION-ENCOURS
           PERFORM RESOUDRE-DATASETS
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "CORRESPONDANCE " FUNCTION TRIM(WS-XREF-DSN)
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM OUVRIR-ANOMALIES
           PERFORM CHARGER-XREF
           PERFORM CHARGER-CORRIGES
           PERFORM CHARGER-REJETS
           PERFORM CHARGER-DOUBLONS
           PERFORM CHARGER-NONAPP
           PERFORM CONTROLER-REFERENTIEL
           PERFORM ECRIRE-ETAT-LIEUX
           WRITE WS-ANOMALIE-LIGNE FROM WS-RUNID-LIGNE
           CLOSE FICHIER-ANOMALIES
           MOVE WS-ANOMALIES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY "JOUR2LOC : " WS-NB-LIEUX " lieu(x), "
                   WS-NB-CLES-SANS-LIEU " cle(s) sans lieu, "
                   WS-NB-INCONNUS " lieu(x) inconnu(s) dans "
                   FUNCTION TRIM(WS-ETAT-DSN)
           IF WS-NB-CLES-SANS-LIEU > 0 OR WS-NB-INCONNUS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "LIEUX " WS-NB-LIEUX
              " CLES SANS LIEU " WS-NB-CLES-SANS-LIEU
              " LIEUX INCONNUS " WS-NB-INCONNUS
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM ECRIRE-MANIFESTE
           PERFORM MARQUER-PUBLICATION-FAITE
           PERFORM FERMER-JOURNAL
      *> GOBACK plutôt que STOP RUN : ce pas peut être appelé en
      *> séquence par le programme pilote.
           GOBACK.

       RESOUDRE-DATASETS.
           ACCEPT WS-XREF-DSN FROM ENVIRONMENT "JOUR2LOC_XREF_DSN"
           IF WS-XREF-DSN = SPACES
              MOVE WS-DEFAULT-XREF-DSN TO WS-XREF-DSN
           END-IF
           ACCEPT WS-CORRIGES-DSN
              FROM ENVIRONMENT "JOUR2_CORRIGES_DSN"
           IF WS-CORRIGES-DSN = SPACES
              MOVE WS-DEFAULT-CORRIGES-DSN TO WS-CORRIGES-DSN
           END-IF
           ACCEPT WS-REJETS-DSN FROM ENVIRONMENT "JOUR2_REJETS_DSN"
           IF WS-REJETS-DSN = SPACES
              MOVE WS-DEFAULT-REJETS-DSN TO WS-REJETS-DSN
           END-IF
           ACCEPT WS-MASTER-DSN FROM ENVIRONMENT "JOUR1_MASTER_DSN"
           IF WS-MASTER-DSN = SPACES
              MOVE WS-DEFAULT-MASTER-DSN TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-DOUBLONS-DSN FROM ENVIRONMENT "JOUR1_EXCEPT_DSN"
           IF WS-DOUBLONS-DSN = SPACES
              MOVE WS-DEFAULT-DOUBLONS-DSN TO WS-DOUBLONS-DSN
           END-IF
           ACCEPT WS-NONAPP-DSN FROM ENVIRONMENT "JOUR1_NONAPP_DSN"
           IF WS-NONAPP-DSN = SPACES
              MOVE WS-DEFAULT-NONAPP-DSN TO WS-NONAPP-DSN
           END-IF
           ACCEPT WS-ETAT-DSN FROM ENVIRONMENT "JOUR2LOC_RAPPORT_DSN"
           IF WS-ETAT-DSN = SPACES
              MOVE WS-DEFAULT-ETAT-DSN TO WS-ETAT-DSN
           END-IF
           ACCEPT WS-ANOMALIES-DSN
              FROM ENVIRONMENT "JOUR2LOC_ANOMALIES_DSN"
           IF WS-ANOMALIES-DSN = SPACES
              MOVE WS-DEFAULT-ANOMALIES-DSN TO WS-ANOMALIES-DSN
           END-IF.

       OUVRIR-ANOMALIES.
           OPEN OUTPUT FICHIER-ANOMALIES
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-ANOMALIES-DSN TO WS-MAN-DSN-W
           MOVE WS-ANOMALIES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-ANOMALIES-STATUS TO WS-FSTAT-CODE
           MOVE WS-ANOMALIES-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-ANOMALIES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER.

       CHARGER-XREF.
      *> La correspondance est obligatoire : sans elle aucun rapport
      *> ne peut être rattaché à un lieu.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-XREF
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-XREF-DSN TO WS-MAN-DSN-W
           MOVE WS-XREF-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-XREF-STATUS TO WS-FSTAT-CODE
           MOVE WS-XREF-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-XREF" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL FIN-FICHIER
              READ FICHIER-XREF
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    IF WS-XREF-RECORD NOT = SPACES
                       AND WS-XREF-RECORD(1:1) NOT = '*'
                       PERFORM CHARGER-LIGNE-XREF
                    END-IF
              END-READ
           END-PERFORM
           MOVE WS-NB-XREF-LUS TO WS-RDEOF-COUNT
           MOVE WS-XREF-DSN    TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE FICHIER-XREF
           MOVE WS-XREF-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       CHARGER-LIGNE-XREF.
           ADD 1 TO WS-NB-XREF-LUS
           IF WS-XRF-ID-X IS NOT NUMERIC OR WS-XRF-CLE = SPACES
              DISPLAY "JOUR2LOC : ligne de correspondance ignoree : "
                      WS-XREF-RECORD(1:14)
           ELSE
              IF WS-NB-XREF >= WS-MAX-XREF
                 DISPLAY "ABEND JOUR2LOC : table de correspondance "
                         "pleine (" WS-MAX-XREF " cles)"
                 MOVE 16 TO RETURN-CODE
                 MOVE "ABEND TABLE DE CORRESPONDANCE PLEINE"
                    TO WS-LOG-MESSAGE
                 PERFORM ECRIRE-JOURNAL
                 PERFORM FERMER-JOURNAL
                 STOP RUN
              END-IF
              MOVE WS-XRF-ID TO WS-LIEU-CHERCHE
              PERFORM INSERER-LIEU
              ADD 1 TO WS-NB-XREF
              MOVE WS-XRF-CLE TO XREF-CLE(WS-NB-XREF)
              MOVE WS-LIEU-TROUVE TO XREF-LIEU-IDX(WS-NB-XREF)
           END-IF.

       INSERER-LIEU.
      *> Recherche le lieu WS-LIEU-CHERCHE dans la table triée ; s'il
      *> est absent, il est inséré à son rang et les rangs déjà
      *> attribués aux clés qui suivent sont décalés d'autant.
           MOVE 0 TO WS-LIEU-TROUVE
           PERFORM VARYING WS-LIEU-IDX FROM 1 BY 1
              UNTIL WS-LIEU-IDX > WS-NB-LIEUX
                 OR LIEU-ID(WS-LIEU-IDX) >= WS-LIEU-CHERCHE
              CONTINUE
           END-PERFORM
           IF WS-LIEU-IDX <= WS-NB-LIEUX
              AND LIEU-ID(WS-LIEU-IDX) = WS-LIEU-CHERCHE
              MOVE WS-LIEU-IDX TO WS-LIEU-TROUVE
           ELSE
              IF WS-NB-LIEUX >= WS-MAX-LIEUX
                 DISPLAY "ABEND JOUR2LOC : table des lieux pleine ("
                         WS-MAX-LIEUX " lieux)"
                 MOVE 16 TO RETURN-CODE
                 MOVE "ABEND TABLE DES LIEUX PLEINE" TO WS-LOG-MESSAGE
                 PERFORM ECRIRE-JOURNAL
                 PERFORM FERMER-JOURNAL
                 STOP RUN
              END-IF
              PERFORM VARYING WS-LIEU-IDX2 FROM WS-NB-LIEUX BY -1
                 UNTIL WS-LIEU-IDX2 < WS-LIEU-IDX
                 MOVE LIEU-ENTRY(WS-LIEU-IDX2)
                   TO LIEU-ENTRY(WS-LIEU-IDX2 + 1)
              END-PERFORM
              ADD 1 TO WS-NB-LIEUX
              PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                 UNTIL WS-XREF-IDX > WS-NB-XREF
                 IF XREF-LIEU-IDX(WS-XREF-IDX) >= WS-LIEU-IDX
                    ADD 1 TO XREF-LIEU-IDX(WS-XREF-IDX)
                 END-IF
              END-PERFORM
              MOVE WS-LIEU-CHERCHE TO LIEU-ID(WS-LIEU-IDX)
              MOVE 0   TO LIEU-NB-RAPPORTS(WS-LIEU-IDX)
                          LIEU-NB-KO(WS-LIEU-IDX)
                          LIEU-NB-REPARES(WS-LIEU-IDX)
              MOVE 'N' TO LIEU-DOUBLON(WS-LIEU-IDX)
                          LIEU-NONAPP(WS-LIEU-IDX)
              MOVE 'O' TO LIEU-CONNU(WS-LIEU-IDX)
              MOVE WS-LIEU-IDX TO WS-LIEU-TROUVE
           END-IF.

       CHARGER-CORRIGES.
      *> Un rapport exploitable par ligne : valide tel quel, ou
      *> réparé par le DUMPER (ce dernier cas est compté depuis le
      *> listing des rejets, pour ne pas le compter deux fois).
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-CORRIGES
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-CORRIGES-DSN TO WS-MAN-DSN-W
           MOVE WS-CORRIGES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-CORRIGES-STATUS TO WS-FSTAT-CODE
           MOVE WS-CORRIGES-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-CORRIGES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL FIN-FICHIER
              READ FICHIER-CORRIGES
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-CORRIGES-LUS
                    MOVE WS-COR-CLE TO WS-CLE-CHERCHEE
                    PERFORM RATTACHER-CLE
                    IF WS-LIEU-TROUVE > 0
                       ADD 1 TO LIEU-NB-RAPPORTS(WS-LIEU-TROUVE)
                    END-IF
              END-READ
           END-PERFORM
           MOVE WS-NB-CORRIGES-LUS TO WS-RDEOF-COUNT
           MOVE WS-CORRIGES-DSN    TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE FICHIER-CORRIGES
           MOVE WS-CORRIGES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       CHARGER-REJETS.
      *> Un rejet resté KO n'a pas de ligne dans les corrigés : il
      *> compte à la fois comme rapport et comme KO. Un rejet réparé
      *> (statut 'OK ...') a déjà été compté comme rapport.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-REJETS
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-REJETS-DSN TO WS-MAN-DSN-W
           MOVE WS-REJETS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-REJETS-STATUS TO WS-FSTAT-CODE
           MOVE WS-REJETS-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-REJETS" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL FIN-FICHIER
              READ FICHIER-REJETS
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-REJETS-LUS
                    MOVE WS-REJ-CLE TO WS-CLE-CHERCHEE
                    PERFORM RATTACHER-CLE
                    IF WS-LIEU-TROUVE > 0
                       IF WS-REJ-STATUT(1:2) = 'OK'
                          ADD 1 TO LIEU-NB-REPARES(WS-LIEU-TROUVE)
                       ELSE
                          ADD 1 TO LIEU-NB-RAPPORTS(WS-LIEU-TROUVE)
                          ADD 1 TO LIEU-NB-KO(WS-LIEU-TROUVE)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           MOVE WS-NB-REJETS-LUS TO WS-RDEOF-COUNT
           MOVE WS-REJETS-DSN    TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE FICHIER-REJETS
           MOVE WS-REJETS-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       RATTACHER-CLE.
      *> Rend dans WS-LIEU-TROUVE le rang du lieu de la clé
      *> WS-CLE-CHERCHEE, ou 0 si la clé est absente de la
      *> correspondance (elle est alors listée, une seule fois).
           MOVE 0 TO WS-LIEU-TROUVE
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
              UNTIL WS-XREF-IDX > WS-NB-XREF
                 OR WS-LIEU-TROUVE > 0
              IF XREF-CLE(WS-XREF-IDX) = WS-CLE-CHERCHEE
                 MOVE XREF-LIEU-IDX(WS-XREF-IDX) TO WS-LIEU-TROUVE
              END-IF
           END-PERFORM
           IF WS-LIEU-TROUVE = 0
              PERFORM SIGNALER-CLE-SANS-LIEU
           END-IF.

       SIGNALER-CLE-SANS-LIEU.
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
              UNTIL WS-SL-IDX > WS-NB-SANS-LIEU
                 OR SANS-LIEU-CLE(WS-SL-IDX) = WS-CLE-CHERCHEE
              CONTINUE
           END-PERFORM
           IF WS-SL-IDX > WS-NB-SANS-LIEU
              ADD 1 TO WS-NB-CLES-SANS-LIEU
              IF WS-NB-SANS-LIEU < WS-MAX-SANS-LIEU
                 ADD 1 TO WS-NB-SANS-LIEU
                 MOVE WS-CLE-CHERCHEE TO SANS-LIEU-CLE(WS-NB-SANS-LIEU)
              END-IF
              MOVE "CLE-SANS-LIEU"  TO WS-ANL-TYPE
              MOVE WS-CLE-CHERCHEE  TO WS-ANL-CLE
              MOVE SPACES           TO WS-ANL-ID
              WRITE WS-ANOMALIE-LIGNE FROM WS-AN-LIGNE
           END-IF.

       CHARGER-DOUBLONS.
      *> Listings du jour de JOUR1 : facultatifs (statut '35' =
      *> aucun run JOUR1 aujourd'hui, aucun lieu n'est marqué).
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-DOUBLONS
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-DOUBLONS-DSN TO WS-MAN-DSN-W
           MOVE WS-DOUBLONS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-DOUBLONS-STATUS = '35'
              DISPLAY "JOUR2LOC : pas de listing des doublons "
                      FUNCTION TRIM(WS-DOUBLONS-DSN)
           ELSE
              MOVE WS-DOUBLONS-STATUS TO WS-FSTAT-CODE
              MOVE WS-DOUBLONS-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-DOUBLONS" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-DOUBLONS
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       ADD 1 TO WS-NB-DOUBLONS-LUS
                       MOVE WS-DBL-ID TO WS-LIEU-CHERCHE
                       PERFORM CHERCHER-LIEU
                       IF WS-LIEU-TROUVE > 0
                          MOVE 'O' TO LIEU-DOUBLON(WS-LIEU-TROUVE)
                       END-IF
                 END-READ
              END-PERFORM
              MOVE WS-NB-DOUBLONS-LUS TO WS-RDEOF-COUNT
              MOVE WS-DOUBLONS-DSN    TO WS-RDEOF-DSN
              PERFORM ANNONCER-LECTURE
              CLOSE FICHIER-DOUBLONS
              MOVE WS-DOUBLONS-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       CHARGER-NONAPP.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-NONAPP
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-NONAPP-DSN TO WS-MAN-DSN-W
           MOVE WS-NONAPP-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-NONAPP-STATUS = '35'
              DISPLAY "JOUR2LOC : pas de listing des non-apparies "
                      FUNCTION TRIM(WS-NONAPP-DSN)
           ELSE
              MOVE WS-NONAPP-STATUS TO WS-FSTAT-CODE
              MOVE WS-NONAPP-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-NONAPP" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-NONAPP
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       ADD 1 TO WS-NB-NONAPP-LUS
                       MOVE WS-NAP-ID TO WS-LIEU-CHERCHE
                       PERFORM CHERCHER-LIEU
                       IF WS-LIEU-TROUVE > 0
                          MOVE 'O' TO LIEU-NONAPP(WS-LIEU-TROUVE)
                       END-IF
                 END-READ
              END-PERFORM
              MOVE WS-NB-NONAPP-LUS TO WS-RDEOF-COUNT
              MOVE WS-NONAPP-DSN    TO WS-RDEOF-DSN
              PERFORM ANNONCER-LECTURE
              CLOSE FICHIER-NONAPP
              MOVE WS-NONAPP-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       CHERCHER-LIEU.
           MOVE 0 TO WS-LIEU-TROUVE
           PERFORM VARYING WS-LIEU-IDX FROM 1 BY 1
              UNTIL WS-LIEU-IDX > WS-NB-LIEUX
                 OR LIEU-ID(WS-LIEU-IDX) >= WS-LIEU-CHERCHE
              CONTINUE
           END-PERFORM
           IF WS-LIEU-IDX <= WS-NB-LIEUX
              AND LIEU-ID(WS-LIEU-IDX) = WS-LIEU-CHERCHE
              MOVE WS-LIEU-IDX TO WS-LIEU-TROUVE
           END-IF.

       CONTROLER-REFERENTIEL.
      *> Chaque lieu de la correspondance doit exister dans le
      *> référentiel JOUR1, lu en accès direct sans mise à jour.
           OPEN INPUT FICHIER-MASTER
           MOVE WS-MASTER-STATUS TO WS-FSTAT-CODE
           MOVE WS-MASTER-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-MASTER" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM VARYING WS-LIEU-IDX FROM 1 BY 1
              UNTIL WS-LIEU-IDX > WS-NB-LIEUX
              MOVE LIEU-ID(WS-LIEU-IDX) TO MST-ID
              READ FICHIER-MASTER
                 INVALID KEY
                    MOVE 'N' TO LIEU-CONNU(WS-LIEU-IDX)
                    ADD 1 TO WS-NB-INCONNUS
                    MOVE "LIEU-INCONNU" TO WS-ANL-TYPE
                    MOVE SPACES         TO WS-ANL-CLE
                    MOVE LIEU-ID(WS-LIEU-IDX) TO WS-ANL-ID
                    WRITE WS-ANOMALIE-LIGNE FROM WS-AN-LIGNE
              END-READ
           END-PERFORM
           CLOSE FICHIER-MASTER.

       ECRIRE-ETAT-LIEUX.
           OPEN OUTPUT FICHIER-ETAT-LIEUX
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-ETAT-DSN TO WS-MAN-DSN-W
           MOVE WS-ETAT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-ETAT-STATUS TO WS-FSTAT-CODE
           MOVE WS-ETAT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-ETAT-LIEUX" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM VARYING WS-LIEU-IDX FROM 1 BY 1
              UNTIL WS-LIEU-IDX > WS-NB-LIEUX
              MOVE LIEU-ID(WS-LIEU-IDX)          TO WS-ETL-ID
              MOVE LIEU-NB-RAPPORTS(WS-LIEU-IDX) TO WS-ETL-NB
              MOVE LIEU-NB-KO(WS-LIEU-IDX)       TO WS-ETL-KO
              MOVE LIEU-NB-REPARES(WS-LIEU-IDX)  TO WS-ETL-REPARES
              MOVE LIEU-NONAPP(WS-LIEU-IDX)      TO WS-ETL-NONAPP
              MOVE LIEU-DOUBLON(WS-LIEU-IDX)     TO WS-ETL-DOUBLON
              MOVE LIEU-CONNU(WS-LIEU-IDX)       TO WS-ETL-CONNU
              WRITE WS-ETAT-LIGNE FROM WS-ET-LIGNE
           END-PERFORM
           WRITE WS-ETAT-LIGNE FROM WS-RUNID-LIGNE
           CLOSE FICHIER-ETAT-LIEUX
           MOVE WS-ETAT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       COPY FSTATPR.
       COPY RDEOFPR.
       COPY RUNPR.
       COPY DATPR.
       COPY MANPR.
       COPY LOGPR.
       COPY PUBPR.
