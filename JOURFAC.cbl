       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURFAC.

      *> Refacturation des volumes traités aux agences et régions qui
      *> nous envoient leurs données. Les chiffres existent dans les
      *> bilans de la chaîne (comptes par site de JOUR1, lignes par
      *> fichier régional de JOUR3, rapports de JOUR2, volumes de
      *> JOUR4 et JOUR5) mais sont écrasés à chaque run : ce pas, sur
      *> le modèle de JOURHST, commence par reporter les volumes du
      *> run courant dans un historique daté (OPEN EXTEND), puis
      *> relit cet historique pour le mois demandé et établit le
      *> relevé de refacturation et le fichier pour la finance.
      *> Sources facturées (type, code) :
      *>   SITE   <site>    JOUR1, lignes SIT-CHARGES / SIT-REJETS
      *>                    (rejets d'édition non attribués et bilans
      *>                    sans lignes par site : site '---') ;
      *>   REGION <région>  JOUR3, lignes FIC-LIGNES / FIC-REJETS
      *>                    (lignes lues, mul rejetés) ;
      *>   FLUX   JOUR2     rapports admis (NB-RAPPORTS - REJETS) et
      *>                    rapports rejetés ;
      *>   FLUX   JOUR4     lignes de grille (LIGNES) ;
      *>   FLUX   JOUR5     mises à jour lues (LUS) et sautées
      *>                    (MAJ-SAUTEES).
      *> La date des volumes est celle du sommaire du producteur
      *> (jour1.rpt pour JOUR1) : un producteur qui n'a pas tourné
      *> ce jour-là est ressaisi sous la date de son dernier run, et
      *> seule la dernière saisie d'une date et d'un producteur fait
      *> foi (rerun, retraitement ou nouvelle saisie ne comptent pas
      *> double). JOURFAC_SAISIE=N saute la saisie (relevé seul).
      *> Chaque ligne saisie porte l'identifiant du run producteur
      *> repris de son bilan (à défaut celui du run courant, cf.
      *> RUNWS.cpy).
      *> Mois facturé : JOURFAC_MOIS=AAAAMM, à défaut celui de la date
      *> de traitement (cf. DATWS.cpy) ; lancé chaque jour dans la
      *> chaîne, le pas tient à jour le relevé du mois en cours, le
      *> relevé définitif est celui d'un passage après la fin du mois
      *> avec JOURFAC_MOIS et JOURFAC_SAISIE=N.
      *> Table des tarifs (JOURFAC_TARIFS_DSN), une ligne par source
      *> ou par type de source (code '*'), vigueur datée possible en
      *> tête de ligne (cf. VIGWS.cpy, tarifs en vigueur le dernier
      *> jour du mois facturé) :
      *>   <type> <code|*> <prix enreg> <prix rejet> <prix run> <min>
      *> par exemple
      *>   SITE   *   0.0100 0.0500 2.50 15.00
      *>   SITE   LYO 0.0080 0.0500 2.50 15.00
      *>   REGION *   0.0020 0.0100 1.00 10.00
      *>   FLUX   *   0.0010 0.0100 0.50  0.00
      *> Montant d'une source = volume admis x prix enreg + rejets x
      *> prix rejet + runs (jours du mois avec volume) x prix run, et
      *> au moins le minimum. Lignes blanches et lignes commençant
      *> par '*' ignorées ; une ligne illisible ou en double arrête le
      *> pas (RC 16). Une source sans tarif figure au relevé à
      *> montant nul, marquée SANS TARIF, et le pas rend RC 4.
      *> Sorties, datasets datés du mois (nom de base + ".AAAAMM") :
      *>   relevé (JOURFAC_RELEVE_DSN) : par source, volumes jour par
      *>   jour, totaux, calcul du montant dû ; total général ;
      *>   fichier finance (JOURFAC_FINANCE_DSN) : en-tête H, une
      *>   ligne D par source, pied T (montants en centimes, sans
      *>   séparateur décimal).
      *> Sommaires, bilans, historique des volumes, tarifs, relevé et
      *> fichier finance sont inscrits au manifeste de run (cf.
      *> MANWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-BILAN-IN ASSIGN TO DYNAMIC WS-BILAN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILAN-STATUS.
           SELECT FICHIER-SOMMAIRE-IN ASSIGN TO DYNAMIC
               WS-SOMMAIRE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOMMAIRE-STATUS.
           SELECT FICHIER-VOLUMES ASSIGN TO DYNAMIC WS-VOLUMES-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLUMES-STATUS.
           SELECT FICHIER-TARIFS ASSIGN TO DYNAMIC WS-TARIFS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFS-STATUS.
           SELECT FICHIER-RELEVE ASSIGN TO DYNAMIC WS-RELEVE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEVE-STATUS.
           SELECT FICHIER-FINANCE ASSIGN TO DYNAMIC WS-FINANCE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINANCE-STATUS.
           COPY PUBSEL.
           COPY LOGSEL.
           COPY MANSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-BILAN-IN.
      *> Même disposition que les enregistrements d'équilibre écrits
      *> par chaque programme de la chaîne (qualifiant en queue :
      *> panneau, site ou région selon le producteur).
       01  WS-BILAN-RECORD.
           05  WS-BIN-PROGID       PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-BIN-NOM          PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-BIN-VALEUR       PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-BIN-QUALIF       PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-BIN-RUNID        PIC X(26).

       FD  FICHIER-SOMMAIRE-IN.
      *> Sommaire (ou rapport) du producteur : seule la date du run,
      *> en tête de la première ligne, est reprise.
       01  WS-SOMMAIRE-RECORD.
           05  WS-SOM-DATE-X       PIC X(08).
           05  FILLER              PIC X(192).

       FD  FICHIER-VOLUMES.
      *> Historique daté des volumes facturables (OPEN EXTEND : une
      *> ligne par source et par saisie). L'horodate de saisie
      *> départage les saisies successives d'une même date. Les
      *> FILLER de séparation sont positionnés à SPACE par
      *> ECRIRE-SAISIE.
       01  WS-VOLUME-RECORD.
           05  WS-VOL-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-VOL-HORODATE     PIC 9(14).
           05  FILLER              PIC X(01).
           05  WS-VOL-PROGID       PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-VOL-TYPE         PIC X(06).
           05  FILLER              PIC X(01).
           05  WS-VOL-CODE         PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-VOL-VOLUME       PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-VOL-REJETS       PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-VOL-RUNID        PIC X(26).

       FD  FICHIER-TARIFS.
       01  WS-TARIFS-RECORD        PIC X(256).

       FD  FICHIER-RELEVE.
      *> Relevé de refacturation : les lignes sont préparées en
      *> WORKING-STORAGE et écrites via WRITE FROM.
       01  WS-RELEVE-LIGNE         PIC X(100).

       FD  FICHIER-FINANCE.
       01  WS-FINANCE-LIGNE        PIC X(120).

       COPY PUBFD.
       COPY LOGFD.
       COPY MANFD.

       WORKING-STORAGE SECTION.
       01  WS-BILAN-DSN        PIC X(200) VALUE SPACES.
       01  WS-BILAN-STATUS     PIC X(02) VALUE '00'.
       01  WS-SOMMAIRE-DSN     PIC X(200) VALUE SPACES.
       01  WS-SOMMAIRE-STATUS  PIC X(02) VALUE '00'.
       01  WS-VOLUMES-DSN      PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-VOLUMES-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/volumes_facturation.dat".
       01  WS-VOLUMES-STATUS   PIC X(02) VALUE '00'.
       01  WS-TARIFS-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-TARIFS-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/tarifs.par".
       01  WS-TARIFS-STATUS    PIC X(02) VALUE '00'.
       01  WS-RELEVE-BASE      PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-RELEVE-BASE PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/releve_facturation.rpt".
       01  WS-RELEVE-DSN       PIC X(200) VALUE SPACES.
       01  WS-RELEVE-STATUS    PIC X(02) VALUE '00'.
       01  WS-FINANCE-BASE     PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-FINANCE-BASE PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/facturation.fin".
       01  WS-FINANCE-DSN      PIC X(200) VALUE SPACES.
       01  WS-FINANCE-STATUS   PIC X(02) VALUE '00'.

       01  WS-EOF              PIC 9 VALUE 0.
           88  FIN-FICHIER         VALUE 1.
           88  NOT-FIN-FICHIER     VALUE 0.

      *> Paramètres du run.
       01  WS-RUN-DATE         PIC 9(08) VALUE 0.
       01  WS-MOIS-X           PIC X(06) VALUE SPACES.
       01  WS-MOIS             PIC 9(06) VALUE 0.
       01  WS-MOIS-LIGNE       PIC 9(06) VALUE 0.
       01  WS-MOIS-SUIVANT     PIC 9(08) VALUE 0.
       01  WS-FIN-MOIS         PIC 9(08) VALUE 0.
       01  WS-SAISIE-X         PIC X(01) VALUE SPACE.
           88  SAISIE-SAUTEE       VALUE 'N'.
       01  WS-MOTIF-W          PIC X(30) VALUE SPACES.

      *> Producteurs relus à la saisie : PROGRAM-ID (inscrit au
      *> fichier des publications), variables d'environnement et
      *> défauts de leur bilan et de leur sommaire, les mêmes que
      *> dans le producteur.
       01  WS-NB-PRODUCTEURS   PIC 9(02) VALUE 5.
       01  WS-PRD-IDX          PIC 9(02) VALUE 0.
       01  TABLE-PRODUCTEURS.
           05  PRODUCTEUR-ENTRY OCCURS 5.
               10  PRD-PROGID       PIC X(08).
               10  PRD-BILAN-ENV    PIC X(30).
               10  PRD-BILAN-DEFAUT PIC X(200).
               10  PRD-BILAN-DSN    PIC X(200).
               10  PRD-SOM-ENV      PIC X(30).
               10  PRD-SOM-DEFAUT   PIC X(200).
               10  PRD-SOM-DSN      PIC X(200).

      *> Volumes du producteur en cours de saisie, par source.
       01  WS-HORODATE         PIC 9(14) VALUE 0.
       01  WS-DATE-MACHINE     PIC 9(08) VALUE 0.
       01  WS-HEURE-MACHINE    PIC 9(08) VALUE 0.
       01  WS-CAP-DATE         PIC 9(08) VALUE 0.
       01  WS-CAP-RUNID        PIC X(26) VALUE SPACES.
       01  WS-CAP-BILAN-FLAG   PIC 9 VALUE 0.
           88  CAP-BILAN-LU        VALUE 1.
           88  CAP-BILAN-ABSENT    VALUE 0.
       01  WS-CAP-DETAIL-FLAG  PIC 9 VALUE 0.
           88  CAP-PAR-SOURCE      VALUE 1.
           88  CAP-GLOBALE         VALUE 0.
       01  WS-CAP-TOT-VOL      PIC 9(10) VALUE 0.
       01  WS-CAP-TOT-REJ      PIC 9(10) VALUE 0.
       01  WS-CAP-REJ-ATTRIB   PIC 9(10) VALUE 0.
       01  WS-CAP-TYPE-W       PIC X(06) VALUE SPACES.
       01  WS-CAP-CODE-W       PIC X(08) VALUE SPACES.
       01  WS-CAP-VOL-W        PIC 9(10) VALUE 0.
       01  WS-CAP-REJ-W        PIC 9(10) VALUE 0.
       01  WS-MAX-CAPTURES     PIC 9(02) VALUE 60.
       01  WS-NB-CAPTURES      PIC 9(02) VALUE 0.
       01  WS-CAP-IDX          PIC 9(02) VALUE 0.
       01  TABLE-CAPTURES.
           05  CAPTURE-ENTRY OCCURS 60.
               10  CAP-TYPE         PIC X(06).
               10  CAP-CODE         PIC X(08).
               10  CAP-VOL          PIC 9(10).
               10  CAP-REJ          PIC 9(10).
       01  WS-NB-LIGNES-SAISIES PIC 9(05) VALUE 0.

      *> Saisies retenues du mois : pour chaque date et producteur,
      *> l'horodate de la dernière saisie.
       01  WS-MAX-EXECUTIONS   PIC 9(03) VALUE 200.
       01  WS-NB-EXECUTIONS    PIC 9(03) VALUE 0.
       01  WS-EXE-IDX          PIC 9(03) VALUE 0.
       01  TABLE-EXECUTIONS.
           05  EXECUTION-ENTRY OCCURS 200.
               10  EXE-DATE         PIC 9(08).
               10  EXE-PROGID       PIC X(08).
               10  EXE-HORODATE     PIC 9(14).
       01  WS-TROUVE-FLAG      PIC 9 VALUE 0.
           88  TROUVE              VALUE 1.
           88  NON-TROUVE          VALUE 0.

      *> Sources facturées du mois, dans l'ordre type + code, avec
      *> leurs volumes jour par jour dans l'ordre des dates, puis
      *> les montants calculés.
       01  WS-MAX-SOURCES      PIC 9(03) VALUE 100.
       01  WS-NB-SOURCES       PIC 9(03) VALUE 0.
       01  WS-SRC-IDX          PIC 9(03) VALUE 0.
       01  WS-SRC-POS          PIC 9(03) VALUE 0.
       01  TABLE-SOURCES.
           05  SOURCE-ENTRY OCCURS 100.
               10  SRC-CLE.
                   15  SRC-TYPE     PIC X(06).
                   15  SRC-CODE     PIC X(08).
               10  SRC-NB-JOURS     PIC 9(02).
               10  SRC-JOUR OCCURS 31.
                   15  SJ-DATE      PIC 9(08).
                   15  SJ-VOL       PIC 9(10).
                   15  SJ-REJ       PIC 9(10).
               10  SRC-VOL-TOTAL    PIC 9(12).
               10  SRC-REJ-TOTAL    PIC 9(12).
               10  SRC-NB-RUNS      PIC 9(03).
               10  SRC-TRF-IDX      PIC 9(03).
               10  SRC-MNT-ENREG    PIC 9(11)V99.
               10  SRC-MNT-REJ      PIC 9(11)V99.
               10  SRC-MNT-RUNS     PIC 9(11)V99.
               10  SRC-MNT-CALCULE  PIC 9(11)V99.
               10  SRC-MNT-DU       PIC 9(11)V99.
               10  SRC-INDIC        PIC X(01).
       01  WS-CLE-W.
           05  WS-CLE-TYPE         PIC X(06).
           05  WS-CLE-CODE         PIC X(08).
       01  WS-JOUR-IDX         PIC 9(02) VALUE 0.
       01  WS-JOUR-POS         PIC 9(02) VALUE 0.

      *> Tarifs en vigueur le dernier jour du mois facturé.
       01  WS-MAX-TARIFS       PIC 9(03) VALUE 100.
       01  WS-NB-TARIFS        PIC 9(03) VALUE 0.
       01  WS-TRF-IDX          PIC 9(03) VALUE 0.
       01  TABLE-TARIFS.
           05  TARIF-ENTRY OCCURS 100.
               10  TRF-TYPE         PIC X(06).
               10  TRF-CODE         PIC X(08).
               10  TRF-ENREG        PIC 9(03)V9(04).
               10  TRF-REJET        PIC 9(03)V9(04).
               10  TRF-RUN          PIC 9(05)V99.
               10  TRF-MINIMUM      PIC 9(07)V99.
       01  WS-NO-LIGNE         PIC 9(05) VALUE 0.
       01  WS-TRF-JETONS.
           05  WS-TRF-JETON OCCURS 7 PIC X(20).
       01  WS-TRF-J            PIC 9(02) VALUE 0.
       01  WS-TRF-VALEUR       PIC S9(09)V9(06) VALUE 0.

      *> Totaux du relevé.
       01  WS-NB-SANS-TARIF    PIC 9(03) VALUE 0.
       01  WS-NB-MINIMUMS      PIC 9(03) VALUE 0.
       01  WS-TOTAL-DU         PIC 9(11)V99 VALUE 0.

      *> Lignes du relevé, écrites via WRITE FROM.
       01  WS-REL-TITRE.
           05  FILLER             PIC X(43) VALUE
               "RELEVE DE REFACTURATION DES VOLUMES - MOIS ".
           05  WS-RLT-MOIS        PIC 9(06).
           05  FILLER             PIC X(12) VALUE " - EDITE LE ".
           05  WS-RLT-DATE        PIC 9(08).
       01  WS-REL-SOURCE.
           05  FILLER             PIC X(07) VALUE "SOURCE ".
           05  WS-RLS-TYPE        PIC X(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RLS-CODE        PIC X(08).
       01  WS-REL-JOUR.
           05  FILLER             PIC X(07) VALUE "  JOUR ".
           05  WS-RLJ-DATE        PIC 9(08).
           05  FILLER             PIC X(08) VALUE " VOLUME ".
           05  WS-RLJ-VOL         PIC Z(11)9.
           05  FILLER             PIC X(08) VALUE " REJETS ".
           05  WS-RLJ-REJ         PIC Z(11)9.
       01  WS-REL-TOTAL.
           05  FILLER             PIC X(15) VALUE "  TOTAL MOIS   ".
           05  FILLER             PIC X(08) VALUE " VOLUME ".
           05  WS-RLO-VOL         PIC Z(11)9.
           05  FILLER             PIC X(08) VALUE " REJETS ".
           05  WS-RLO-REJ         PIC Z(11)9.
           05  FILLER             PIC X(06) VALUE " RUNS ".
           05  WS-RLO-RUNS        PIC ZZ9.
       01  WS-REL-CALCUL.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RLC-LIBELLE     PIC X(16).
           05  WS-RLC-QUANTITE    PIC Z(11)9.
           05  FILLER             PIC X(03) VALUE " X ".
           05  WS-RLC-PRIX        PIC Z(4)9.9999.
           05  FILLER             PIC X(03) VALUE " = ".
           05  WS-RLC-MONTANT     PIC Z(10)9.99.
       01  WS-REL-DU.
           05  FILLER             PIC X(10) VALUE "  CALCULE ".
           05  WS-RLD-CALCULE     PIC Z(10)9.99.
           05  FILLER             PIC X(09) VALUE " MINIMUM ".
           05  WS-RLD-MINIMUM     PIC Z(6)9.99.
           05  FILLER             PIC X(04) VALUE " DU ".
           05  WS-RLD-DU          PIC Z(10)9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RLD-MENTION     PIC X(16).
       01  WS-REL-GENERAL.
           05  FILLER             PIC X(22) VALUE
               "TOTAL GENERAL SOURCES ".
           05  WS-RLG-NB          PIC ZZ9.
           05  FILLER             PIC X(12) VALUE " MONTANT DU ".
           05  WS-RLG-DU          PIC Z(10)9.99.
           05  FILLER             PIC X(12) VALUE " SANS TARIF ".
           05  WS-RLG-SANS-TARIF  PIC ZZ9.

      *> Fichier finance : en-tête H et pied T de même disposition,
      *> une ligne D par source.
       01  WS-FIN-CONTROLE-W.
           05  WS-FNC-TYPE        PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FNC-MOIS        PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FNC-DATE        PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FNC-NB          PIC 9(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FNC-TOTAL       PIC 9(11)V99.
       01  WS-FIN-DETAIL-W.
           05  FILLER             PIC X(01) VALUE "D".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FND-MOIS        PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FND-TYPE        PIC X(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FND-CODE        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FND-VOLUME      PIC 9(12).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FND-REJETS      PIC 9(12).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FND-RUNS        PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FND-MNT-ENREG   PIC 9(11)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FND-MNT-REJ     PIC 9(11)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FND-MNT-RUNS    PIC 9(11)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FND-MNT-DU      PIC 9(11)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FND-INDIC       PIC X(01).

       COPY PUBWS.
       COPY LOGWS.
       COPY RUNWS.
       COPY FSTATWS.
       COPY RDEOFWS.
       COPY DATWS.
       COPY VIGWS.
       COPY MANWS.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE 'JOURFAC' TO WS-LOG-PROGID
           MOVE 'JOURFAC_JOURNAL_DSN' TO WS-LOG-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/journal_fac.log"
              TO WS-LOG-DSN-DEFAUT
           PERFORM OUVRIR-JOURNAL
           MOVE 'JOURFAC' TO WS-MAN-PROGID
           PERFORM RESOUDRE-PARAMETRES
           PERFORM INITIALISER-PRODUCTEURS
           IF NOT SAISIE-SAUTEE
              PERFORM SAISIR-VOLUMES
           END-IF
           PERFORM CHARGER-EXECUTIONS
           PERFORM CHARGER-VOLUMES-MOIS
           IF WS-NB-SOURCES > 0
              PERFORM CHARGER-TARIFS
           END-IF
           PERFORM CALCULER-MONTANTS
           PERFORM ECRIRE-RELEVE
           PERFORM ECRIRE-FINANCE
           DISPLAY "JOURFAC : mois " WS-MOIS " - " WS-NB-SOURCES
                   " source(s), montant du " WS-RLG-DU
                   " -> " FUNCTION TRIM(WS-RELEVE-DSN)
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "RELEVE " WS-MOIS " SOURCES " WS-NB-SOURCES
              " MONTANT " WS-RLG-DU " SANS TARIF " WS-NB-SANS-TARIF
              " MINIMUMS " WS-NB-MINIMUMS
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
      *> RC 4 : une source au moins n'a pas pu être tarifée.
           IF WS-NB-SANS-TARIF > 0
              DISPLAY "JOURFAC : " WS-NB-SANS-TARIF
                      " source(s) sans tarif (cf. "
                      FUNCTION TRIM(WS-TARIFS-DSN) ")"
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ECRIRE-MANIFESTE
           PERFORM FERMER-JOURNAL
      *> GOBACK plutôt que STOP RUN : ce pas peut être appelé en
      *> séquence par le programme pilote.
           GOBACK.

       RESOUDRE-PARAMETRES.
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           ACCEPT WS-MOIS-X FROM ENVIRONMENT "JOURFAC_MOIS"
           IF WS-MOIS-X = SPACES
              COMPUTE WS-MOIS = WS-RUN-DATE / 100
           ELSE
              IF WS-MOIS-X IS NOT NUMERIC
                 OR WS-MOIS-X(5:2) < "01" OR WS-MOIS-X(5:2) > "12"
                 MOVE "mois invalide" TO WS-MOTIF-W
                 PERFORM ABANDONNER
              END-IF
              MOVE WS-MOIS-X TO WS-MOIS
           END-IF
      *> Dernier jour du mois : veille du premier du mois suivant.
           IF FUNCTION MOD(WS-MOIS, 100) = 12
              COMPUTE WS-MOIS-SUIVANT =
                 (WS-MOIS / 100 + 1) * 10000 + 101
           ELSE
              COMPUTE WS-MOIS-SUIVANT = (WS-MOIS + 1) * 100 + 1
           END-IF
           COMPUTE WS-FIN-MOIS = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-MOIS-SUIVANT) - 1)
           ACCEPT WS-SAISIE-X FROM ENVIRONMENT "JOURFAC_SAISIE"
           ACCEPT WS-VOLUMES-DSN FROM ENVIRONMENT "JOURFAC_VOLUMES_DSN"
           IF WS-VOLUMES-DSN = SPACES
              MOVE WS-DEFAUT-VOLUMES-DSN TO WS-VOLUMES-DSN
           END-IF
           ACCEPT WS-TARIFS-DSN FROM ENVIRONMENT "JOURFAC_TARIFS_DSN"
           IF WS-TARIFS-DSN = SPACES
              MOVE WS-DEFAUT-TARIFS-DSN TO WS-TARIFS-DSN
           END-IF
           ACCEPT WS-RELEVE-BASE FROM ENVIRONMENT "JOURFAC_RELEVE_DSN"
           IF WS-RELEVE-BASE = SPACES
              MOVE WS-DEFAUT-RELEVE-BASE TO WS-RELEVE-BASE
           END-IF
           ACCEPT WS-FINANCE-BASE
              FROM ENVIRONMENT "JOURFAC_FINANCE_DSN"
           IF WS-FINANCE-BASE = SPACES
              MOVE WS-DEFAUT-FINANCE-BASE TO WS-FINANCE-BASE
           END-IF
           MOVE SPACES TO WS-RELEVE-DSN WS-FINANCE-DSN
           STRING FUNCTION TRIM(WS-RELEVE-BASE) "." WS-MOIS
              DELIMITED BY SIZE INTO WS-RELEVE-DSN
           END-STRING
           STRING FUNCTION TRIM(WS-FINANCE-BASE) "." WS-MOIS
              DELIMITED BY SIZE INTO WS-FINANCE-DSN
           END-STRING
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "MOIS " WS-MOIS " FIN " WS-FIN-MOIS
              " DATE TRAITEMENT " WS-RUN-DATE " SAISIE " WS-SAISIE-X
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       INITIALISER-PRODUCTEURS.
           MOVE 'JOUR1'   TO PRD-PROGID(1)
           MOVE 'JOUR1_BILAN_DSN' TO PRD-BILAN-ENV(1)
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/bilan.rpt"
              TO PRD-BILAN-DEFAUT(1)
           MOVE 'JOUR1_REPORT_DSN' TO PRD-SOM-ENV(1)
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/jour1.rpt"
              TO PRD-SOM-DEFAUT(1)
           MOVE 'JOUR2'   TO PRD-PROGID(2)
           MOVE 'JOUR2_BILAN_DSN' TO PRD-BILAN-ENV(2)
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/bilan.rpt"
              TO PRD-BILAN-DEFAUT(2)
           MOVE 'JOUR2_SOMMAIRE_DSN' TO PRD-SOM-ENV(2)
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/sommaire.rpt"
              TO PRD-SOM-DEFAUT(2)
           MOVE 'JOUR3'   TO PRD-PROGID(3)
           MOVE 'JOUR3_BILAN_DSN' TO PRD-BILAN-ENV(3)
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/bilan.rpt"
              TO PRD-BILAN-DEFAUT(3)
           MOVE 'JOUR3_SOMMAIRE_DSN' TO PRD-SOM-ENV(3)
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/sommaire.rpt"
              TO PRD-SOM-DEFAUT(3)
           MOVE 'JOUR4'   TO PRD-PROGID(4)
           MOVE 'JOUR4_BILAN_DSN' TO PRD-BILAN-ENV(4)
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/bilan.rpt"
              TO PRD-BILAN-DEFAUT(4)
           MOVE 'JOUR4_SOMMAIRE_DSN' TO PRD-SOM-ENV(4)
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/sommaire.rpt"
              TO PRD-SOM-DEFAUT(4)
           MOVE 'JOUR5'   TO PRD-PROGID(5)
           MOVE 'JOUR5_BILAN_DSN' TO PRD-BILAN-ENV(5)
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/bilan.rpt"
              TO PRD-BILAN-DEFAUT(5)
           MOVE 'JOUR5_SOMMAIRE_DSN' TO PRD-SOM-ENV(5)
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/sommaire.rpt"
              TO PRD-SOM-DEFAUT(5)
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
              UNTIL WS-PRD-IDX > WS-NB-PRODUCTEURS
              MOVE SPACES TO PRD-BILAN-DSN(WS-PRD-IDX)
                             PRD-SOM-DSN(WS-PRD-IDX)
              ACCEPT PRD-BILAN-DSN(WS-PRD-IDX)
                 FROM ENVIRONMENT PRD-BILAN-ENV(WS-PRD-IDX)
              IF PRD-BILAN-DSN(WS-PRD-IDX) = SPACES
                 MOVE PRD-BILAN-DEFAUT(WS-PRD-IDX)
                    TO PRD-BILAN-DSN(WS-PRD-IDX)
              END-IF
              ACCEPT PRD-SOM-DSN(WS-PRD-IDX)
                 FROM ENVIRONMENT PRD-SOM-ENV(WS-PRD-IDX)
              IF PRD-SOM-DSN(WS-PRD-IDX) = SPACES
                 MOVE PRD-SOM-DEFAUT(WS-PRD-IDX)
                    TO PRD-SOM-DSN(WS-PRD-IDX)
              END-IF
           END-PERFORM.

       SAISIR-VOLUMES.
      *> OPEN EXTEND avec retombée sur OPEN OUTPUT au tout premier
      *> run, comme les autres historiques de la suite. Toutes les
      *> lignes d'une saisie portent la même horodate.
           ACCEPT WS-DATE-MACHINE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-MACHINE FROM TIME
           COMPUTE WS-HORODATE = WS-DATE-MACHINE * 1000000
                               + WS-HEURE-MACHINE / 100
           OPEN EXTEND FICHIER-VOLUMES
           IF WS-VOLUMES-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-VOLUMES
           END-IF
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-VOLUMES-DSN TO WS-MAN-DSN-W
           MOVE WS-VOLUMES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-VOLUMES-STATUS TO WS-FSTAT-CODE
           MOVE WS-VOLUMES-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-VOLUMES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE 0 TO WS-NB-LIGNES-SAISIES
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
              UNTIL WS-PRD-IDX > WS-NB-PRODUCTEURS
              PERFORM SAISIR-UN-PRODUCTEUR
           END-PERFORM
           CLOSE FICHIER-VOLUMES
           MOVE WS-VOLUMES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY "JOURFAC : " WS-NB-LIGNES-SAISIES
                   " ligne(s) de volumes saisie(s) dans "
                   FUNCTION TRIM(WS-VOLUMES-DSN).

       SAISIR-UN-PRODUCTEUR.
      *> Les sorties d'un producteur encore marqué ENCOURS au
      *> fichier des publications sont refusées (cf. PUBWS.cpy). Un
      *> producteur sans sommaire daté ou sans bilan (pas encore
      *> tourné) est simplement sauté.
           MOVE PRD-PROGID(WS-PRD-IDX) TO WS-PUB-PROGID
           PERFORM VERIFIER-PUBLICATION
           PERFORM LIRE-DATE-SOMMAIRE
           SET CAP-BILAN-ABSENT TO TRUE
           IF WS-CAP-DATE > 0
              PERFORM LIRE-BILAN-PRODUCTEUR
           END-IF
           IF CAP-BILAN-LU
              PERFORM COMPLETER-SAISIE
              PERFORM ECRIRE-SAISIE
           ELSE
              DISPLAY "JOURFAC : volumes de " PRD-PROGID(WS-PRD-IDX)
                      " non saisis (sommaire date ou bilan absent)"
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "SAISIE " PRD-PROGID(WS-PRD-IDX)
                 " SAUTEE SOMMAIRE OU BILAN ABSENT"
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
           END-IF.

       LIRE-DATE-SOMMAIRE.
           MOVE 0 TO WS-CAP-DATE
           MOVE PRD-SOM-DSN(WS-PRD-IDX) TO WS-SOMMAIRE-DSN
           OPEN INPUT FICHIER-SOMMAIRE-IN
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-SOMMAIRE-DSN TO WS-MAN-DSN-W
           MOVE WS-SOMMAIRE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-SOMMAIRE-STATUS = '00'
              READ FICHIER-SOMMAIRE-IN
                 AT END CONTINUE
              END-READ
              IF WS-SOMMAIRE-STATUS = '00'
                 AND WS-SOM-DATE-X IS NUMERIC
                 MOVE WS-SOM-DATE-X TO WS-CAP-DATE
              END-IF
              CLOSE FICHIER-SOMMAIRE-IN
              MOVE WS-SOMMAIRE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       LIRE-BILAN-PRODUCTEUR.
           MOVE 0 TO WS-NB-CAPTURES WS-CAP-TOT-VOL WS-CAP-TOT-REJ
                     WS-CAP-REJ-ATTRIB
           SET CAP-GLOBALE TO TRUE
           MOVE SPACES TO WS-CAP-RUNID
           MOVE PRD-BILAN-DSN(WS-PRD-IDX) TO WS-BILAN-DSN
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-BILAN-IN
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           MOVE WS-BILAN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-BILAN-STATUS = '00'
              SET CAP-BILAN-LU TO TRUE
              PERFORM UNTIL FIN-FICHIER
                 MOVE SPACES TO WS-BILAN-RECORD
                 READ FICHIER-BILAN-IN
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       IF WS-BIN-VALEUR IS NUMERIC
                          PERFORM RETENIR-LIGNE-BILAN
                       END-IF
                       IF WS-CAP-RUNID = SPACES
                          MOVE WS-BIN-RUNID TO WS-CAP-RUNID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-BILAN-IN
              MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           IF WS-CAP-RUNID = SPACES
              MOVE WS-RUNID TO WS-CAP-RUNID
           END-IF.

       RETENIR-LIGNE-BILAN.
      *> Lignes par source (qualifiant en queue) et totaux du run ;
      *> les autres compteurs du bilan ne servent pas ici.
           MOVE WS-BIN-QUALIF TO WS-CAP-CODE-W
           IF WS-CAP-CODE-W = SPACES
              MOVE '---' TO WS-CAP-CODE-W
           END-IF
           MOVE 0 TO WS-CAP-VOL-W WS-CAP-REJ-W
           EVALUATE PRD-PROGID(WS-PRD-IDX) ALSO WS-BIN-NOM
              WHEN 'JOUR1' ALSO 'SIT-CHARGES'
                 MOVE 'SITE' TO WS-CAP-TYPE-W
                 MOVE WS-BIN-VALEUR TO WS-CAP-VOL-W
                 SET CAP-PAR-SOURCE TO TRUE
                 PERFORM POSER-CAPTURE
              WHEN 'JOUR1' ALSO 'SIT-REJETS'
                 MOVE 'SITE' TO WS-CAP-TYPE-W
                 MOVE WS-BIN-VALEUR TO WS-CAP-REJ-W
                 ADD WS-BIN-VALEUR TO WS-CAP-REJ-ATTRIB
                 SET CAP-PAR-SOURCE TO TRUE
                 PERFORM POSER-CAPTURE
              WHEN 'JOUR1' ALSO 'CHARGES'
                 MOVE WS-BIN-VALEUR TO WS-CAP-TOT-VOL
              WHEN 'JOUR1' ALSO 'REJETS-EDIT'
                 MOVE WS-BIN-VALEUR TO WS-CAP-TOT-REJ
              WHEN 'JOUR2' ALSO 'NB-RAPPORTS'
                 MOVE WS-BIN-VALEUR TO WS-CAP-TOT-VOL
              WHEN 'JOUR2' ALSO 'REJETS'
                 MOVE WS-BIN-VALEUR TO WS-CAP-TOT-REJ
              WHEN 'JOUR3' ALSO 'FIC-LIGNES'
                 MOVE 'REGION' TO WS-CAP-TYPE-W
                 MOVE WS-BIN-VALEUR TO WS-CAP-VOL-W
                 SET CAP-PAR-SOURCE TO TRUE
                 PERFORM POSER-CAPTURE
              WHEN 'JOUR3' ALSO 'FIC-REJETS'
                 MOVE 'REGION' TO WS-CAP-TYPE-W
                 MOVE WS-BIN-VALEUR TO WS-CAP-REJ-W
                 ADD WS-BIN-VALEUR TO WS-CAP-REJ-ATTRIB
                 SET CAP-PAR-SOURCE TO TRUE
                 PERFORM POSER-CAPTURE
              WHEN 'JOUR3' ALSO 'LIGNES-LUES'
                 MOVE WS-BIN-VALEUR TO WS-CAP-TOT-VOL
              WHEN 'JOUR3' ALSO 'REJETS-MUL'
                 MOVE WS-BIN-VALEUR TO WS-CAP-TOT-REJ
              WHEN 'JOUR4' ALSO 'LIGNES'
                 MOVE WS-BIN-VALEUR TO WS-CAP-TOT-VOL
              WHEN 'JOUR5' ALSO 'LUS'
                 MOVE WS-BIN-VALEUR TO WS-CAP-TOT-VOL
              WHEN 'JOUR5' ALSO 'MAJ-SAUTEES'
                 MOVE WS-BIN-VALEUR TO WS-CAP-TOT-REJ
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       COMPLETER-SAISIE.
      *> JOUR1/JOUR3 : un bilan sans lignes par source (produit
      *> avant leur introduction) est facturé en bloc au code '---',
      *> de même que les rejets non attribués à une source. JOUR2 :
      *> NB-RAPPORTS compte aussi les rapports rejetés, facturés à
      *> part. JOUR4/JOUR5 : une seule source, le flux lui-même.
           MOVE '---' TO WS-CAP-CODE-W
           EVALUATE PRD-PROGID(WS-PRD-IDX)
              WHEN 'JOUR1'
                 MOVE 'SITE' TO WS-CAP-TYPE-W
                 PERFORM COMPLETER-PAR-SOURCE
              WHEN 'JOUR3'
                 MOVE 'REGION' TO WS-CAP-TYPE-W
                 PERFORM COMPLETER-PAR-SOURCE
              WHEN 'JOUR2'
                 MOVE 'FLUX' TO WS-CAP-TYPE-W
                 MOVE PRD-PROGID(WS-PRD-IDX) TO WS-CAP-CODE-W
                 MOVE 0 TO WS-CAP-VOL-W
                 IF WS-CAP-TOT-VOL > WS-CAP-TOT-REJ
                    COMPUTE WS-CAP-VOL-W =
                       WS-CAP-TOT-VOL - WS-CAP-TOT-REJ
                 END-IF
                 MOVE WS-CAP-TOT-REJ TO WS-CAP-REJ-W
                 PERFORM POSER-CAPTURE
              WHEN OTHER
                 MOVE 'FLUX' TO WS-CAP-TYPE-W
                 MOVE PRD-PROGID(WS-PRD-IDX) TO WS-CAP-CODE-W
                 MOVE WS-CAP-TOT-VOL TO WS-CAP-VOL-W
                 MOVE WS-CAP-TOT-REJ TO WS-CAP-REJ-W
                 PERFORM POSER-CAPTURE
           END-EVALUATE.

       COMPLETER-PAR-SOURCE.
           IF CAP-GLOBALE
              MOVE WS-CAP-TOT-VOL TO WS-CAP-VOL-W
              MOVE WS-CAP-TOT-REJ TO WS-CAP-REJ-W
              PERFORM POSER-CAPTURE
           ELSE
              IF WS-CAP-TOT-REJ > WS-CAP-REJ-ATTRIB
                 MOVE 0 TO WS-CAP-VOL-W
                 COMPUTE WS-CAP-REJ-W =
                    WS-CAP-TOT-REJ - WS-CAP-REJ-ATTRIB
                 PERFORM POSER-CAPTURE
              END-IF
           END-IF.

       POSER-CAPTURE.
           MOVE 0 TO WS-CAP-IDX
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
              UNTIL WS-SRC-IDX > WS-NB-CAPTURES OR WS-CAP-IDX > 0
              IF CAP-TYPE(WS-SRC-IDX) = WS-CAP-TYPE-W
                 AND CAP-CODE(WS-SRC-IDX) = WS-CAP-CODE-W
                 MOVE WS-SRC-IDX TO WS-CAP-IDX
              END-IF
           END-PERFORM
           IF WS-CAP-IDX = 0
              IF WS-NB-CAPTURES >= WS-MAX-CAPTURES
                 MOVE "trop de sources au bilan" TO WS-MOTIF-W
                 PERFORM ABANDONNER
              END-IF
              ADD 1 TO WS-NB-CAPTURES
              MOVE WS-NB-CAPTURES TO WS-CAP-IDX
              MOVE WS-CAP-TYPE-W TO CAP-TYPE(WS-CAP-IDX)
              MOVE WS-CAP-CODE-W TO CAP-CODE(WS-CAP-IDX)
              MOVE 0 TO CAP-VOL(WS-CAP-IDX) CAP-REJ(WS-CAP-IDX)
           END-IF
           ADD WS-CAP-VOL-W TO CAP-VOL(WS-CAP-IDX)
           ADD WS-CAP-REJ-W TO CAP-REJ(WS-CAP-IDX).

       ECRIRE-SAISIE.
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
              UNTIL WS-CAP-IDX > WS-NB-CAPTURES
              MOVE SPACES TO WS-VOLUME-RECORD
              MOVE WS-CAP-DATE            TO WS-VOL-DATE
              MOVE WS-HORODATE            TO WS-VOL-HORODATE
              MOVE PRD-PROGID(WS-PRD-IDX) TO WS-VOL-PROGID
              MOVE CAP-TYPE(WS-CAP-IDX)   TO WS-VOL-TYPE
              MOVE CAP-CODE(WS-CAP-IDX)   TO WS-VOL-CODE
              MOVE CAP-VOL(WS-CAP-IDX)    TO WS-VOL-VOLUME
              MOVE CAP-REJ(WS-CAP-IDX)    TO WS-VOL-REJETS
              MOVE WS-CAP-RUNID           TO WS-VOL-RUNID
              WRITE WS-VOLUME-RECORD
              ADD 1 TO WS-NB-LIGNES-SAISIES
           END-PERFORM
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "SAISIE " PRD-PROGID(WS-PRD-IDX) " DU " WS-CAP-DATE
              " SOURCES " WS-NB-CAPTURES
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       CHARGER-EXECUTIONS.
      *> Première lecture de l'historique : horodate de la dernière
      *> saisie de chaque date du mois et de chaque producteur.
      *> Historique absent : relevé vide.
           MOVE 0 TO WS-NB-EXECUTIONS
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-VOLUMES
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-VOLUMES-DSN TO WS-MAN-DSN-W
           MOVE WS-VOLUMES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-VOLUMES-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-VOLUMES
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       IF WS-VOL-DATE IS NUMERIC
                          COMPUTE WS-MOIS-LIGNE = WS-VOL-DATE / 100
                          IF WS-MOIS-LIGNE = WS-MOIS
                             PERFORM RETENIR-EXECUTION
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-VOLUMES
              MOVE WS-VOLUMES-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       RETENIR-EXECUTION.
           PERFORM CHERCHER-EXECUTION
           IF NON-TROUVE
              IF WS-NB-EXECUTIONS >= WS-MAX-EXECUTIONS
                 MOVE "trop de saisies dans le mois" TO WS-MOTIF-W
                 PERFORM ABANDONNER
              END-IF
              ADD 1 TO WS-NB-EXECUTIONS
              MOVE WS-NB-EXECUTIONS TO WS-EXE-IDX
              MOVE WS-VOL-DATE     TO EXE-DATE(WS-EXE-IDX)
              MOVE WS-VOL-PROGID   TO EXE-PROGID(WS-EXE-IDX)
              MOVE WS-VOL-HORODATE TO EXE-HORODATE(WS-EXE-IDX)
           ELSE
              IF WS-VOL-HORODATE > EXE-HORODATE(WS-EXE-IDX)
                 MOVE WS-VOL-HORODATE TO EXE-HORODATE(WS-EXE-IDX)
              END-IF
           END-IF.

       CHERCHER-EXECUTION.
           SET NON-TROUVE TO TRUE
           PERFORM VARYING WS-EXE-IDX FROM 1 BY 1
              UNTIL WS-EXE-IDX > WS-NB-EXECUTIONS OR TROUVE
              IF EXE-DATE(WS-EXE-IDX) = WS-VOL-DATE
                 AND EXE-PROGID(WS-EXE-IDX) = WS-VOL-PROGID
                 SET TROUVE TO TRUE
              END-IF
           END-PERFORM
           IF TROUVE
              SUBTRACT 1 FROM WS-EXE-IDX
           END-IF.

       CHARGER-VOLUMES-MOIS.
      *> Seconde lecture : seules les lignes de la dernière saisie
      *> de leur date et de leur producteur sont cumulées.
           MOVE 0 TO WS-NB-SOURCES
           MOVE 0 TO WS-NO-LIGNE
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-VOLUMES
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-VOLUMES-DSN TO WS-MAN-DSN-W
           MOVE WS-VOLUMES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-VOLUMES-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-VOLUMES
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       ADD 1 TO WS-NO-LIGNE
                       IF WS-VOL-DATE IS NUMERIC
                          COMPUTE WS-MOIS-LIGNE = WS-VOL-DATE / 100
                          IF WS-MOIS-LIGNE = WS-MOIS
                             PERFORM CHERCHER-EXECUTION
                             IF TROUVE AND WS-VOL-HORODATE =
                                EXE-HORODATE(WS-EXE-IDX)
                                PERFORM CUMULER-VOLUME
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              MOVE WS-NO-LIGNE TO WS-RDEOF-COUNT
              MOVE WS-VOLUMES-DSN TO WS-RDEOF-DSN
              PERFORM ANNONCER-LECTURE
              CLOSE FICHIER-VOLUMES
              MOVE WS-VOLUMES-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       CUMULER-VOLUME.
      *> Source trouvée ou insérée à son rang (type + code), puis
      *> jour trouvé ou inséré à son rang dans la source.
           MOVE WS-VOL-TYPE TO WS-CLE-TYPE
           MOVE WS-VOL-CODE TO WS-CLE-CODE
           MOVE 0 TO WS-SRC-IDX
           MOVE 0 TO WS-SRC-POS
           PERFORM VARYING WS-SRC-POS FROM 1 BY 1
              UNTIL WS-SRC-POS > WS-NB-SOURCES
                 OR SRC-CLE(WS-SRC-POS) >= WS-CLE-W
              CONTINUE
           END-PERFORM
           IF WS-SRC-POS <= WS-NB-SOURCES
              IF SRC-CLE(WS-SRC-POS) = WS-CLE-W
                 MOVE WS-SRC-POS TO WS-SRC-IDX
              END-IF
           END-IF
           IF WS-SRC-IDX = 0
              IF WS-NB-SOURCES >= WS-MAX-SOURCES
                 MOVE "trop de sources dans le mois" TO WS-MOTIF-W
                 PERFORM ABANDONNER
              END-IF
              PERFORM VARYING WS-SRC-IDX FROM WS-NB-SOURCES BY -1
                 UNTIL WS-SRC-IDX < WS-SRC-POS
                 MOVE SOURCE-ENTRY(WS-SRC-IDX)
                    TO SOURCE-ENTRY(WS-SRC-IDX + 1)
              END-PERFORM
              ADD 1 TO WS-NB-SOURCES
              MOVE WS-SRC-POS TO WS-SRC-IDX
              INITIALIZE SOURCE-ENTRY(WS-SRC-IDX)
              MOVE WS-CLE-W TO SRC-CLE(WS-SRC-IDX)
           END-IF
           MOVE 0 TO WS-JOUR-IDX
           PERFORM VARYING WS-JOUR-POS FROM 1 BY 1
              UNTIL WS-JOUR-POS > SRC-NB-JOURS(WS-SRC-IDX)
                 OR SJ-DATE(WS-SRC-IDX, WS-JOUR-POS) >= WS-VOL-DATE
              CONTINUE
           END-PERFORM
           IF WS-JOUR-POS <= SRC-NB-JOURS(WS-SRC-IDX)
              IF SJ-DATE(WS-SRC-IDX, WS-JOUR-POS) = WS-VOL-DATE
                 MOVE WS-JOUR-POS TO WS-JOUR-IDX
              END-IF
           END-IF
           IF WS-JOUR-IDX = 0
              PERFORM VARYING WS-JOUR-IDX
                 FROM SRC-NB-JOURS(WS-SRC-IDX) BY -1
                 UNTIL WS-JOUR-IDX < WS-JOUR-POS
                 MOVE SRC-JOUR(WS-SRC-IDX, WS-JOUR-IDX)
                    TO SRC-JOUR(WS-SRC-IDX, WS-JOUR-IDX + 1)
              END-PERFORM
              ADD 1 TO SRC-NB-JOURS(WS-SRC-IDX)
              MOVE WS-JOUR-POS TO WS-JOUR-IDX
              MOVE WS-VOL-DATE TO SJ-DATE(WS-SRC-IDX, WS-JOUR-IDX)
              MOVE 0 TO SJ-VOL(WS-SRC-IDX, WS-JOUR-IDX)
                        SJ-REJ(WS-SRC-IDX, WS-JOUR-IDX)
           END-IF
           ADD WS-VOL-VOLUME TO SJ-VOL(WS-SRC-IDX, WS-JOUR-IDX)
           ADD WS-VOL-REJETS TO SJ-REJ(WS-SRC-IDX, WS-JOUR-IDX).

       CHARGER-TARIFS.
      *> La table des tarifs est obligatoire dès qu'il y a quelque
      *> chose à facturer.
           MOVE "JOURFAC_TARIFS" TO WS-VIG-NOM
           MOVE WS-FIN-MOIS TO WS-VIG-DATE
           PERFORM INITIALISER-VIGUEUR
           MOVE 0 TO WS-NB-TARIFS WS-NO-LIGNE
           OPEN INPUT FICHIER-TARIFS
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-TARIFS-DSN TO WS-MAN-DSN-W
           MOVE WS-TARIFS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-TARIFS-STATUS TO WS-FSTAT-CODE
           MOVE WS-TARIFS-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-TARIFS" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           SET NOT-FIN-FICHIER TO TRUE
           PERFORM UNTIL FIN-FICHIER
              READ FICHIER-TARIFS
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NO-LIGNE
                    IF WS-TARIFS-RECORD NOT = SPACES
                       AND WS-TARIFS-RECORD(1:1) NOT = '*'
                       MOVE WS-TARIFS-RECORD TO WS-VIG-LIGNE
                       PERFORM FILTRER-VIGUEUR
                       IF VIG-RETENUE AND WS-VIG-ENTREE NOT = SPACES
                          PERFORM ANALYSER-LIGNE-TARIF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER-TARIFS
           MOVE WS-TARIFS-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE WS-NO-LIGNE TO WS-RDEOF-COUNT
           MOVE WS-TARIFS-DSN TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           IF WS-NB-TARIFS = 0
              SET VIG-PAR-DEFAUT TO TRUE
           END-IF
           PERFORM FORMATER-VERSION-VIGUEUR
           MOVE WS-VIG-VERSION TO WS-LOG-MESSAGE
           PERFORM ECRIRE-JOURNAL.

       ANALYSER-LIGNE-TARIF.
           MOVE SPACES TO WS-TRF-JETONS
           UNSTRING WS-VIG-ENTREE DELIMITED BY ALL SPACE
              INTO WS-TRF-JETON(1) WS-TRF-JETON(2) WS-TRF-JETON(3)
                   WS-TRF-JETON(4) WS-TRF-JETON(5) WS-TRF-JETON(6)
                   WS-TRF-JETON(7)
           END-UNSTRING
           IF WS-TRF-JETON(6) = SPACES
              OR WS-TRF-JETON(7) NOT = SPACES
              OR WS-TRF-JETON(1)(7:) NOT = SPACES
              OR WS-TRF-JETON(2)(9:) NOT = SPACES
              MOVE "ligne illisible" TO WS-MOTIF-W
              PERFORM REFUSER-LIGNE-TARIF
           END-IF
           IF WS-TRF-JETON(1) NOT = 'SITE'
              AND WS-TRF-JETON(1) NOT = 'REGION'
              AND WS-TRF-JETON(1) NOT = 'FLUX'
              MOVE "type de source inconnu" TO WS-MOTIF-W
              PERFORM REFUSER-LIGNE-TARIF
           END-IF
           PERFORM VARYING WS-TRF-J FROM 3 BY 1 UNTIL WS-TRF-J > 6
              IF FUNCTION TEST-NUMVAL(WS-TRF-JETON(WS-TRF-J)) NOT = 0
                 MOVE "montant non numerique" TO WS-MOTIF-W
                 PERFORM REFUSER-LIGNE-TARIF
              END-IF
              COMPUTE WS-TRF-VALEUR =
                 FUNCTION NUMVAL(WS-TRF-JETON(WS-TRF-J))
              IF WS-TRF-VALEUR < 0
                 OR (WS-TRF-J < 5 AND WS-TRF-VALEUR >= 1000)
                 OR (WS-TRF-J = 5 AND WS-TRF-VALEUR >= 100000)
                 OR (WS-TRF-J = 6 AND WS-TRF-VALEUR >= 10000000)
                 MOVE "montant hors format" TO WS-MOTIF-W
                 PERFORM REFUSER-LIGNE-TARIF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-TRF-IDX FROM 1 BY 1
              UNTIL WS-TRF-IDX > WS-NB-TARIFS
              IF TRF-TYPE(WS-TRF-IDX) = WS-TRF-JETON(1)
                 AND TRF-CODE(WS-TRF-IDX) = WS-TRF-JETON(2)
                 MOVE "tarif en double" TO WS-MOTIF-W
                 PERFORM REFUSER-LIGNE-TARIF
              END-IF
           END-PERFORM
           IF WS-NB-TARIFS >= WS-MAX-TARIFS
              MOVE "table des tarifs pleine" TO WS-MOTIF-W
              PERFORM REFUSER-LIGNE-TARIF
           END-IF
           ADD 1 TO WS-NB-TARIFS
           MOVE WS-TRF-JETON(1) TO TRF-TYPE(WS-NB-TARIFS)
           MOVE WS-TRF-JETON(2) TO TRF-CODE(WS-NB-TARIFS)
           COMPUTE TRF-ENREG(WS-NB-TARIFS) =
              FUNCTION NUMVAL(WS-TRF-JETON(3))
           COMPUTE TRF-REJET(WS-NB-TARIFS) =
              FUNCTION NUMVAL(WS-TRF-JETON(4))
           COMPUTE TRF-RUN(WS-NB-TARIFS) =
              FUNCTION NUMVAL(WS-TRF-JETON(5))
           COMPUTE TRF-MINIMUM(WS-NB-TARIFS) =
              FUNCTION NUMVAL(WS-TRF-JETON(6)).

       REFUSER-LIGNE-TARIF.
           DISPLAY "ABEND JOURFAC : " FUNCTION TRIM(WS-MOTIF-W)
                   " ligne " WS-NO-LIGNE " de "
                   FUNCTION TRIM(WS-TARIFS-DSN) " : "
                   FUNCTION TRIM(WS-TARIFS-RECORD)
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "ABEND " FUNCTION TRIM(WS-MOTIF-W)
              " LIGNE " WS-NO-LIGNE " DES TARIFS"
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           CLOSE FICHIER-TARIFS
           MOVE WS-TARIFS-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE 16 TO RETURN-CODE
           PERFORM FERMER-JOURNAL
           STOP RUN.

       CALCULER-MONTANTS.
      *> Tarif de la source, à défaut celui de son type (code '*').
      *> Un run facturable est un jour du mois où la source a envoyé
      *> au moins un enregistrement, admis ou rejeté.
           MOVE 0 TO WS-TOTAL-DU WS-NB-SANS-TARIF WS-NB-MINIMUMS
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
              UNTIL WS-SRC-IDX > WS-NB-SOURCES
              MOVE 0 TO SRC-VOL-TOTAL(WS-SRC-IDX)
                        SRC-REJ-TOTAL(WS-SRC-IDX)
                        SRC-NB-RUNS(WS-SRC-IDX)
              PERFORM VARYING WS-JOUR-IDX FROM 1 BY 1
                 UNTIL WS-JOUR-IDX > SRC-NB-JOURS(WS-SRC-IDX)
                 ADD SJ-VOL(WS-SRC-IDX, WS-JOUR-IDX)
                    TO SRC-VOL-TOTAL(WS-SRC-IDX)
                 ADD SJ-REJ(WS-SRC-IDX, WS-JOUR-IDX)
                    TO SRC-REJ-TOTAL(WS-SRC-IDX)
                 IF SJ-VOL(WS-SRC-IDX, WS-JOUR-IDX) > 0
                    OR SJ-REJ(WS-SRC-IDX, WS-JOUR-IDX) > 0
                    ADD 1 TO SRC-NB-RUNS(WS-SRC-IDX)
                 END-IF
              END-PERFORM
              PERFORM TROUVER-TARIF
              MOVE 0 TO SRC-MNT-ENREG(WS-SRC-IDX)
                        SRC-MNT-REJ(WS-SRC-IDX)
                        SRC-MNT-RUNS(WS-SRC-IDX)
                        SRC-MNT-CALCULE(WS-SRC-IDX)
                        SRC-MNT-DU(WS-SRC-IDX)
              MOVE SPACE TO SRC-INDIC(WS-SRC-IDX)
              IF SRC-TRF-IDX(WS-SRC-IDX) = 0
                 MOVE 'T' TO SRC-INDIC(WS-SRC-IDX)
                 ADD 1 TO WS-NB-SANS-TARIF
              ELSE
                 MOVE SRC-TRF-IDX(WS-SRC-IDX) TO WS-TRF-IDX
                 COMPUTE SRC-MNT-ENREG(WS-SRC-IDX) ROUNDED =
                    SRC-VOL-TOTAL(WS-SRC-IDX) * TRF-ENREG(WS-TRF-IDX)
                 COMPUTE SRC-MNT-REJ(WS-SRC-IDX) ROUNDED =
                    SRC-REJ-TOTAL(WS-SRC-IDX) * TRF-REJET(WS-TRF-IDX)
                 COMPUTE SRC-MNT-RUNS(WS-SRC-IDX) =
                    SRC-NB-RUNS(WS-SRC-IDX) * TRF-RUN(WS-TRF-IDX)
                 COMPUTE SRC-MNT-CALCULE(WS-SRC-IDX) =
                    SRC-MNT-ENREG(WS-SRC-IDX) + SRC-MNT-REJ(WS-SRC-IDX)
                    + SRC-MNT-RUNS(WS-SRC-IDX)
                 MOVE SRC-MNT-CALCULE(WS-SRC-IDX)
                    TO SRC-MNT-DU(WS-SRC-IDX)
                 IF SRC-MNT-CALCULE(WS-SRC-IDX)
                    < TRF-MINIMUM(WS-TRF-IDX)
                    MOVE TRF-MINIMUM(WS-TRF-IDX)
                       TO SRC-MNT-DU(WS-SRC-IDX)
                    MOVE 'M' TO SRC-INDIC(WS-SRC-IDX)
                    ADD 1 TO WS-NB-MINIMUMS
                 END-IF
              END-IF
              ADD SRC-MNT-DU(WS-SRC-IDX) TO WS-TOTAL-DU
           END-PERFORM
           MOVE WS-TOTAL-DU TO WS-RLG-DU.

       TROUVER-TARIF.
           MOVE 0 TO SRC-TRF-IDX(WS-SRC-IDX)
           PERFORM VARYING WS-TRF-IDX FROM 1 BY 1
              UNTIL WS-TRF-IDX > WS-NB-TARIFS
              IF TRF-TYPE(WS-TRF-IDX) = SRC-TYPE(WS-SRC-IDX)
                 IF TRF-CODE(WS-TRF-IDX) = SRC-CODE(WS-SRC-IDX)
                    MOVE WS-TRF-IDX TO SRC-TRF-IDX(WS-SRC-IDX)
                 END-IF
                 IF TRF-CODE(WS-TRF-IDX) = '*'
                    AND SRC-TRF-IDX(WS-SRC-IDX) = 0
                    MOVE WS-TRF-IDX TO SRC-TRF-IDX(WS-SRC-IDX)
                 END-IF
              END-IF
           END-PERFORM
      *> Le tarif propre à la source l'emporte sur celui du type,
      *> quel que soit leur ordre dans la table.
           PERFORM VARYING WS-TRF-IDX FROM 1 BY 1
              UNTIL WS-TRF-IDX > WS-NB-TARIFS
              IF TRF-TYPE(WS-TRF-IDX) = SRC-TYPE(WS-SRC-IDX)
                 AND TRF-CODE(WS-TRF-IDX) = SRC-CODE(WS-SRC-IDX)
                 MOVE WS-TRF-IDX TO SRC-TRF-IDX(WS-SRC-IDX)
              END-IF
           END-PERFORM.

       ECRIRE-RELEVE.
           OPEN OUTPUT FICHIER-RELEVE
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-RELEVE-DSN TO WS-MAN-DSN-W
           MOVE WS-RELEVE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-RELEVE-STATUS TO WS-FSTAT-CODE
           MOVE WS-RELEVE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-RELEVE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE WS-MOIS TO WS-RLT-MOIS
           MOVE WS-RUN-DATE TO WS-RLT-DATE
           WRITE WS-RELEVE-LIGNE FROM WS-REL-TITRE
           IF WS-NB-SOURCES > 0
              WRITE WS-RELEVE-LIGNE FROM WS-VIG-VERSION
           END-IF
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
              UNTIL WS-SRC-IDX > WS-NB-SOURCES
              PERFORM ECRIRE-RELEVE-SOURCE
           END-PERFORM
           MOVE WS-NB-SOURCES TO WS-RLG-NB
           MOVE WS-NB-SANS-TARIF TO WS-RLG-SANS-TARIF
           WRITE WS-RELEVE-LIGNE FROM WS-REL-GENERAL
           CLOSE FICHIER-RELEVE
           MOVE WS-RELEVE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-RELEVE-SOURCE.
           MOVE SRC-TYPE(WS-SRC-IDX) TO WS-RLS-TYPE
           MOVE SRC-CODE(WS-SRC-IDX) TO WS-RLS-CODE
           WRITE WS-RELEVE-LIGNE FROM WS-REL-SOURCE
           PERFORM VARYING WS-JOUR-IDX FROM 1 BY 1
              UNTIL WS-JOUR-IDX > SRC-NB-JOURS(WS-SRC-IDX)
              MOVE SJ-DATE(WS-SRC-IDX, WS-JOUR-IDX) TO WS-RLJ-DATE
              MOVE SJ-VOL(WS-SRC-IDX, WS-JOUR-IDX)  TO WS-RLJ-VOL
              MOVE SJ-REJ(WS-SRC-IDX, WS-JOUR-IDX)  TO WS-RLJ-REJ
              WRITE WS-RELEVE-LIGNE FROM WS-REL-JOUR
           END-PERFORM
           MOVE SRC-VOL-TOTAL(WS-SRC-IDX) TO WS-RLO-VOL
           MOVE SRC-REJ-TOTAL(WS-SRC-IDX) TO WS-RLO-REJ
           MOVE SRC-NB-RUNS(WS-SRC-IDX)   TO WS-RLO-RUNS
           WRITE WS-RELEVE-LIGNE FROM WS-REL-TOTAL
           MOVE SPACES TO WS-RLD-MENTION
           MOVE 0 TO WS-RLD-MINIMUM
           IF SRC-TRF-IDX(WS-SRC-IDX) > 0
              MOVE SRC-TRF-IDX(WS-SRC-IDX) TO WS-TRF-IDX
              MOVE "ENREGISTREMENTS" TO WS-RLC-LIBELLE
              MOVE SRC-VOL-TOTAL(WS-SRC-IDX) TO WS-RLC-QUANTITE
              MOVE TRF-ENREG(WS-TRF-IDX) TO WS-RLC-PRIX
              MOVE SRC-MNT-ENREG(WS-SRC-IDX) TO WS-RLC-MONTANT
              WRITE WS-RELEVE-LIGNE FROM WS-REL-CALCUL
              MOVE "REJETS" TO WS-RLC-LIBELLE
              MOVE SRC-REJ-TOTAL(WS-SRC-IDX) TO WS-RLC-QUANTITE
              MOVE TRF-REJET(WS-TRF-IDX) TO WS-RLC-PRIX
              MOVE SRC-MNT-REJ(WS-SRC-IDX) TO WS-RLC-MONTANT
              WRITE WS-RELEVE-LIGNE FROM WS-REL-CALCUL
              MOVE "RUNS" TO WS-RLC-LIBELLE
              MOVE SRC-NB-RUNS(WS-SRC-IDX) TO WS-RLC-QUANTITE
              MOVE TRF-RUN(WS-TRF-IDX) TO WS-RLC-PRIX
              MOVE SRC-MNT-RUNS(WS-SRC-IDX) TO WS-RLC-MONTANT
              WRITE WS-RELEVE-LIGNE FROM WS-REL-CALCUL
              MOVE TRF-MINIMUM(WS-TRF-IDX) TO WS-RLD-MINIMUM
           END-IF
           EVALUATE SRC-INDIC(WS-SRC-IDX)
              WHEN 'M'
                 MOVE "MINIMUM APPLIQUE" TO WS-RLD-MENTION
              WHEN 'T'
                 MOVE "SANS TARIF" TO WS-RLD-MENTION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE SRC-MNT-CALCULE(WS-SRC-IDX) TO WS-RLD-CALCULE
           MOVE SRC-MNT-DU(WS-SRC-IDX) TO WS-RLD-DU
           WRITE WS-RELEVE-LIGNE FROM WS-REL-DU.

       ECRIRE-FINANCE.
      *> En-tête et pied portent le nombre de lignes D et le total
      *> dû : la finance équilibre le fichier sans relire le relevé.
           OPEN OUTPUT FICHIER-FINANCE
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-FINANCE-DSN TO WS-MAN-DSN-W
           MOVE WS-FINANCE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-FINANCE-STATUS TO WS-FSTAT-CODE
           MOVE WS-FINANCE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-FINANCE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE WS-MOIS       TO WS-FNC-MOIS
           MOVE WS-RUN-DATE   TO WS-FNC-DATE
           MOVE WS-NB-SOURCES TO WS-FNC-NB
           MOVE WS-TOTAL-DU   TO WS-FNC-TOTAL
           MOVE 'H' TO WS-FNC-TYPE
           WRITE WS-FINANCE-LIGNE FROM WS-FIN-CONTROLE-W
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
              UNTIL WS-SRC-IDX > WS-NB-SOURCES
              MOVE WS-MOIS TO WS-FND-MOIS
              MOVE SRC-TYPE(WS-SRC-IDX)        TO WS-FND-TYPE
              MOVE SRC-CODE(WS-SRC-IDX)        TO WS-FND-CODE
              MOVE SRC-VOL-TOTAL(WS-SRC-IDX)   TO WS-FND-VOLUME
              MOVE SRC-REJ-TOTAL(WS-SRC-IDX)   TO WS-FND-REJETS
              MOVE SRC-NB-RUNS(WS-SRC-IDX)     TO WS-FND-RUNS
              MOVE SRC-MNT-ENREG(WS-SRC-IDX)   TO WS-FND-MNT-ENREG
              MOVE SRC-MNT-REJ(WS-SRC-IDX)     TO WS-FND-MNT-REJ
              MOVE SRC-MNT-RUNS(WS-SRC-IDX)    TO WS-FND-MNT-RUNS
              MOVE SRC-MNT-DU(WS-SRC-IDX)      TO WS-FND-MNT-DU
              MOVE SRC-INDIC(WS-SRC-IDX)       TO WS-FND-INDIC
              WRITE WS-FINANCE-LIGNE FROM WS-FIN-DETAIL-W
           END-PERFORM
           MOVE 'T' TO WS-FNC-TYPE
           WRITE WS-FINANCE-LIGNE FROM WS-FIN-CONTROLE-W
           CLOSE FICHIER-FINANCE
           MOVE WS-FINANCE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ABANDONNER.
           DISPLAY "ABEND JOURFAC : " FUNCTION TRIM(WS-MOTIF-W)
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "ABEND " FUNCTION TRIM(WS-MOTIF-W)
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           MOVE 16 TO RETURN-CODE
           PERFORM FERMER-JOURNAL
           STOP RUN.

       COPY PUBPR.
       COPY LOGPR.
       COPY RUNPR.
       COPY FSTATPR.
       COPY RDEOFPR.
       COPY DATPR.
       COPY VIGPR.
       COPY MANPR.
