       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURBI.

      *> Flux quotidien des résultats de la chaîne pour l'entrepôt de
      *> l'équipe BI, qui recopiait jusqu'ici sommaire.rpt et
      *> jour1.rpt à l'écran, chacun dans sa disposition. Ce pas, lancé
      *> après l'équilibrage des bilans (JOURBAL), écrit un fichier
      *> délimité par ';' avec un enregistrement par métrique et par
      *> programme :
      *>   H;JOURBI;<date>;<horodate>;<émission>;<run>
      *>   D;<date>;<horodate>;<programme>;<métrique>;<valeur>;
      *>     <version>;<action>;<émission>        (sur une seule ligne)
      *>   T;<date>;<émission>;<nombre de lignes D>
      *> <date> : date ouvrée de la chaîne (fichier d'état des pas de
      *> JOURCTL), à défaut la date de traitement (cf. DATWS.cpy) ;
      *> <horodate> : AAAAMMJJHHMMSS du passage ; <valeur> sur 15
      *> chiffres ; <run> : identifiant du run de la chaîne qui a
      *> produit l'émission (cf. RUNWS.cpy) ; <version> : ligne de
      *> version du fichier paramètre en vigueur portée au sommaire
      *> (JOUR2, JOUR3, JOUR4, cf. VIGWS.cpy), génération du
      *> référentiel de règles pour JOUR5 ("GENERATION nnnn"), à
      *> blanc pour JOUR1.
      *> Métriques : les totaux de la première ligne du sommaire (ou
      *> de jour1.rpt), puis chaque ligne du bilan d'équilibre qui
      *> n'y figure pas déjà ; les lignes de bilan qualifiées
      *> (panneau de JOUR4, site de JOUR1, région de JOUR3) sont
      *> nommées <nom>.<qualifiant>.
      *> Le flux n'est produit que si le pas BILAN est OK (ou REPRIS)
      *> au fichier d'état des pas : des chiffres que JOURBAL n'a pas
      *> équilibrés ne partent pas à l'entrepôt (refus RC 12). Les
      *> sorties d'un producteur encore marqué ENCOURS au fichier des
      *> publications sont refusées de même (cf. PUBWS.cpy) ; un
      *> producteur sans sommaire ou sans bilan lisible est sauté,
      *> signalé, et le pas rend RC 4.
      *> Chaque enregistrement envoyé est porté à un historique des
      *> émissions (OPEN EXTEND). Quand une date déjà envoyée est
      *> rejouée (rerun, reprise, retraitement), le pas compare aux
      *> dernières valeurs envoyées pour cette date et n'émet que les
      *> écarts, sous un nouveau numéro d'émission : action R
      *> (retraitement : remplace la valeur précédente), N (métrique
      *> jamais envoyée pour cette date), A (annulation : métrique
      *> envoyée auparavant, absente du producteur rejoué). Une
      *> métrique inchangée n'est pas renvoyée. Le chargeur de
      *> l'entrepôt retient, par date, programme et métrique, la
      *> ligne de plus haut numéro d'émission et contrôle le nombre
      *> de lignes D contre la remorque T. Un rejeu sans aucun écart
      *> ne produit pas de fichier.
      *> Fichier produit : nom de base (JOURBI_FLUX_DSN) + ".AAAAMMJJ"
      *> + "." + numéro d'émission sur 3 chiffres.
      *> Dans la chaîne, ce pas s'ajoute par la définition externe
      *> derrière BILAN, avec BILAN en politique D qui le liste comme
      *> dépendant, par exemple :
      *>   BILAN    JOURBAL 60 D ENTREPOT
      *>   ENTREPOT JOURBI  65 C
      *> Sommaires et bilans lus, historique des émissions et flux
      *> produit sont inscrits au manifeste de run (cf. MANWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-SOMMAIRE-IN ASSIGN TO DYNAMIC
               WS-SOMMAIRE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOMMAIRE-STATUS.
           SELECT FICHIER-BILAN-IN ASSIGN TO DYNAMIC WS-BILAN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILAN-STATUS.
           SELECT FICHIER-STATUTS ASSIGN TO DYNAMIC WS-STATUTS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUTS-STATUS.
           SELECT FICHIER-EMISSIONS ASSIGN TO DYNAMIC
               WS-EMISSIONS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMISSIONS-STATUS.
           SELECT FICHIER-FLUX ASSIGN TO DYNAMIC WS-FLUX-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLUX-STATUS.
           COPY PUBSEL.
           COPY LOGSEL.
           COPY MANSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-SOMMAIRE-IN.
      *> Sommaire du producteur (jour1.rpt pour JOUR1) : première
      *> ligne de totaux, relue selon la disposition du producteur
      *> (cf. WS-SOM-LIGNE), puis lignes libres dont la ligne de
      *> version "PARAMETRE ...".
       01  WS-SOMMAIRE-RECORD      PIC X(200).

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

       FD  FICHIER-STATUTS.
      *> Même disposition que WS-STATUT-RECORD de JOURCTL.
       01  WS-STATUT-RECORD.
           05  WS-STA-NOM           PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-STA-STATUT        PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-STA-RC            PIC 9(04).
           05  FILLER               PIC X(01).
           05  WS-STA-DATE          PIC 9(08).
           05  FILLER               PIC X(01).
           05  WS-STA-DATE-OUVREE   PIC 9(08).

       FD  FICHIER-EMISSIONS.
      *> Historique des émissions (OPEN EXTEND : une ligne par
      *> enregistrement D envoyé). La dernière ligne d'une date, d'un
      *> programme et d'une métrique donne ce que l'entrepôt détient.
      *> Les FILLER de séparation sont positionnés à SPACE par
      *> ECRIRE-EMISSIONS.
       01  WS-EMISSION-RECORD.
           05  WS-EMI-DATE          PIC 9(08).
           05  FILLER               PIC X(01).
           05  WS-EMI-HORODATE      PIC 9(14).
           05  FILLER               PIC X(01).
           05  WS-EMI-NUMERO        PIC 9(03).
           05  FILLER               PIC X(01).
           05  WS-EMI-ACTION        PIC X(01).
           05  FILLER               PIC X(01).
           05  WS-EMI-PROGID        PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-EMI-METRIQUE      PIC X(24).
           05  FILLER               PIC X(01).
           05  WS-EMI-VALEUR        PIC 9(15).
           05  FILLER               PIC X(01).
           05  WS-EMI-VERSION       PIC X(60).
           05  FILLER               PIC X(01).
           05  WS-EMI-RUNID         PIC X(26).

       FD  FICHIER-FLUX.
       01  WS-FLUX-RECORD           PIC X(200).

       COPY PUBFD.
       COPY LOGFD.
       COPY MANFD.

       WORKING-STORAGE SECTION.
       01  WS-SOMMAIRE-DSN      PIC X(200) VALUE SPACES.
       01  WS-SOMMAIRE-STATUS   PIC X(02) VALUE '00'.
       01  WS-BILAN-DSN         PIC X(200) VALUE SPACES.
       01  WS-BILAN-STATUS      PIC X(02) VALUE '00'.
       01  WS-STATUTS-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-STATUTS-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/statut_etapes.dat".
       01  WS-STATUTS-STATUS    PIC X(02) VALUE '00'.
       01  WS-EMISSIONS-DSN     PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-EMISSIONS-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/emissions_bi.dat".
       01  WS-EMISSIONS-STATUS  PIC X(02) VALUE '00'.
       01  WS-FLUX-BASE         PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-FLUX-BASE  PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/flux_bi.csv".
       01  WS-FLUX-DSN          PIC X(200) VALUE SPACES.
       01  WS-FLUX-STATUS       PIC X(02) VALUE '00'.

       01  WS-NO-LIGNE          PIC 9(07) VALUE 0.
       01  WS-EOF               PIC 9 VALUE 0.
           88  FIN-FICHIER          VALUE 1.
           88  NOT-FIN-FICHIER      VALUE 0.

      *> Date ouvrée et état du pas d'équilibrage.
       01  WS-RUN-DATE          PIC 9(08) VALUE 0.
       01  WS-HORODATE          PIC 9(14) VALUE 0.
       01  WS-DATE-MACHINE      PIC 9(08) VALUE 0.
       01  WS-HEURE-MACHINE     PIC 9(08) VALUE 0.
       01  WS-BILAN-ETAT        PIC X(08) VALUE SPACES.

      *> Producteurs du flux : PROGRAM-ID (inscrit au fichier des
      *> publications), variables d'environnement et défauts de leur
      *> sommaire et de leur bilan, les mêmes que dans le producteur.
       01  WS-NB-PRODUCTEURS    PIC 9(02) VALUE 5.
       01  WS-PRD-IDX           PIC 9(02) VALUE 0.
       01  TABLE-PRODUCTEURS.
           05  PRODUCTEUR-ENTRY OCCURS 5.
               10  PRD-PROGID       PIC X(08).
               10  PRD-SOM-ENV      PIC X(30).
               10  PRD-SOM-DEFAUT   PIC X(200).
               10  PRD-SOM-DSN      PIC X(200).
               10  PRD-BILAN-ENV    PIC X(30).
               10  PRD-BILAN-DEFAUT PIC X(200).
               10  PRD-BILAN-DSN    PIC X(200).
               10  PRD-COLLECTE     PIC X(01).
                   88  PRD-COLLECTE-OK  VALUE 'O'.
                   88  PRD-ABSENT       VALUE 'N'.
       01  WS-NB-ABSENTS        PIC 9(02) VALUE 0.
       01  WS-MOTIF-W           PIC X(30) VALUE SPACES.

      *> Première ligne du sommaire, vue selon son producteur (mêmes
      *> dispositions que les FD de JOURCTL).
       01  WS-SOM-LIGNE         PIC X(200) VALUE SPACES.
       01  WS-SOM-J1 REDEFINES WS-SOM-LIGNE.
           05  WS-S1-DATE           PIC 9(08).
           05  FILLER               PIC X(01).
           05  WS-S1-NB-LIGNES      PIC 9(08).
           05  FILLER               PIC X(01).
           05  WS-S1-DIS-TOTAL      PIC 9(10).
           05  FILLER               PIC X(01).
           05  WS-S1-SIM-TOTAL      PIC 9(15).
       01  WS-SOM-J2 REDEFINES WS-SOM-LIGNE.
           05  WS-S2-DATE           PIC 9(08).
           05  FILLER               PIC X(01).
           05  WS-S2-NB-RAPPORTS    PIC 9(04).
           05  FILLER               PIC X(01).
           05  WS-S2-OK             PIC 9(04).
           05  FILLER               PIC X(01).
           05  WS-S2-OK-DUMP        PIC 9(04).
       01  WS-SOM-J3 REDEFINES WS-SOM-LIGNE.
           05  WS-S3-DATE           PIC 9(08).
           05  FILLER               PIC X(01).
           05  WS-S3-TOTAL          PIC 9(10).
           05  FILLER               PIC X(01).
           05  WS-S3-TOTAL-CORR     PIC 9(10).
           05  FILLER               PIC X(01).
           05  WS-S3-REJETS-MUL     PIC 9(06).
       01  WS-SOM-J4 REDEFINES WS-SOM-LIGNE.
           05  WS-S4-DATE           PIC 9(08).
           05  FILLER               PIC X(01).
           05  WS-S4-XMAS           PIC 9(06).
           05  FILLER               PIC X(01).
           05  WS-S4-CROIX          PIC 9(06).
           05  FILLER               PIC X(01).
           05  WS-S4-SUPP-XMAS      PIC 9(06).
           05  FILLER               PIC X(01).
           05  WS-S4-SUPP-CROIX     PIC 9(06).
       01  WS-SOM-J5 REDEFINES WS-SOM-LIGNE.
           05  WS-S5-DATE           PIC 9(08).
           05  FILLER               PIC X(01).
           05  WS-S5-RESULTAT       PIC 9(06).
           05  FILLER               PIC X(01).
           05  WS-S5-RESULTAT-INVAL PIC 9(06).
           05  FILLER               PIC X(01).
           05  WS-S5-GENERATION-X   PIC X(04).
       01  WS-SOM-LISIBLE-FLAG  PIC 9 VALUE 0.
           88  SOM-LISIBLE          VALUE 1.
           88  SOM-ILLISIBLE        VALUE 0.
       01  WS-VERSION-W         PIC X(60) VALUE SPACES.

      *> Métriques collectées au passage courant.
       01  WS-MAX-METRIQUES     PIC 9(03) VALUE 500.
       01  WS-NB-METRIQUES      PIC 9(03) VALUE 0.
       01  WS-MET-IDX           PIC 9(03) VALUE 0.
       01  WS-MET-DEBUT         PIC 9(03) VALUE 0.
       01  TABLE-METRIQUES.
           05  METRIQUE-ENTRY OCCURS 500.
               10  MET-PROGID       PIC X(08).
               10  MET-NOM          PIC X(24).
               10  MET-VALEUR       PIC 9(15).
               10  MET-VERSION      PIC X(60).
               10  MET-ACTION       PIC X(01).
       01  WS-MET-NOM-W         PIC X(24) VALUE SPACES.
       01  WS-MET-VALEUR-W      PIC 9(15) VALUE 0.

      *> Dernières valeurs envoyées pour la date, d'après
      *> l'historique des émissions.
       01  WS-MAX-ENVOYES       PIC 9(03) VALUE 500.
       01  WS-NB-ENVOYES        PIC 9(03) VALUE 0.
       01  WS-ENV-IDX           PIC 9(03) VALUE 0.
       01  TABLE-ENVOYES.
           05  ENVOYE-ENTRY OCCURS 500.
               10  ENV-PROGID       PIC X(08).
               10  ENV-NOM          PIC X(24).
               10  ENV-VALEUR       PIC 9(15).
               10  ENV-VERSION      PIC X(60).
               10  ENV-ACTION       PIC X(01).
               10  ENV-REVU         PIC X(01).
       01  WS-DERNIERE-EMISSION PIC 9(03) VALUE 0.
       01  WS-EMISSION          PIC 9(03) VALUE 0.
       01  WS-TROUVE-FLAG       PIC 9 VALUE 0.
           88  TROUVE               VALUE 1.
           88  NON-TROUVE           VALUE 0.

      *> Enregistrements D de l'émission courante.
       01  WS-NB-ANNULATIONS    PIC 9(03) VALUE 0.
       01  TABLE-ANNULATIONS.
           05  ANN-ENV-IDX OCCURS 500 PIC 9(03).
       01  WS-ANN-IDX           PIC 9(03) VALUE 0.
       01  WS-NB-NOUVEAUX       PIC 9(05) VALUE 0.
       01  WS-NB-RETRAITES      PIC 9(05) VALUE 0.
       01  WS-NB-INCHANGES      PIC 9(05) VALUE 0.
       01  WS-NB-DETAILS        PIC 9(07) VALUE 0.

       01  WS-LIGNE-W           PIC X(200) VALUE SPACES.
       01  WS-D-PROGID          PIC X(08) VALUE SPACES.
       01  WS-D-NOM             PIC X(24) VALUE SPACES.
       01  WS-D-VALEUR          PIC 9(15) VALUE 0.
       01  WS-D-VERSION         PIC X(60) VALUE SPACES.
       01  WS-D-ACTION          PIC X(01) VALUE SPACE.

       COPY PUBWS.
       COPY LOGWS.
       COPY RUNWS.
       COPY FSTATWS.
       COPY RDEOFWS.
       COPY DATWS.
       COPY MANWS.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE 'JOURBI' TO WS-LOG-PROGID
           MOVE 'JOURBI_JOURNAL_DSN' TO WS-LOG-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/journal_bi.log"
              TO WS-LOG-DSN-DEFAUT
           PERFORM OUVRIR-JOURNAL
           MOVE 'JOURBI' TO WS-MAN-PROGID
           PERFORM RESOUDRE-PARAMETRES
           PERFORM VERIFIER-EQUILIBRAGE
           PERFORM INITIALISER-PRODUCTEURS
           MOVE 0 TO WS-NB-METRIQUES WS-NB-ABSENTS
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
              UNTIL WS-PRD-IDX > WS-NB-PRODUCTEURS
              PERFORM COLLECTER-PRODUCTEUR
           END-PERFORM
           PERFORM CHARGER-EMISSIONS
           PERFORM COMPARER-EMISSIONS
           COMPUTE WS-NB-DETAILS =
              WS-NB-NOUVEAUX + WS-NB-RETRAITES + WS-NB-ANNULATIONS
      *> Première émission de la date : le fichier part toujours,
      *> même vide, l'entrepôt l'attend chaque jour. Rejeu sans écart
      *> : rien à envoyer.
           IF WS-NB-DETAILS > 0 OR WS-EMISSION = 1
              PERFORM ECRIRE-FLUX
              PERFORM ECRIRE-EMISSIONS
              DISPLAY "JOURBI : emission " WS-EMISSION " du "
                      WS-RUN-DATE " - " WS-NB-DETAILS
                      " ligne(s) -> " FUNCTION TRIM(WS-FLUX-DSN)
           ELSE
              MOVE WS-DERNIERE-EMISSION TO WS-EMISSION
              DISPLAY "JOURBI : " WS-RUN-DATE " deja envoye, "
                      "aucun ecart, pas de nouvelle emission"
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "DATE " WS-RUN-DATE " EMISSION " WS-EMISSION
              " METRIQUES " WS-NB-METRIQUES " N " WS-NB-NOUVEAUX
              " R " WS-NB-RETRAITES " A " WS-NB-ANNULATIONS
              " INCHANGEES " WS-NB-INCHANGES
              " ABSENTS " WS-NB-ABSENTS
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
      *> RC 4 : un producteur au moins n'a pas pu être repris.
           IF WS-NB-ABSENTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ECRIRE-MANIFESTE
           PERFORM FERMER-JOURNAL
      *> GOBACK plutôt que STOP RUN : ce pas peut être appelé en
      *> séquence par le programme pilote.
           GOBACK.

       RESOUDRE-PARAMETRES.
           ACCEPT WS-STATUTS-DSN FROM ENVIRONMENT "JOURCTL_STATUT_DSN"
           IF WS-STATUTS-DSN = SPACES
              MOVE WS-DEFAUT-STATUTS-DSN TO WS-STATUTS-DSN
           END-IF
           ACCEPT WS-EMISSIONS-DSN
              FROM ENVIRONMENT "JOURBI_EMISSIONS_DSN"
           IF WS-EMISSIONS-DSN = SPACES
              MOVE WS-DEFAUT-EMISSIONS-DSN TO WS-EMISSIONS-DSN
           END-IF
           ACCEPT WS-FLUX-BASE FROM ENVIRONMENT "JOURBI_FLUX_DSN"
           IF WS-FLUX-BASE = SPACES
              MOVE WS-DEFAUT-FLUX-BASE TO WS-FLUX-BASE
           END-IF
           ACCEPT WS-DATE-MACHINE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-MACHINE FROM TIME
           COMPUTE WS-HORODATE = WS-DATE-MACHINE * 1000000
                               + WS-HEURE-MACHINE / 100.

       VERIFIER-EQUILIBRAGE.
      *> Le pas BILAN doit être passé (OK, ou REPRIS d'un run
      *> précédent de la même date) : sa ligne au fichier d'état des
      *> pas de JOURCTL donne aussi la date ouvrée du flux.
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           MOVE 'ABSENT' TO WS-BILAN-ETAT
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-STATUTS
           IF WS-STATUTS-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-STATUTS
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       IF WS-STA-NOM = 'BILAN'
                          MOVE WS-STA-STATUT TO WS-BILAN-ETAT
                          IF WS-STA-DATE-OUVREE IS NUMERIC
                             AND WS-STA-DATE-OUVREE > 0
                             MOVE WS-STA-DATE-OUVREE TO WS-RUN-DATE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-STATUTS
           END-IF
           IF WS-BILAN-ETAT NOT = 'OK' AND WS-BILAN-ETAT NOT = 'REPRIS'
              DISPLAY "REFUS JOURBI : pas BILAN "
                      FUNCTION TRIM(WS-BILAN-ETAT) " (cf. "
                      FUNCTION TRIM(WS-STATUTS-DSN)
                      "), chiffres non equilibres, pas de flux"
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "REFUS BILAN " WS-BILAN-ETAT
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
              MOVE 12 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              GOBACK
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "DATE " WS-RUN-DATE " BILAN " WS-BILAN-ETAT
              " HORODATE " WS-HORODATE
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       INITIALISER-PRODUCTEURS.
           MOVE 'JOUR1'   TO PRD-PROGID(1)
           MOVE 'JOUR1_REPORT_DSN' TO PRD-SOM-ENV(1)
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/jour1.rpt"
              TO PRD-SOM-DEFAUT(1)
           MOVE 'JOUR1_BILAN_DSN' TO PRD-BILAN-ENV(1)
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/bilan.rpt"
              TO PRD-BILAN-DEFAUT(1)
           MOVE 'JOUR2'   TO PRD-PROGID(2)
           MOVE 'JOUR2_SOMMAIRE_DSN' TO PRD-SOM-ENV(2)
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/sommaire.rpt"
              TO PRD-SOM-DEFAUT(2)
           MOVE 'JOUR2_BILAN_DSN' TO PRD-BILAN-ENV(2)
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/bilan.rpt"
              TO PRD-BILAN-DEFAUT(2)
           MOVE 'JOUR3'   TO PRD-PROGID(3)
           MOVE 'JOUR3_SOMMAIRE_DSN' TO PRD-SOM-ENV(3)
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/sommaire.rpt"
              TO PRD-SOM-DEFAUT(3)
           MOVE 'JOUR3_BILAN_DSN' TO PRD-BILAN-ENV(3)
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/bilan.rpt"
              TO PRD-BILAN-DEFAUT(3)
           MOVE 'JOUR4'   TO PRD-PROGID(4)
           MOVE 'JOUR4_SOMMAIRE_DSN' TO PRD-SOM-ENV(4)
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/sommaire.rpt"
              TO PRD-SOM-DEFAUT(4)
           MOVE 'JOUR4_BILAN_DSN' TO PRD-BILAN-ENV(4)
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/bilan.rpt"
              TO PRD-BILAN-DEFAUT(4)
           MOVE 'JOUR5'   TO PRD-PROGID(5)
           MOVE 'JOUR5_SOMMAIRE_DSN' TO PRD-SOM-ENV(5)
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/sommaire.rpt"
              TO PRD-SOM-DEFAUT(5)
           MOVE 'JOUR5_BILAN_DSN' TO PRD-BILAN-ENV(5)
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/bilan.rpt"
              TO PRD-BILAN-DEFAUT(5)
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
              UNTIL WS-PRD-IDX > WS-NB-PRODUCTEURS
              MOVE SPACES TO PRD-SOM-DSN(WS-PRD-IDX)
                             PRD-BILAN-DSN(WS-PRD-IDX)
              ACCEPT PRD-SOM-DSN(WS-PRD-IDX)
                 FROM ENVIRONMENT PRD-SOM-ENV(WS-PRD-IDX)
              IF PRD-SOM-DSN(WS-PRD-IDX) = SPACES
                 MOVE PRD-SOM-DEFAUT(WS-PRD-IDX)
                    TO PRD-SOM-DSN(WS-PRD-IDX)
              END-IF
              ACCEPT PRD-BILAN-DSN(WS-PRD-IDX)
                 FROM ENVIRONMENT PRD-BILAN-ENV(WS-PRD-IDX)
              IF PRD-BILAN-DSN(WS-PRD-IDX) = SPACES
                 MOVE PRD-BILAN-DEFAUT(WS-PRD-IDX)
                    TO PRD-BILAN-DSN(WS-PRD-IDX)
              END-IF
           END-PERFORM.

       COLLECTER-PRODUCTEUR.
      *> Les métriques d'un producteur entrent dans la table tout ou
      *> rien : sur sommaire ou bilan illisible, celles déjà posées
      *> sont retirées et le producteur est sauté.
           MOVE PRD-PROGID(WS-PRD-IDX) TO WS-PUB-PROGID
           PERFORM VERIFIER-PUBLICATION
           SET PRD-COLLECTE-OK(WS-PRD-IDX) TO TRUE
           MOVE SPACES TO WS-MOTIF-W
           MOVE WS-NB-METRIQUES TO WS-MET-DEBUT
           PERFORM LIRE-SOMMAIRE
           IF WS-MOTIF-W = SPACES
              PERFORM LIRE-BILAN
           END-IF
           IF WS-MOTIF-W NOT = SPACES
              MOVE WS-MET-DEBUT TO WS-NB-METRIQUES
              SET PRD-ABSENT(WS-PRD-IDX) TO TRUE
              ADD 1 TO WS-NB-ABSENTS
              DISPLAY "JOURBI : " PRD-PROGID(WS-PRD-IDX) " saute, "
                      FUNCTION TRIM(WS-MOTIF-W)
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "PRODUCTEUR " PRD-PROGID(WS-PRD-IDX) " SAUTE "
                 WS-MOTIF-W
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
           END-IF.

       LIRE-SOMMAIRE.
           MOVE PRD-SOM-DSN(WS-PRD-IDX) TO WS-SOMMAIRE-DSN
           MOVE SPACES TO WS-SOM-LIGNE WS-VERSION-W
           SET SOM-ILLISIBLE TO TRUE
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-SOMMAIRE-IN
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-SOMMAIRE-DSN TO WS-MAN-DSN-W
           MOVE WS-SOMMAIRE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-SOMMAIRE-STATUS NOT = '00'
              MOVE "sommaire absent" TO WS-MOTIF-W
           ELSE
              READ FICHIER-SOMMAIRE-IN
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    MOVE WS-SOMMAIRE-RECORD TO WS-SOM-LIGNE
              END-READ
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-SOMMAIRE-IN
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       IF WS-SOMMAIRE-RECORD(1:10) = "PARAMETRE "
                          AND WS-VERSION-W = SPACES
                          MOVE WS-SOMMAIRE-RECORD TO WS-VERSION-W
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-SOMMAIRE-IN
              MOVE WS-SOMMAIRE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
              PERFORM RETENIR-SOMMAIRE
              IF SOM-ILLISIBLE
                 MOVE "sommaire illisible" TO WS-MOTIF-W
              END-IF
           END-IF.

       RETENIR-SOMMAIRE.
           EVALUATE PRD-PROGID(WS-PRD-IDX)
              WHEN 'JOUR1'
                 IF WS-S1-NB-LIGNES IS NUMERIC
                    AND WS-S1-DIS-TOTAL IS NUMERIC
                    AND WS-S1-SIM-TOTAL IS NUMERIC
                    SET SOM-LISIBLE TO TRUE
                    MOVE "NB-LIGNES" TO WS-MET-NOM-W
                    MOVE WS-S1-NB-LIGNES TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                    MOVE "DIS-TOTAL" TO WS-MET-NOM-W
                    MOVE WS-S1-DIS-TOTAL TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                    MOVE "SIM-TOTAL" TO WS-MET-NOM-W
                    MOVE WS-S1-SIM-TOTAL TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                 END-IF
              WHEN 'JOUR2'
                 IF WS-S2-NB-RAPPORTS IS NUMERIC
                    AND WS-S2-OK IS NUMERIC
                    AND WS-S2-OK-DUMP IS NUMERIC
                    SET SOM-LISIBLE TO TRUE
                    MOVE "NB-RAPPORTS" TO WS-MET-NOM-W
                    MOVE WS-S2-NB-RAPPORTS TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                    MOVE "OK" TO WS-MET-NOM-W
                    MOVE WS-S2-OK TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                    MOVE "OK-DUMP" TO WS-MET-NOM-W
                    MOVE WS-S2-OK-DUMP TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                 END-IF
              WHEN 'JOUR3'
                 IF WS-S3-TOTAL IS NUMERIC
                    AND WS-S3-TOTAL-CORR IS NUMERIC
                    AND WS-S3-REJETS-MUL IS NUMERIC
                    SET SOM-LISIBLE TO TRUE
                    MOVE "TOTAL" TO WS-MET-NOM-W
                    MOVE WS-S3-TOTAL TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                    MOVE "TOTAL-CORR" TO WS-MET-NOM-W
                    MOVE WS-S3-TOTAL-CORR TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                    MOVE "REJETS-MUL" TO WS-MET-NOM-W
                    MOVE WS-S3-REJETS-MUL TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                 END-IF
              WHEN 'JOUR4'
                 IF WS-S4-XMAS IS NUMERIC
                    AND WS-S4-CROIX IS NUMERIC
                    AND WS-S4-SUPP-XMAS IS NUMERIC
                    AND WS-S4-SUPP-CROIX IS NUMERIC
                    SET SOM-LISIBLE TO TRUE
                    MOVE "XMAS" TO WS-MET-NOM-W
                    MOVE WS-S4-XMAS TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                    MOVE "CROIX" TO WS-MET-NOM-W
                    MOVE WS-S4-CROIX TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                    MOVE "SUPP-XMAS" TO WS-MET-NOM-W
                    MOVE WS-S4-SUPP-XMAS TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                    MOVE "SUPP-CROIX" TO WS-MET-NOM-W
                    MOVE WS-S4-SUPP-CROIX TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                 END-IF
              WHEN 'JOUR5'
      *> Génération du référentiel en queue de ligne (absente des
      *> sommaires d'avant son introduction : version à blanc).
                 IF WS-S5-GENERATION-X IS NUMERIC
                    STRING "GENERATION " WS-S5-GENERATION-X
                       DELIMITED BY SIZE INTO WS-VERSION-W
                    END-STRING
                 END-IF
                 IF WS-S5-RESULTAT IS NUMERIC
                    AND WS-S5-RESULTAT-INVAL IS NUMERIC
                    SET SOM-LISIBLE TO TRUE
                    MOVE "RESULTAT" TO WS-MET-NOM-W
                    MOVE WS-S5-RESULTAT TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                    MOVE "RESULT-INVAL" TO WS-MET-NOM-W
                    MOVE WS-S5-RESULTAT-INVAL TO WS-MET-VALEUR-W
                    PERFORM POSER-METRIQUE
                 END-IF
           END-EVALUATE.

       LIRE-BILAN.
           MOVE PRD-BILAN-DSN(WS-PRD-IDX) TO WS-BILAN-DSN
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-BILAN-IN
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           MOVE WS-BILAN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-BILAN-STATUS NOT = '00'
              MOVE "bilan absent" TO WS-MOTIF-W
           ELSE
              MOVE 0 TO WS-NO-LIGNE
              PERFORM UNTIL FIN-FICHIER
                 MOVE SPACES TO WS-BILAN-RECORD
                 READ FICHIER-BILAN-IN
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       ADD 1 TO WS-NO-LIGNE
                       IF WS-BIN-VALEUR IS NUMERIC
                          PERFORM RETENIR-LIGNE-BILAN
                       END-IF
                 END-READ
              END-PERFORM
              MOVE WS-NO-LIGNE TO WS-RDEOF-COUNT
              MOVE WS-BILAN-DSN TO WS-RDEOF-DSN
              PERFORM ANNONCER-LECTURE
              CLOSE FICHIER-BILAN-IN
              MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       RETENIR-LIGNE-BILAN.
      *> Une métrique déjà reprise du sommaire sous le même nom n'est
      *> pas doublée (JOURBAL vient d'en vérifier l'égalité).
           MOVE SPACES TO WS-MET-NOM-W
           IF WS-BIN-QUALIF = SPACES
              MOVE WS-BIN-NOM TO WS-MET-NOM-W
           ELSE
              STRING FUNCTION TRIM(WS-BIN-NOM) "."
                 FUNCTION TRIM(WS-BIN-QUALIF)
                 DELIMITED BY SIZE INTO WS-MET-NOM-W
              END-STRING
           END-IF
           SET NON-TROUVE TO TRUE
           PERFORM VARYING WS-MET-IDX FROM 1 BY 1
              UNTIL WS-MET-IDX > WS-NB-METRIQUES OR TROUVE
              IF MET-PROGID(WS-MET-IDX) = PRD-PROGID(WS-PRD-IDX)
                 AND MET-NOM(WS-MET-IDX) = WS-MET-NOM-W
                 SET TROUVE TO TRUE
              END-IF
           END-PERFORM
           IF NON-TROUVE
              MOVE WS-BIN-VALEUR TO WS-MET-VALEUR-W
              PERFORM POSER-METRIQUE
           END-IF.

       POSER-METRIQUE.
           IF WS-NB-METRIQUES >= WS-MAX-METRIQUES
              MOVE "trop de metriques" TO WS-MOTIF-W
              PERFORM ABANDONNER
           END-IF
           ADD 1 TO WS-NB-METRIQUES
           MOVE PRD-PROGID(WS-PRD-IDX) TO MET-PROGID(WS-NB-METRIQUES)
           MOVE WS-MET-NOM-W    TO MET-NOM(WS-NB-METRIQUES)
           MOVE WS-MET-VALEUR-W TO MET-VALEUR(WS-NB-METRIQUES)
           MOVE WS-VERSION-W    TO MET-VERSION(WS-NB-METRIQUES)
           MOVE SPACE           TO MET-ACTION(WS-NB-METRIQUES).

       CHARGER-EMISSIONS.
      *> Historique absent : première émission de tout.
           MOVE 0 TO WS-NB-ENVOYES WS-DERNIERE-EMISSION
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-EMISSIONS
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-EMISSIONS-DSN TO WS-MAN-DSN-W
           MOVE WS-EMISSIONS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-EMISSIONS-STATUS = '00'
              MOVE 0 TO WS-NO-LIGNE
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-EMISSIONS
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       ADD 1 TO WS-NO-LIGNE
                       IF WS-EMI-DATE = WS-RUN-DATE
                          AND WS-EMI-NUMERO IS NUMERIC
                          PERFORM RETENIR-EMISSION
                       END-IF
                 END-READ
              END-PERFORM
              MOVE WS-NO-LIGNE TO WS-RDEOF-COUNT
              MOVE WS-EMISSIONS-DSN TO WS-RDEOF-DSN
              PERFORM ANNONCER-LECTURE
              CLOSE FICHIER-EMISSIONS
              MOVE WS-EMISSIONS-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           COMPUTE WS-EMISSION = WS-DERNIERE-EMISSION + 1.

       RETENIR-EMISSION.
           IF WS-EMI-NUMERO > WS-DERNIERE-EMISSION
              MOVE WS-EMI-NUMERO TO WS-DERNIERE-EMISSION
           END-IF
           SET NON-TROUVE TO TRUE
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
              UNTIL WS-ENV-IDX > WS-NB-ENVOYES OR TROUVE
              IF ENV-PROGID(WS-ENV-IDX) = WS-EMI-PROGID
                 AND ENV-NOM(WS-ENV-IDX) = WS-EMI-METRIQUE
                 SET TROUVE TO TRUE
              END-IF
           END-PERFORM
           IF TROUVE
              SUBTRACT 1 FROM WS-ENV-IDX
           ELSE
              IF WS-NB-ENVOYES >= WS-MAX-ENVOYES
                 MOVE "historique des emissions plein" TO WS-MOTIF-W
                 PERFORM ABANDONNER
              END-IF
              ADD 1 TO WS-NB-ENVOYES
              MOVE WS-NB-ENVOYES TO WS-ENV-IDX
              MOVE WS-EMI-PROGID   TO ENV-PROGID(WS-ENV-IDX)
              MOVE WS-EMI-METRIQUE TO ENV-NOM(WS-ENV-IDX)
           END-IF
           MOVE WS-EMI-VALEUR  TO ENV-VALEUR(WS-ENV-IDX)
           MOVE WS-EMI-VERSION TO ENV-VERSION(WS-ENV-IDX)
           MOVE WS-EMI-ACTION  TO ENV-ACTION(WS-ENV-IDX)
           MOVE 'N' TO ENV-REVU(WS-ENV-IDX).

       COMPARER-EMISSIONS.
      *> Action de chaque métrique collectée (blanc : inchangée, pas
      *> renvoyée), puis annulation de ce qui avait été envoyé pour
      *> un producteur repris cette fois sans la métrique. Un
      *> producteur sauté n'annule rien.
           MOVE 0 TO WS-NB-NOUVEAUX WS-NB-RETRAITES WS-NB-INCHANGES
                     WS-NB-ANNULATIONS
           PERFORM VARYING WS-MET-IDX FROM 1 BY 1
              UNTIL WS-MET-IDX > WS-NB-METRIQUES
              SET NON-TROUVE TO TRUE
              PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                 UNTIL WS-ENV-IDX > WS-NB-ENVOYES OR TROUVE
                 IF ENV-PROGID(WS-ENV-IDX) = MET-PROGID(WS-MET-IDX)
                    AND ENV-NOM(WS-ENV-IDX) = MET-NOM(WS-MET-IDX)
                    SET TROUVE TO TRUE
                 END-IF
              END-PERFORM
              IF TROUVE
                 SUBTRACT 1 FROM WS-ENV-IDX
                 MOVE 'O' TO ENV-REVU(WS-ENV-IDX)
              END-IF
              EVALUATE TRUE
                 WHEN NON-TROUVE
                    MOVE 'N' TO MET-ACTION(WS-MET-IDX)
                    ADD 1 TO WS-NB-NOUVEAUX
                 WHEN ENV-ACTION(WS-ENV-IDX) = 'A'
                    MOVE 'R' TO MET-ACTION(WS-MET-IDX)
                    ADD 1 TO WS-NB-RETRAITES
                 WHEN ENV-VALEUR(WS-ENV-IDX)
                      NOT = MET-VALEUR(WS-MET-IDX)
                   OR ENV-VERSION(WS-ENV-IDX)
                      NOT = MET-VERSION(WS-MET-IDX)
                    MOVE 'R' TO MET-ACTION(WS-MET-IDX)
                    ADD 1 TO WS-NB-RETRAITES
                 WHEN OTHER
                    ADD 1 TO WS-NB-INCHANGES
              END-EVALUATE
           END-PERFORM
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
              UNTIL WS-ENV-IDX > WS-NB-ENVOYES
              IF ENV-REVU(WS-ENV-IDX) = 'N'
                 AND ENV-ACTION(WS-ENV-IDX) NOT = 'A'
                 SET NON-TROUVE TO TRUE
                 PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                    UNTIL WS-PRD-IDX > WS-NB-PRODUCTEURS OR TROUVE
                    IF PRD-PROGID(WS-PRD-IDX) = ENV-PROGID(WS-ENV-IDX)
                       AND PRD-COLLECTE-OK(WS-PRD-IDX)
                       SET TROUVE TO TRUE
                    END-IF
                 END-PERFORM
                 IF TROUVE
                    ADD 1 TO WS-NB-ANNULATIONS
                    MOVE WS-ENV-IDX TO ANN-ENV-IDX(WS-NB-ANNULATIONS)
                 END-IF
              END-IF
           END-PERFORM.

       ECRIRE-FLUX.
           MOVE SPACES TO WS-FLUX-DSN
           STRING FUNCTION TRIM(WS-FLUX-BASE) "." WS-RUN-DATE "."
              WS-EMISSION
              DELIMITED BY SIZE INTO WS-FLUX-DSN
           END-STRING
           OPEN OUTPUT FICHIER-FLUX
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-FLUX-DSN TO WS-MAN-DSN-W
           MOVE WS-FLUX-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-FLUX-STATUS TO WS-FSTAT-CODE
           MOVE WS-FLUX-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-FLUX" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE SPACES TO WS-LIGNE-W
           STRING "H;JOURBI;" WS-RUN-DATE ";" WS-HORODATE ";"
              WS-EMISSION ";" FUNCTION TRIM(WS-RUNID)
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           WRITE WS-FLUX-RECORD FROM WS-LIGNE-W
           PERFORM VARYING WS-MET-IDX FROM 1 BY 1
              UNTIL WS-MET-IDX > WS-NB-METRIQUES
              IF MET-ACTION(WS-MET-IDX) NOT = SPACE
                 MOVE MET-PROGID(WS-MET-IDX)  TO WS-D-PROGID
                 MOVE MET-NOM(WS-MET-IDX)     TO WS-D-NOM
                 MOVE MET-VALEUR(WS-MET-IDX)  TO WS-D-VALEUR
                 MOVE MET-VERSION(WS-MET-IDX) TO WS-D-VERSION
                 MOVE MET-ACTION(WS-MET-IDX)  TO WS-D-ACTION
                 PERFORM ECRIRE-LIGNE-FLUX
              END-IF
           END-PERFORM
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
              UNTIL WS-ANN-IDX > WS-NB-ANNULATIONS
              MOVE ANN-ENV-IDX(WS-ANN-IDX) TO WS-ENV-IDX
              MOVE ENV-PROGID(WS-ENV-IDX)  TO WS-D-PROGID
              MOVE ENV-NOM(WS-ENV-IDX)     TO WS-D-NOM
              MOVE 0                       TO WS-D-VALEUR
              MOVE ENV-VERSION(WS-ENV-IDX) TO WS-D-VERSION
              MOVE 'A'                     TO WS-D-ACTION
              PERFORM ECRIRE-LIGNE-FLUX
           END-PERFORM
           MOVE SPACES TO WS-LIGNE-W
           STRING "T;" WS-RUN-DATE ";" WS-EMISSION ";" WS-NB-DETAILS
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           WRITE WS-FLUX-RECORD FROM WS-LIGNE-W
           CLOSE FICHIER-FLUX
           MOVE WS-FLUX-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-LIGNE-FLUX.
           MOVE SPACES TO WS-LIGNE-W
           STRING "D;" WS-RUN-DATE ";" WS-HORODATE ";"
              FUNCTION TRIM(WS-D-PROGID) ";"
              FUNCTION TRIM(WS-D-NOM) ";" WS-D-VALEUR ";"
              FUNCTION TRIM(WS-D-VERSION) ";" WS-D-ACTION ";"
              WS-EMISSION
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           WRITE WS-FLUX-RECORD FROM WS-LIGNE-W.

       ECRIRE-EMISSIONS.
      *> OPEN EXTEND avec retombée sur OPEN OUTPUT au tout premier
      *> run, comme les autres historiques de la suite.
           IF WS-NB-DETAILS > 0
              OPEN EXTEND FICHIER-EMISSIONS
              IF WS-EMISSIONS-STATUS NOT = '00'
                 OPEN OUTPUT FICHIER-EMISSIONS
              END-IF
              MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
              MOVE WS-EMISSIONS-DSN TO WS-MAN-DSN-W
              MOVE WS-EMISSIONS-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              MOVE WS-EMISSIONS-STATUS TO WS-FSTAT-CODE
              MOVE WS-EMISSIONS-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-EMISSIONS" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              PERFORM VARYING WS-MET-IDX FROM 1 BY 1
                 UNTIL WS-MET-IDX > WS-NB-METRIQUES
                 IF MET-ACTION(WS-MET-IDX) NOT = SPACE
                    MOVE MET-PROGID(WS-MET-IDX)  TO WS-D-PROGID
                    MOVE MET-NOM(WS-MET-IDX)     TO WS-D-NOM
                    MOVE MET-VALEUR(WS-MET-IDX)  TO WS-D-VALEUR
                    MOVE MET-VERSION(WS-MET-IDX) TO WS-D-VERSION
                    MOVE MET-ACTION(WS-MET-IDX)  TO WS-D-ACTION
                    PERFORM ECRIRE-LIGNE-EMISSION
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
                 UNTIL WS-ANN-IDX > WS-NB-ANNULATIONS
                 MOVE ANN-ENV-IDX(WS-ANN-IDX) TO WS-ENV-IDX
                 MOVE ENV-PROGID(WS-ENV-IDX)  TO WS-D-PROGID
                 MOVE ENV-NOM(WS-ENV-IDX)     TO WS-D-NOM
                 MOVE 0                       TO WS-D-VALEUR
                 MOVE ENV-VERSION(WS-ENV-IDX) TO WS-D-VERSION
                 MOVE 'A'                     TO WS-D-ACTION
                 PERFORM ECRIRE-LIGNE-EMISSION
              END-PERFORM
              CLOSE FICHIER-EMISSIONS
              MOVE WS-EMISSIONS-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       ECRIRE-LIGNE-EMISSION.
           MOVE SPACES TO WS-EMISSION-RECORD
           MOVE WS-RUN-DATE  TO WS-EMI-DATE
           MOVE WS-HORODATE  TO WS-EMI-HORODATE
           MOVE WS-EMISSION  TO WS-EMI-NUMERO
           MOVE WS-D-ACTION  TO WS-EMI-ACTION
           MOVE WS-D-PROGID  TO WS-EMI-PROGID
           MOVE WS-D-NOM     TO WS-EMI-METRIQUE
           MOVE WS-D-VALEUR  TO WS-EMI-VALEUR
           MOVE WS-D-VERSION TO WS-EMI-VERSION
           MOVE WS-RUNID     TO WS-EMI-RUNID
           WRITE WS-EMISSION-RECORD.

       ABANDONNER.
           DISPLAY "ABEND JOURBI : " FUNCTION TRIM(WS-MOTIF-W)
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "ABEND " FUNCTION TRIM(WS-MOTIF-W)
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           MOVE 16 TO RETURN-CODE
           PERFORM FERMER-JOURNAL
           GOBACK.

       COPY PUBPR.
       COPY LOGPR.
       COPY RUNPR.
       COPY FSTATPR.
       COPY RDEOFPR.
       COPY DATPR.
       COPY MANPR.
