       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURDIF.

      *> Diffusion des états de la chaîne : chaque matin, les
      *> rapports étaient recopiés à la main vers leurs
      *> destinataires. Un fichier de contrôle de la diffusion
      *> (AOC_DIFFUSION_DSN) donne, par destinataire, les états qu'il
      *> reçoit et à quelle condition :
      *>   <destinataire> <code état> <condition>
      *> avec la condition TOUJOURS, ALERTE (seulement si JOURALR
      *> laisse des alertes ouvertes) ou FINMOIS (seulement le
      *> dernier jour ouvré du mois, calendrier de JOURCTL) ; lignes
      *> blanches et lignes commençant par '*' ignorées. Exemple :
      *>   MIS         INTERFACE1  TOUJOURS
      *>   INGENIERIE  REJETS2     TOUJOURS
      *>   INGENIERIE  SEVERITE2   TOUJOURS
      *>   FINANCE     SOMMAIRE3   TOUJOURS
      *>   FINANCE     LEDGER3     TOUJOURS
      *>   FINANCE     RELEVE3     FINMOIS
      *>   MAINTENANCE DENSITE4    TOUJOURS
      *>   IMPRIMERIE  CORRIGES5   TOUJOURS
      *> Les codes état sont ceux de la table des états diffusables
      *> (cf. INITIALISER-ETATS), résolus par la même variable
      *> d'environnement et le même défaut que leur producteur. Une
      *> ligne illisible, un code ou une condition inconnus arrêtent
      *> le pas (RC 16) avant toute diffusion.
      *> Ce pas se lance après la chaîne : il produit, par
      *> destinataire, un lot daté
      *>   <AOC_DIFFUSION_REPERTOIRE>/<AAAAMMJJ>/<destinataire>.lot
      *> ouvert par un bordereau (date du run, état de la chaîne
      *> d'après l'état des pas de JOURCTL, alertes ouvertes, liste
      *> des états joints avec producteur, nombre de lignes et
      *> empreinte - même calcul que le manifeste, cf. MANWS.cpy),
      *> suivi du contenu de chaque état joint entre deux lignes de
      *> séparation. Un état dont le producteur n'est pas marqué
      *> PUBLIE au fichier des publications (cf. PUBWS.cpy), ou
      *> absent, n'est pas joint : il figure au bordereau parmi les
      *> états non joints avec son motif, et le pas se termine avec
      *> le code retour 4 pour que l'exploitation relance la
      *> diffusion une fois le producteur repassé.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-DIFFUSION ASSIGN TO DYNAMIC WS-DIFFUSION-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIFFUSION-STATUS.
           SELECT FICHIER-LOT ASSIGN TO DYNAMIC WS-LOT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.
           SELECT FICHIER-ETAT-SOURCE ASSIGN TO DYNAMIC WS-SOURCE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT FICHIER-STATUTS ASSIGN TO DYNAMIC WS-STATUTS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUTS-STATUS.
           SELECT FICHIER-CALENDRIER ASSIGN TO DYNAMIC
               WS-CALENDRIER-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDRIER-STATUS.
           COPY PUBSEL.
           COPY MANSEL.
           COPY LOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-DIFFUSION.
       01  WS-DIFFUSION-RECORD      PIC X(80).

      *> Lot d'un destinataire : bordereau puis états joints ; une
      *> ligne d'état y tient entière (la plus longue des sorties
      *> diffusables, les mises à jour corrigées de JOUR5, fait 6010
      *> caractères).
       FD  FICHIER-LOT.
       01  WS-LOT-RECORD            PIC X(8192).

       FD  FICHIER-ETAT-SOURCE.
       01  WS-SOURCE-RECORD         PIC X(8192).

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

       FD  FICHIER-CALENDRIER.
      *> Même disposition que le calendrier de traitement de JOURCTL.
       01  WS-CALENDRIER-RECORD.
           05  WS-CAL-REC-DATE      PIC 9(08).
           05  FILLER               PIC X(01).
           05  WS-CAL-REC-LIBELLE   PIC X(30).

       COPY PUBFD.
       COPY MANFD.
       COPY LOGFD.

       WORKING-STORAGE SECTION.
       01  WS-DIFFUSION-DSN     PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-DIFFUSION-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/diffusion.par".
       01  WS-DIFFUSION-STATUS  PIC X(02) VALUE '00'.
       01  WS-REPERTOIRE        PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-REPERTOIRE PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/diffusion".
       01  WS-REP-JOUR          PIC X(200) VALUE SPACES.
       01  WS-LOT-DSN           PIC X(200) VALUE SPACES.
       01  WS-LOT-STATUS        PIC X(02) VALUE '00'.
       01  WS-SOURCE-DSN        PIC X(200) VALUE SPACES.
       01  WS-SOURCE-STATUS     PIC X(02) VALUE '00'.
       01  WS-STATUTS-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-STATUTS-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/statut_etapes.dat".
       01  WS-STATUTS-STATUS    PIC X(02) VALUE '00'.
       01  WS-CALENDRIER-DSN    PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-CALENDRIER-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/calendrier.dat".
       01  WS-CALENDRIER-STATUS PIC X(02) VALUE '00'.
       01  WS-ALERTES-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-ALERTES-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/etat_alertes.dat".

       01  WS-EOF               PIC 9 VALUE 0.
           88  FIN-FICHIER          VALUE 1.
           88  NOT-FIN-FICHIER      VALUE 0.

      *> Date et état de la chaîne, alertes, fin de mois.
       01  WS-RUN-DATE          PIC 9(08) VALUE 0.
       01  WS-NB-PAS            PIC 9(03) VALUE 0.
       01  WS-NB-PAS-EN-ECHEC   PIC 9(03) VALUE 0.
       01  WS-ETAT-CHAINE       PIC X(10) VALUE SPACES.
       01  WS-NB-ALERTES        PIC 9(09) VALUE 0.
       01  WS-FIN-MOIS-FLAG     PIC X(01) VALUE 'N'.
           88  FIN-DE-MOIS          VALUE 'O'.
           88  PAS-FIN-DE-MOIS      VALUE 'N'.
       01  WS-MAX-FERIES        PIC 9(03) VALUE 200.
       01  WS-NB-FERIES         PIC 9(03) VALUE 0.
       01  WS-FERIE-IDX         PIC 9(03) VALUE 0.
       01  TABLE-FERIES.
           05  WS-FERIE OCCURS 200 PIC 9(08).
       01  WS-DATE-TEST         PIC 9(08) VALUE 0.
       01  WS-SERIAL-TEST       PIC 9(07) VALUE 0.
       01  WS-JOUR-SEMAINE      PIC 9(01) VALUE 0.
       01  WS-JOUR-OUVRE-FLAG   PIC 9 VALUE 0.
           88  JOUR-OUVRE           VALUE 1.
           88  JOUR-NON-OUVRE       VALUE 0.

      *> Table des états diffusables : code, producteur (PROGRAM-ID
      *> inscrit au fichier des publications), variable
      *> d'environnement, défaut et DSN résolu.
       01  WS-NB-ETATS          PIC 9(02) VALUE 8.
       01  WS-ETAT-IDX          PIC 9(02) VALUE 0.
       01  TABLE-ETATS.
           05  ETAT-ENTRY OCCURS 8.
               10  ETAT-CODE        PIC X(12).
               10  ETAT-PRODUCTEUR  PIC X(08).
               10  ETAT-ENV         PIC X(30).
               10  ETAT-DEFAUT      PIC X(200).
               10  ETAT-DSN         PIC X(200).

      *> Lignes du fichier de contrôle, dans l'ordre de lecture.
       01  WS-MAX-LIGNES        PIC 9(03) VALUE 100.
       01  WS-NB-LIGNES         PIC 9(03) VALUE 0.
       01  WS-LIG-IDX           PIC 9(03) VALUE 0.
       01  WS-NO-LIGNE          PIC 9(05) VALUE 0.
       01  TABLE-DIFFUSION.
           05  DIF-ENTRY OCCURS 100.
               10  DIF-DESTINATAIRE PIC X(12).
               10  DIF-ETAT-IDX     PIC 9(02).
               10  DIF-CONDITION    PIC X(08).
       01  WS-DIF-DEST-X        PIC X(20) VALUE SPACES.
       01  WS-DIF-ETAT-X        PIC X(20) VALUE SPACES.
       01  WS-DIF-COND-X        PIC X(20) VALUE SPACES.
       01  WS-DIF-RESTE-X       PIC X(20) VALUE SPACES.

      *> Destinataires distincts, dans l'ordre de première
      *> apparition.
       01  WS-NB-DEST           PIC 9(03) VALUE 0.
       01  WS-DEST-IDX          PIC 9(03) VALUE 0.
       01  TABLE-DESTINATAIRES.
           05  DEST-NOM OCCURS 100 PIC X(12).
       01  WS-TROUVE-FLAG       PIC 9 VALUE 0.
           88  TROUVE               VALUE 1.
           88  NON-TROUVE           VALUE 0.

      *> États retenus pour le destinataire courant.
       01  WS-NB-JOINTS         PIC 9(03) VALUE 0.
       01  WS-NB-NON-JOINTS     PIC 9(03) VALUE 0.
       01  WS-SEL-IDX           PIC 9(03) VALUE 0.
       01  TABLE-SELECTION.
           05  SEL-ENTRY OCCURS 100.
               10  SEL-ETAT-IDX     PIC 9(02).
               10  SEL-JOINT        PIC X(01).
               10  SEL-MOTIF        PIC X(20).
               10  SEL-NB           PIC 9(09).
               10  SEL-EMPREINTE    PIC 9(10).
       01  WS-NB-SEL            PIC 9(03) VALUE 0.
       01  WS-MOTIF-W           PIC X(20) VALUE SPACES.
       01  WS-NB-LIGNES-COPIEES PIC 9(09) VALUE 0.

      *> Compteurs du run.
       01  WS-NB-LOTS           PIC 9(03) VALUE 0.
       01  WS-TOTAL-JOINTS      PIC 9(05) VALUE 0.
       01  WS-TOTAL-NON-JOINTS  PIC 9(05) VALUE 0.

       01  WS-LIGNE-W           PIC X(132) VALUE SPACES.

       COPY PUBWS.
       COPY MANWS.
       COPY LOGWS.
       COPY RUNWS.
       COPY FSTATWS.
       COPY RDEOFWS.
       COPY DATWS.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE 'JOURDIF' TO WS-LOG-PROGID
           MOVE 'JOURDIF_JOURNAL_DSN' TO WS-LOG-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/journal_dif.log"
              TO WS-LOG-DSN-DEFAUT
           PERFORM OUVRIR-JOURNAL
           PERFORM RESOUDRE-PARAMETRES
           PERFORM INITIALISER-ETATS
           PERFORM CHARGER-DIFFUSION
           PERFORM LIRE-ETAT-CHAINE
           PERFORM COMPTER-ALERTES
           PERFORM DETERMINER-FIN-DE-MOIS
           PERFORM CHARGER-PUBLICATIONS
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "DIFFUSION DU " WS-RUN-DATE
              " CHAINE " FUNCTION TRIM(WS-ETAT-CHAINE)
              " ALERTES " WS-NB-ALERTES
              " FIN DE MOIS " WS-FIN-MOIS-FLAG
              " DESTINATAIRES " WS-NB-DEST
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
      *> Répertoire du jour, créé au besoin (CBL_CREATE_DIR rend un
      *> code non nul quand le répertoire existe déjà).
           MOVE SPACES TO WS-REP-JOUR
           STRING FUNCTION TRIM(WS-REPERTOIRE) "/" WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-REP-JOUR
           END-STRING
           CALL "CBL_CREATE_DIR" USING WS-REPERTOIRE
           CALL "CBL_CREATE_DIR" USING WS-REP-JOUR
           MOVE 0 TO RETURN-CODE
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
              UNTIL WS-DEST-IDX > WS-NB-DEST
              PERFORM PRODUIRE-LOT
           END-PERFORM
           DISPLAY "JOURDIF : " WS-NB-LOTS " lot(s), "
                   WS-TOTAL-JOINTS " etat(s) joint(s), "
                   WS-TOTAL-NON-JOINTS " non joint(s) -> "
                   FUNCTION TRIM(WS-REP-JOUR)
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "LOTS " WS-NB-LOTS " JOINTS " WS-TOTAL-JOINTS
              " NON JOINTS " WS-TOTAL-NON-JOINTS
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
      *> RC 4 : un état attendu n'a pas pu être diffusé.
           IF WS-TOTAL-NON-JOINTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FERMER-JOURNAL
      *> GOBACK plutôt que STOP RUN : ce pas peut être appelé en
      *> séquence par le programme pilote.
           GOBACK.

       RESOUDRE-PARAMETRES.
           ACCEPT WS-DIFFUSION-DSN FROM ENVIRONMENT "AOC_DIFFUSION_DSN"
           IF WS-DIFFUSION-DSN = SPACES
              MOVE WS-DEFAUT-DIFFUSION-DSN TO WS-DIFFUSION-DSN
           END-IF
           ACCEPT WS-REPERTOIRE
              FROM ENVIRONMENT "AOC_DIFFUSION_REPERTOIRE"
           IF WS-REPERTOIRE = SPACES
              MOVE WS-DEFAUT-REPERTOIRE TO WS-REPERTOIRE
           END-IF
           ACCEPT WS-STATUTS-DSN FROM ENVIRONMENT "JOURCTL_STATUT_DSN"
           IF WS-STATUTS-DSN = SPACES
              MOVE WS-DEFAUT-STATUTS-DSN TO WS-STATUTS-DSN
           END-IF
           ACCEPT WS-CALENDRIER-DSN
              FROM ENVIRONMENT "JOURCTL_CALENDRIER_DSN"
           IF WS-CALENDRIER-DSN = SPACES
              MOVE WS-DEFAUT-CALENDRIER-DSN TO WS-CALENDRIER-DSN
           END-IF
           ACCEPT WS-ALERTES-DSN FROM ENVIRONMENT "JOURALR_ETAT_DSN"
           IF WS-ALERTES-DSN = SPACES
              MOVE WS-DEFAUT-ALERTES-DSN TO WS-ALERTES-DSN
           END-IF.

       INITIALISER-ETATS.
           MOVE 'INTERFACE1'  TO ETAT-CODE(1)
           MOVE 'JOUR1EXT'    TO ETAT-PRODUCTEUR(1)
           MOVE 'JOUR1EXT_INTERFACE_DSN' TO ETAT-ENV(1)
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/interface.csv"
              TO ETAT-DEFAUT(1)
           MOVE 'REJETS2'     TO ETAT-CODE(2)
           MOVE 'JOUR2'       TO ETAT-PRODUCTEUR(2)
           MOVE 'JOUR2_REJETS_DSN' TO ETAT-ENV(2)
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/rejets.rpt"
              TO ETAT-DEFAUT(2)
           MOVE 'SEVERITE2'   TO ETAT-CODE(3)
           MOVE 'JOUR2'       TO ETAT-PRODUCTEUR(3)
           MOVE 'JOUR2_SEVERITE_DSN' TO ETAT-ENV(3)
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/severite.rpt"
              TO ETAT-DEFAUT(3)
           MOVE 'SOMMAIRE3'   TO ETAT-CODE(4)
           MOVE 'JOUR3'       TO ETAT-PRODUCTEUR(4)
           MOVE 'JOUR3_SOMMAIRE_DSN' TO ETAT-ENV(4)
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/sommaire.rpt"
              TO ETAT-DEFAUT(4)
           MOVE 'LEDGER3'     TO ETAT-CODE(5)
           MOVE 'JOUR3'       TO ETAT-PRODUCTEUR(5)
           MOVE 'JOUR3_LEDGER_DSN' TO ETAT-ENV(5)
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/ledger.rpt"
              TO ETAT-DEFAUT(5)
           MOVE 'RELEVE3'     TO ETAT-CODE(6)
           MOVE 'JOUR3CLO'    TO ETAT-PRODUCTEUR(6)
           MOVE 'JOUR3CLO_RELEVE_DSN' TO ETAT-ENV(6)
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/releve_mensuel.rpt"
              TO ETAT-DEFAUT(6)
           MOVE 'DENSITE4'    TO ETAT-CODE(7)
           MOVE 'JOUR4'       TO ETAT-PRODUCTEUR(7)
           MOVE 'JOUR4_DENSITE_DSN' TO ETAT-ENV(7)
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/densite.rpt"
              TO ETAT-DEFAUT(7)
           MOVE 'CORRIGES5'   TO ETAT-CODE(8)
           MOVE 'JOUR5'       TO ETAT-PRODUCTEUR(8)
           MOVE 'JOUR5_CORRIGES_DSN' TO ETAT-ENV(8)
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/maj_corrigees.rpt"
              TO ETAT-DEFAUT(8)
           PERFORM VARYING WS-ETAT-IDX FROM 1 BY 1
              UNTIL WS-ETAT-IDX > WS-NB-ETATS
              MOVE SPACES TO ETAT-DSN(WS-ETAT-IDX)
              ACCEPT ETAT-DSN(WS-ETAT-IDX)
                 FROM ENVIRONMENT ETAT-ENV(WS-ETAT-IDX)
              IF ETAT-DSN(WS-ETAT-IDX) = SPACES
                 MOVE ETAT-DEFAUT(WS-ETAT-IDX) TO ETAT-DSN(WS-ETAT-IDX)
              END-IF
           END-PERFORM.

       CHARGER-DIFFUSION.
      *> Le fichier de contrôle est obligatoire : sans lui, personne
      *> ne saurait qui devait recevoir quoi.
           OPEN INPUT FICHIER-DIFFUSION
           MOVE WS-DIFFUSION-STATUS TO WS-FSTAT-CODE
           MOVE WS-DIFFUSION-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-DIFFUSION" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           SET NOT-FIN-FICHIER TO TRUE
           PERFORM UNTIL FIN-FICHIER
              READ FICHIER-DIFFUSION
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NO-LIGNE
                    IF WS-DIFFUSION-RECORD NOT = SPACES
                       AND WS-DIFFUSION-RECORD(1:1) NOT = '*'
                       PERFORM ANALYSER-LIGNE-DIFFUSION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER-DIFFUSION
           MOVE WS-NO-LIGNE TO WS-RDEOF-COUNT
           MOVE WS-DIFFUSION-DSN TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE.

       ANALYSER-LIGNE-DIFFUSION.
           MOVE SPACES TO WS-DIF-DEST-X WS-DIF-ETAT-X WS-DIF-COND-X
                          WS-DIF-RESTE-X
           UNSTRING WS-DIFFUSION-RECORD DELIMITED BY ALL SPACE
              INTO WS-DIF-DEST-X WS-DIF-ETAT-X WS-DIF-COND-X
                   WS-DIF-RESTE-X
           END-UNSTRING
      *> Une ligne cadrée à droite commence par un blanc : l'UNSTRING
      *> rend alors un premier champ vide.
           IF WS-DIF-DEST-X = SPACES
              MOVE SPACES TO WS-DIF-DEST-X WS-DIF-ETAT-X
                             WS-DIF-COND-X WS-DIF-RESTE-X
              UNSTRING FUNCTION TRIM(WS-DIFFUSION-RECORD)
                 DELIMITED BY ALL SPACE
                 INTO WS-DIF-DEST-X WS-DIF-ETAT-X WS-DIF-COND-X
                      WS-DIF-RESTE-X
              END-UNSTRING
           END-IF
           IF WS-DIF-COND-X = SPACES OR WS-DIF-RESTE-X NOT = SPACES
              OR WS-DIF-DEST-X(13:) NOT = SPACES
              MOVE "ligne illisible" TO WS-MOTIF-W
              PERFORM REFUSER-LIGNE-DIFFUSION
           END-IF
           IF WS-DIF-COND-X NOT = 'TOUJOURS'
              AND WS-DIF-COND-X NOT = 'ALERTE'
              AND WS-DIF-COND-X NOT = 'FINMOIS'
              MOVE "condition inconnue" TO WS-MOTIF-W
              PERFORM REFUSER-LIGNE-DIFFUSION
           END-IF
           SET NON-TROUVE TO TRUE
           PERFORM VARYING WS-ETAT-IDX FROM 1 BY 1
              UNTIL WS-ETAT-IDX > WS-NB-ETATS OR TROUVE
              IF ETAT-CODE(WS-ETAT-IDX) = WS-DIF-ETAT-X
                 SET TROUVE TO TRUE
              END-IF
           END-PERFORM
           IF NON-TROUVE
              MOVE "code etat inconnu" TO WS-MOTIF-W
              PERFORM REFUSER-LIGNE-DIFFUSION
           END-IF
           SUBTRACT 1 FROM WS-ETAT-IDX
           IF WS-NB-LIGNES >= WS-MAX-LIGNES
              MOVE "table pleine" TO WS-MOTIF-W
              PERFORM REFUSER-LIGNE-DIFFUSION
           END-IF
           ADD 1 TO WS-NB-LIGNES
           MOVE WS-DIF-DEST-X TO DIF-DESTINATAIRE(WS-NB-LIGNES)
           MOVE WS-ETAT-IDX   TO DIF-ETAT-IDX(WS-NB-LIGNES)
           MOVE WS-DIF-COND-X TO DIF-CONDITION(WS-NB-LIGNES)
           SET NON-TROUVE TO TRUE
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
              UNTIL WS-DEST-IDX > WS-NB-DEST OR TROUVE
              IF DEST-NOM(WS-DEST-IDX) = WS-DIF-DEST-X
                 SET TROUVE TO TRUE
              END-IF
           END-PERFORM
           IF NON-TROUVE
              ADD 1 TO WS-NB-DEST
              MOVE WS-DIF-DEST-X TO DEST-NOM(WS-NB-DEST)
           END-IF.

       REFUSER-LIGNE-DIFFUSION.
           DISPLAY "ABEND JOURDIF : " FUNCTION TRIM(WS-MOTIF-W)
                   " ligne " WS-NO-LIGNE " de "
                   FUNCTION TRIM(WS-DIFFUSION-DSN) " : "
                   FUNCTION TRIM(WS-DIFFUSION-RECORD)
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "ABEND " FUNCTION TRIM(WS-MOTIF-W)
              " LIGNE " WS-NO-LIGNE
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           CLOSE FICHIER-DIFFUSION
           MOVE 16 TO RETURN-CODE
           PERFORM FERMER-JOURNAL
           STOP RUN.

       LIRE-ETAT-CHAINE.
      *> État des pas de JOURCTL : COMPLETE si tous OK ou REPRIS,
      *> INCOMPLETE sinon, INCONNU sans fichier d'état. La date du
      *> run est la date ouvrée de la chaîne, à défaut la date de
      *> traitement (cf. DATWS.cpy).
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           MOVE 'INCONNU' TO WS-ETAT-CHAINE
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-STATUTS
           IF WS-STATUTS-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-STATUTS
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       ADD 1 TO WS-NB-PAS
                       IF WS-STA-DATE-OUVREE IS NUMERIC
                          AND WS-STA-DATE-OUVREE > 0
                          MOVE WS-STA-DATE-OUVREE TO WS-RUN-DATE
                       END-IF
                       IF WS-STA-STATUT NOT = 'OK'
                          AND WS-STA-STATUT NOT = 'REPRIS'
                          ADD 1 TO WS-NB-PAS-EN-ECHEC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-STATUTS
              IF WS-NB-PAS > 0
                 IF WS-NB-PAS-EN-ECHEC = 0
                    MOVE 'COMPLETE' TO WS-ETAT-CHAINE
                 ELSE
                    MOVE 'INCOMPLETE' TO WS-ETAT-CHAINE
                 END-IF
              END-IF
           END-IF.

       COMPTER-ALERTES.
      *> Le fichier d'état de JOURALR ne garde que les alertes encore
      *> ouvertes (acquittées ou non) : une ligne par alerte.
           MOVE WS-ALERTES-DSN TO WS-MAN-SCAN-DSN
           PERFORM CALCULER-EMPREINTE
           MOVE WS-MAN-NB-ENREG TO WS-NB-ALERTES.

       DETERMINER-FIN-DE-MOIS.
      *> Dernier jour ouvré du mois : aucun jour ouvré entre le
      *> lendemain de la date du run et la fin de son mois (fins de
      *> semaine et fériés du calendrier de JOURCTL non ouvrés).
           OPEN INPUT FICHIER-CALENDRIER
           IF WS-CALENDRIER-STATUS = '00'
              SET NOT-FIN-FICHIER TO TRUE
              PERFORM UNTIL FIN-FICHIER
                 OR WS-NB-FERIES >= WS-MAX-FERIES
                 READ FICHIER-CALENDRIER
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
      *>               Les lignes LIMITE (heures limites d'arrivée
      *>               des entrées) ne sont pas des fériés.
                       IF WS-CAL-REC-DATE IS NUMERIC
                          AND WS-CAL-REC-LIBELLE(1:7) NOT = 'LIMITE '
                          ADD 1 TO WS-NB-FERIES
                          MOVE WS-CAL-REC-DATE
                             TO WS-FERIE(WS-NB-FERIES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-CALENDRIER
           END-IF
           SET FIN-DE-MOIS TO TRUE
           MOVE WS-RUN-DATE TO WS-DATE-TEST
           PERFORM UNTIL PAS-FIN-DE-MOIS
              COMPUTE WS-SERIAL-TEST =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-TEST) + 1
              COMPUTE WS-DATE-TEST =
                 FUNCTION DATE-OF-INTEGER(WS-SERIAL-TEST)
              IF WS-DATE-TEST(1:6) NOT = WS-RUN-DATE(1:6)
                 EXIT PERFORM
              END-IF
              PERFORM EVALUER-JOUR-OUVRE
              IF JOUR-OUVRE
                 SET PAS-FIN-DE-MOIS TO TRUE
              END-IF
           END-PERFORM.

       EVALUER-JOUR-OUVRE.
      *> Même règle que JOURCTL : le jour-serial de INTEGER-OF-DATE
      *> commence un lundi, modulo 7 : 6 est un samedi et 0 un
      *> dimanche ; les fériés viennent du calendrier.
           SET JOUR-OUVRE TO TRUE
           COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(WS-SERIAL-TEST, 7)
           IF WS-JOUR-SEMAINE = 6 OR WS-JOUR-SEMAINE = 0
              SET JOUR-NON-OUVRE TO TRUE
           END-IF
           PERFORM VARYING WS-FERIE-IDX FROM 1 BY 1
              UNTIL WS-FERIE-IDX > WS-NB-FERIES
              IF WS-FERIE(WS-FERIE-IDX) = WS-DATE-TEST
                 SET JOUR-NON-OUVRE TO TRUE
              END-IF
           END-PERFORM.

       PRODUIRE-LOT.
      *> Sélection des états du destinataire (condition remplie),
      *> contrôle de publication et comptage, puis bordereau et
      *> contenus.
           MOVE 0 TO WS-NB-SEL WS-NB-JOINTS WS-NB-NON-JOINTS
           PERFORM VARYING WS-LIG-IDX FROM 1 BY 1
              UNTIL WS-LIG-IDX > WS-NB-LIGNES
              IF DIF-DESTINATAIRE(WS-LIG-IDX) = DEST-NOM(WS-DEST-IDX)
                 IF DIF-CONDITION(WS-LIG-IDX) = 'TOUJOURS'
                    OR (DIF-CONDITION(WS-LIG-IDX) = 'ALERTE'
                        AND WS-NB-ALERTES > 0)
                    OR (DIF-CONDITION(WS-LIG-IDX) = 'FINMOIS'
                        AND FIN-DE-MOIS)
                    PERFORM SELECTIONNER-ETAT
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-LOT-DSN
           STRING FUNCTION TRIM(WS-REP-JOUR) "/"
              FUNCTION TRIM(DEST-NOM(WS-DEST-IDX)) ".lot"
              DELIMITED BY SIZE INTO WS-LOT-DSN
           END-STRING
           OPEN OUTPUT FICHIER-LOT
           MOVE WS-LOT-STATUS TO WS-FSTAT-CODE
           MOVE WS-LOT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-LOT" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM ECRIRE-BORDEREAU
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
              UNTIL WS-SEL-IDX > WS-NB-SEL
              IF SEL-JOINT(WS-SEL-IDX) = 'O'
                 PERFORM JOINDRE-ETAT
              END-IF
           END-PERFORM
           CLOSE FICHIER-LOT
           ADD 1 TO WS-NB-LOTS
           ADD WS-NB-JOINTS     TO WS-TOTAL-JOINTS
           ADD WS-NB-NON-JOINTS TO WS-TOTAL-NON-JOINTS
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "LOT " FUNCTION TRIM(DEST-NOM(WS-DEST-IDX))
              " JOINTS " WS-NB-JOINTS " NON JOINTS " WS-NB-NON-JOINTS
              " " FUNCTION TRIM(WS-LOT-DSN)
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       SELECTIONNER-ETAT.
      *> Un même état demandé deux fois (deux conditions remplies)
      *> n'est joint qu'une fois.
           SET NON-TROUVE TO TRUE
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
              UNTIL WS-SEL-IDX > WS-NB-SEL OR TROUVE
              IF SEL-ETAT-IDX(WS-SEL-IDX) = DIF-ETAT-IDX(WS-LIG-IDX)
                 SET TROUVE TO TRUE
              END-IF
           END-PERFORM
           IF NON-TROUVE
              ADD 1 TO WS-NB-SEL
              MOVE DIF-ETAT-IDX(WS-LIG-IDX) TO WS-ETAT-IDX
              MOVE WS-ETAT-IDX TO SEL-ETAT-IDX(WS-NB-SEL)
              MOVE 0 TO SEL-NB(WS-NB-SEL) SEL-EMPREINTE(WS-NB-SEL)
              MOVE SPACES TO SEL-MOTIF(WS-NB-SEL)
              PERFORM CONTROLER-PUBLICATION-ETAT
              IF WS-MOTIF-W = SPACES
                 MOVE ETAT-DSN(WS-ETAT-IDX) TO WS-MAN-SCAN-DSN
                 PERFORM CALCULER-EMPREINTE
                 IF MAN-SCAN-ABSENT
                    MOVE "ETAT ABSENT" TO WS-MOTIF-W
                 END-IF
              END-IF
              IF WS-MOTIF-W = SPACES
                 MOVE 'O' TO SEL-JOINT(WS-NB-SEL)
                 MOVE WS-MAN-NB-ENREG  TO SEL-NB(WS-NB-SEL)
                 MOVE WS-MAN-EMPREINTE TO SEL-EMPREINTE(WS-NB-SEL)
                 ADD 1 TO WS-NB-JOINTS
              ELSE
                 MOVE 'N' TO SEL-JOINT(WS-NB-SEL)
                 MOVE WS-MOTIF-W TO SEL-MOTIF(WS-NB-SEL)
                 ADD 1 TO WS-NB-NON-JOINTS
                 DISPLAY "JOURDIF : "
                         FUNCTION TRIM(ETAT-CODE(WS-ETAT-IDX))
                         " non joint pour "
                         FUNCTION TRIM(DEST-NOM(WS-DEST-IDX)) " ("
                         FUNCTION TRIM(WS-MOTIF-W) ")"
              END-IF
           END-IF.

       CONTROLER-PUBLICATION-ETAT.
      *> Seul un producteur marqué PUBLIE est diffusé : ENCOURS (run
      *> interrompu), jamais inscrit ou fichier des publications
      *> absent, l'état reste chez lui.
           MOVE SPACES TO WS-MOTIF-W
           SET PUB-ABSENTE TO TRUE
           PERFORM VARYING WS-PUB-IDX FROM 1 BY 1
              UNTIL WS-PUB-IDX > WS-PUB-NB OR PUB-TROUVEE
              IF PUB-TBL-PROGID(WS-PUB-IDX)
                 = ETAT-PRODUCTEUR(WS-ETAT-IDX)
                 SET PUB-TROUVEE TO TRUE
                 IF PUB-TBL-ETAT(WS-PUB-IDX) NOT = 'PUBLIE'
                    STRING "PRODUCTEUR "
                       FUNCTION TRIM(PUB-TBL-ETAT(WS-PUB-IDX))
                       DELIMITED BY SIZE INTO WS-MOTIF-W
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM
           IF PUB-ABSENTE
              MOVE "NON PUBLIE" TO WS-MOTIF-W
           END-IF.

       ECRIRE-BORDEREAU.
           MOVE SPACES TO WS-LIGNE-W
           STRING "BORDEREAU DE DIFFUSION - "
              FUNCTION TRIM(DEST-NOM(WS-DEST-IDX))
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           PERFORM ECRIRE-LIGNE-LOT
           MOVE SPACES TO WS-LIGNE-W
           STRING "DATE DU RUN      : " WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           PERFORM ECRIRE-LIGNE-LOT
           MOVE SPACES TO WS-LIGNE-W
           STRING "ETAT DE LA CHAINE: " FUNCTION TRIM(WS-ETAT-CHAINE)
              " (" WS-NB-PAS " PAS, " WS-NB-PAS-EN-ECHEC " NON OK)"
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           PERFORM ECRIRE-LIGNE-LOT
           MOVE SPACES TO WS-LIGNE-W
           STRING "ALERTES OUVERTES : " WS-NB-ALERTES
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           PERFORM ECRIRE-LIGNE-LOT
           MOVE SPACES TO WS-LIGNE-W
           STRING "FIN DE MOIS      : " WS-FIN-MOIS-FLAG
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           PERFORM ECRIRE-LIGNE-LOT
           MOVE SPACES TO WS-LIGNE-W
           STRING "ETATS JOINTS     : " WS-NB-JOINTS
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           PERFORM ECRIRE-LIGNE-LOT
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
              UNTIL WS-SEL-IDX > WS-NB-SEL
              IF SEL-JOINT(WS-SEL-IDX) = 'O'
                 MOVE SEL-ETAT-IDX(WS-SEL-IDX) TO WS-ETAT-IDX
                 MOVE SPACES TO WS-LIGNE-W
                 STRING "  " ETAT-CODE(WS-ETAT-IDX) " "
                    ETAT-PRODUCTEUR(WS-ETAT-IDX) " "
                    SEL-NB(WS-SEL-IDX) " LIGNE(S) EMPREINTE "
                    SEL-EMPREINTE(WS-SEL-IDX) " "
                    FUNCTION TRIM(ETAT-DSN(WS-ETAT-IDX))
                    DELIMITED BY SIZE INTO WS-LIGNE-W
                 END-STRING
                 PERFORM ECRIRE-LIGNE-LOT
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-LIGNE-W
           STRING "ETATS NON JOINTS : " WS-NB-NON-JOINTS
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           PERFORM ECRIRE-LIGNE-LOT
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
              UNTIL WS-SEL-IDX > WS-NB-SEL
              IF SEL-JOINT(WS-SEL-IDX) = 'N'
                 MOVE SEL-ETAT-IDX(WS-SEL-IDX) TO WS-ETAT-IDX
                 MOVE SPACES TO WS-LIGNE-W
                 STRING "  " ETAT-CODE(WS-ETAT-IDX) " "
                    ETAT-PRODUCTEUR(WS-ETAT-IDX) " "
                    SEL-MOTIF(WS-SEL-IDX)
                    DELIMITED BY SIZE INTO WS-LIGNE-W
                 END-STRING
                 PERFORM ECRIRE-LIGNE-LOT
              END-IF
           END-PERFORM
           MOVE "*FIN BORDEREAU*" TO WS-LIGNE-W
           PERFORM ECRIRE-LIGNE-LOT.

       ECRIRE-LIGNE-LOT.
           MOVE SPACES TO WS-LOT-RECORD
           MOVE WS-LIGNE-W TO WS-LOT-RECORD
           WRITE WS-LOT-RECORD.

       JOINDRE-ETAT.
           MOVE SEL-ETAT-IDX(WS-SEL-IDX) TO WS-ETAT-IDX
           MOVE SPACES TO WS-LIGNE-W
           STRING "==== DEBUT ETAT "
              FUNCTION TRIM(ETAT-CODE(WS-ETAT-IDX))
              " " FUNCTION TRIM(ETAT-DSN(WS-ETAT-IDX))
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           PERFORM ECRIRE-LIGNE-LOT
           MOVE ETAT-DSN(WS-ETAT-IDX) TO WS-SOURCE-DSN
           OPEN INPUT FICHIER-ETAT-SOURCE
           MOVE WS-SOURCE-STATUS TO WS-FSTAT-CODE
           MOVE WS-SOURCE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-ETAT-SOURCE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE 0 TO WS-NB-LIGNES-COPIEES
           SET NOT-FIN-FICHIER TO TRUE
           PERFORM UNTIL FIN-FICHIER
              MOVE SPACES TO WS-SOURCE-RECORD
              READ FICHIER-ETAT-SOURCE
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    WRITE WS-LOT-RECORD FROM WS-SOURCE-RECORD
                    ADD 1 TO WS-NB-LIGNES-COPIEES
              END-READ
           END-PERFORM
           CLOSE FICHIER-ETAT-SOURCE
           MOVE SPACES TO WS-LIGNE-W
           STRING "==== FIN ETAT " FUNCTION TRIM(ETAT-CODE(WS-ETAT-IDX))
              " " WS-NB-LIGNES-COPIEES " LIGNE(S)"
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           PERFORM ECRIRE-LIGNE-LOT.

       COPY PUBPR.
       COPY MANPR.
       COPY LOGPR.
       COPY RUNPR.
       COPY FSTATPR.
       COPY RDEOFPR.
       COPY DATPR.
