       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURSAV.

      *> Sauvegarde cohérente des fichiers permanents de la suite
      *> (cf. SAVWS.cpy pour la liste) : aucun d'eux ne se reproduit
      *> en relançant la chaîne, et jusqu'ici chacun était copié, ou
      *> pas, à la main. Ce pas se lance après une chaîne JOURCTL
      *> réussie : il refuse (RC 12) tant que l'état des pas de
      *> JOURCTL n'est pas entièrement OK ou REPRIS, ou que le fichier
      *> de reprise est tenu par un run en cours (verrou *VERROU*),
      *> car les fichiers ne seraient alors pas cohérents entre eux.
      *> Chaque fichier est recopié dans un ensemble daté (le
      *> référentiel indexé des lieux et le statut par clé de JOUR2
      *> sous forme d'image séquentielle), avec son compte et son
      *> empreinte (même routine que le manifeste de run, cf.
      *> MANPR.cpy), et inscrit au catalogue des sauvegardes ; la
      *> ligne *ENSEMBLE* COMPLET n'est écrite qu'une fois toutes
      *> les copies faites. Un
      *> fichier permanent encore inexistant est inscrit ABSENT : la
      *> restauration (JOURRST) le remettra à vide.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SAVSEL.
           COPY MANSEL.
           COPY CKPTSEL.
           COPY LOGSEL.
           SELECT FICHIER-STATUTS ASSIGN TO DYNAMIC WS-STATUTS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY SAVFD.
       COPY MANFD.
       COPY CKPTFD.
       COPY LOGFD.

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

       WORKING-STORAGE SECTION.
       01  WS-STATUTS-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-STATUTS-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/statut_etapes.dat".
       01  WS-STATUTS-STATUS    PIC X(02) VALUE '00'.
       01  WS-STATUTS-EOF       PIC 9 VALUE 0.
           88  FIN-STATUTS          VALUE 1.
           88  NOT-FIN-STATUTS      VALUE 0.
       01  WS-NB-PAS            PIC 9(03) VALUE 0.
       01  WS-NB-PAS-EN-ECHEC   PIC 9(03) VALUE 0.
       01  WS-PAS-EN-ECHEC      PIC X(08) VALUE SPACES.
       01  WS-DATE-OUVREE       PIC 9(08) VALUE 0.

       01  WS-RUN-DATE          PIC 9(08) VALUE 0.
       01  WS-RUN-HEURE         PIC 9(08) VALUE 0.
       01  WS-OPERATEUR         PIC X(08) VALUE SPACES.
       01  WS-NB-COPIES         PIC 9(02) VALUE 0.
       01  WS-NB-ABSENTS        PIC 9(02) VALUE 0.

       COPY SAVWS.
       COPY DATWS.
       COPY MANWS.
       COPY CKPTWS.
       COPY LOGWS.
       COPY RUNWS.
       COPY FSTATWS.
       COPY RDEOFWS.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE 'JOURSAV' TO WS-LOG-PROGID
           MOVE 'JOURSAV_JOURNAL_DSN' TO WS-LOG-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/journal_sav.log"
              TO WS-LOG-DSN-DEFAUT
           PERFORM OUVRIR-JOURNAL
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-HEURE FROM TIME
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "AOC_OPERATEUR"
           PERFORM CONTROLER-CHAINE-REUSSIE
           PERFORM CONTROLER-VERROU-REPRISE
           PERFORM RESOUDRE-SAUVEGARDE-DSN
           PERFORM INITIALISER-PERSISTANTS
           MOVE SPACES TO WS-SAV-ENSEMBLE
           STRING "S" WS-RUN-DATE WS-RUN-HEURE(1:6)
              DELIMITED BY SIZE INTO WS-SAV-ENSEMBLE
           END-STRING
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "ENSEMBLE " WS-SAV-ENSEMBLE
              " CHAINE DU " WS-DATE-OUVREE
              " VERS " FUNCTION TRIM(WS-SAV-REPERTOIRE)
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM OUVRIR-CATALOGUE-SAV
           PERFORM VARYING WS-SAV-IDX FROM 1 BY 1
              UNTIL WS-SAV-IDX > WS-SAV-NB-PERSISTANTS
              PERFORM SAUVEGARDER-UN-FICHIER
           END-PERFORM
      *> Ligne de clôture : l'ensemble n'est restaurable qu'à partir
      *> d'ici.
           MOVE SPACES TO WS-CAT-RECORD
           MOVE WS-SAV-ENSEMBLE TO WS-CAT-ENSEMBLE
           MOVE '*ENSEMBLE*'    TO WS-CAT-TYPE
           MOVE 'COMPLET'       TO WS-CAT-ETAT
           MOVE WS-DATE-OUVREE  TO WS-CAT-DATE
           MOVE WS-OPERATEUR    TO WS-CAT-OPERATEUR
           MOVE WS-SAV-NB-PERSISTANTS TO WS-CAT-NB
           MOVE ZERO            TO WS-CAT-EMPREINTE
           MOVE WS-SAV-REPERTOIRE TO WS-CAT-ORIGINE
           WRITE WS-CAT-RECORD
           CLOSE FICHIER-CATALOGUE-SAV
           DISPLAY "JOURSAV : ensemble " WS-SAV-ENSEMBLE " : "
                   WS-NB-COPIES " fichier(s) copie(s), "
                   WS-NB-ABSENTS " absent(s) -> "
                   FUNCTION TRIM(WS-SAV-CATALOGUE-DSN)
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "ENSEMBLE " WS-SAV-ENSEMBLE " COMPLET COPIES "
              WS-NB-COPIES " ABSENTS " WS-NB-ABSENTS
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM FERMER-JOURNAL
      *> GOBACK plutôt que STOP RUN : ce pas peut être appelé en
      *> séquence par le programme pilote.
           GOBACK.

       CONTROLER-CHAINE-REUSSIE.
      *> L'état des pas de JOURCTL doit exister et ne porter que des
      *> pas OK ou REPRIS (même règle que la complétude de chaîne de
      *> JOURCTL) ; la date ouvrée de la chaîne est reportée au
      *> catalogue.
           ACCEPT WS-STATUTS-DSN FROM ENVIRONMENT "JOURCTL_STATUT_DSN"
           IF WS-STATUTS-DSN = SPACES
              MOVE WS-DEFAUT-STATUTS-DSN TO WS-STATUTS-DSN
           END-IF
           SET NOT-FIN-STATUTS TO TRUE
           OPEN INPUT FICHIER-STATUTS
           IF WS-STATUTS-STATUS = '00'
              PERFORM UNTIL FIN-STATUTS
                 READ FICHIER-STATUTS
                    AT END
                       SET FIN-STATUTS TO TRUE
                    NOT AT END
                       ADD 1 TO WS-NB-PAS
                       MOVE WS-STA-DATE-OUVREE TO WS-DATE-OUVREE
                       IF WS-STA-STATUT NOT = 'OK'
                          AND WS-STA-STATUT NOT = 'REPRIS'
                          ADD 1 TO WS-NB-PAS-EN-ECHEC
                          MOVE WS-STA-NOM TO WS-PAS-EN-ECHEC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-STATUTS
           END-IF
           MOVE WS-NB-PAS TO WS-RDEOF-COUNT
           MOVE WS-STATUTS-DSN TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           IF WS-NB-PAS = 0 OR WS-NB-PAS-EN-ECHEC > 0
              DISPLAY "REFUS JOURSAV : pas de chaine JOURCTL reussie "
                      "a sauvegarder (" WS-NB-PAS " pas, "
                      WS-NB-PAS-EN-ECHEC " non OK, dont "
                      WS-PAS-EN-ECHEC ")"
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "REFUS CHAINE NON REUSSIE PAS " WS-NB-PAS
                 " NON OK " WS-NB-PAS-EN-ECHEC
                 " " WS-PAS-EN-ECHEC
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
              MOVE 12 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF.

       CONTROLER-VERROU-REPRISE.
           PERFORM RESOUDRE-CHECKPOINT-DSN
           MOVE 'JOURSAV' TO WS-CKPT-PROGID
           PERFORM CHARGER-CHECKPOINT
           IF WS-CKPT-VERROU-FLAG = 'O'
              DISPLAY "REFUS JOURSAV : le fichier de reprise est "
                      "tenu par le run " WS-CKPT-VERROU-RUNID
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "REFUS VERROU TENU PAR " WS-CKPT-VERROU-RUNID
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
              MOVE 12 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF.

       SAUVEGARDER-UN-FICHIER.
           MOVE PRS-TYPE(WS-SAV-IDX) TO WS-SAV-TYPE-W
           PERFORM COMPOSER-DSN-COPIE
           IF PRS-TYPE(WS-SAV-IDX) = 'MASTER'
              MOVE PRS-DSN(WS-SAV-IDX) TO WS-SAV-MASTER-DSN
              PERFORM COPIER-MASTER-VERS-IMAGE
           ELSE
              IF PRS-TYPE(WS-SAV-IDX) = 'STATUTCLES'
                 MOVE PRS-DSN(WS-SAV-IDX) TO WS-SAV-CLES-DSN
                 PERFORM COPIER-CLES-VERS-IMAGE
              ELSE
                 MOVE PRS-DSN(WS-SAV-IDX) TO WS-SAV-SOURCE-DSN
                 PERFORM COPIER-SEQUENTIEL
              END-IF
           END-IF
           MOVE SPACES TO WS-CAT-RECORD
           MOVE WS-SAV-ENSEMBLE      TO WS-CAT-ENSEMBLE
           MOVE PRS-TYPE(WS-SAV-IDX) TO WS-CAT-TYPE
           MOVE WS-DATE-OUVREE       TO WS-CAT-DATE
           MOVE WS-OPERATEUR         TO WS-CAT-OPERATEUR
           MOVE PRS-DSN(WS-SAV-IDX)  TO WS-CAT-ORIGINE
           IF SAV-SOURCE-PRESENTE
      *> Compte et empreinte relus sur la copie elle-même : c'est
      *> elle que la restauration revérifiera.
              MOVE WS-SAV-CIBLE-DSN TO WS-MAN-SCAN-DSN
              PERFORM CALCULER-EMPREINTE
              MOVE 'COPIE'          TO WS-CAT-ETAT
              MOVE WS-MAN-NB-ENREG  TO WS-CAT-NB
              MOVE WS-MAN-EMPREINTE TO WS-CAT-EMPREINTE
              MOVE WS-SAV-CIBLE-DSN TO WS-CAT-COPIE
              ADD 1 TO WS-NB-COPIES
           ELSE
              MOVE 'ABSENT'         TO WS-CAT-ETAT
              MOVE ZERO             TO WS-CAT-NB WS-CAT-EMPREINTE
              ADD 1 TO WS-NB-ABSENTS
           END-IF
           WRITE WS-CAT-RECORD
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING FUNCTION TRIM(PRS-TYPE(WS-SAV-IDX)) " "
              FUNCTION TRIM(WS-CAT-ETAT) " " WS-CAT-NB
              " LIGNE(S) " FUNCTION TRIM(PRS-DSN(WS-SAV-IDX))
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       COPY SAVPR.
       COPY DATPR.
       COPY MANPR.
       COPY CKPTPR.
       COPY LOGPR.
       COPY RUNPR.
       COPY FSTATPR.
       COPY RDEOFPR.
