       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURMAN.

      *> Vérification d'audit contre le manifeste de run : relit les
      *> lignes du manifeste (cf. MANWS.cpy) d'une date de run donnée
      *> et recalcule, pour chaque dataset inscrit, le nombre
      *> d'enregistrements et l'empreinte du contenu, avec la même
      *> routine que les programmes de la chaîne (CALCULER-EMPREINTE).
      *> Chaque ligne du rapport dit CONFORME, ECART (compte ou
      *> empreinte différents : le fichier n'est plus celui du run)
      *> ou ABSENT (dataset introuvable). Paramètres :
      *>   JOURMAN_DATE        date de run AAAAMMJJ (obligatoire)
      *>   JOURMAN_PROGID      restreint à un programme (optionnel)
      *>   JOURMAN_RUNID       restreint à un run, identifiant tel
      *>                       qu'inscrit au manifeste (optionnel :
      *>                       un rerun ou un run antidaté de la même
      *>                       date se vérifie à part)
      *>   JOURMAN_DSN         restreint à un dataset, DSN tel
      *>                       qu'inscrit au manifeste (optionnel)
      *>   JOURMAN_ARCHIVE_DSN copie archivée à vérifier à la place
      *>                       du DSN inscrit (exige JOURMAN_DSN)
      *>   JOURMAN_RPT_DSN     rapport de vérification
      *> Le pas se termine avec RC 8 au moindre écart ou dataset
      *> absent, RC 4 si aucune ligne du manifeste ne répond aux
      *> critères, RC 16 si le manifeste est introuvable ou les
      *> paramètres invalides.
      *> L'empreinte est recalculée l'identifiant de run de la ligne
      *> masqué, comme à l'inscription (cf. MANWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MANSEL.
           SELECT FICHIER-VERIF ASSIGN TO DYNAMIC WS-VERIF-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MANFD.

       FD  FICHIER-VERIF.
      *> Rapport de vérification : lignes préparées en
      *> WORKING-STORAGE et écrites via WRITE ... FROM.
       01  WS-VERIF-RECORD      PIC X(330).

       WORKING-STORAGE SECTION.
       01  WS-VERIF-DSN         PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-VERIF-DSN  PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/verif_manifeste.rpt".
       01  WS-VERIF-STATUS      PIC X(02) VALUE '00'.

       01  WS-DATE-X            PIC X(08) VALUE SPACES.
       01  WS-DATE-CIBLE        PIC 9(08) VALUE ZERO.
       01  WS-PROGID-CIBLE      PIC X(08) VALUE SPACES.
       01  WS-RUNID-CIBLE       PIC X(26) VALUE SPACES.
       01  WS-DSN-CIBLE         PIC X(200) VALUE SPACES.
       01  WS-ARCHIVE-DSN       PIC X(200) VALUE SPACES.

       01  WS-NB-LUES           PIC 9(07) VALUE 0.
       01  WS-NB-RETENUES       PIC 9(05) VALUE 0.
       01  WS-NB-CONFORMES      PIC 9(05) VALUE 0.
       01  WS-NB-ECARTS         PIC 9(05) VALUE 0.
       01  WS-NB-ABSENTS        PIC 9(05) VALUE 0.

       01  WS-FICHIER   PIC 9 VALUE 0.
           88  FIN-FICHIER       VALUE 1.
           88  NOT-FIN-FICHIER   VALUE 0.

      *> Ligne de détail : statut, programme, rôle, compte et
      *> empreinte attendus (manifeste) puis trouvés, run inscrit,
      *> DSN relu.
       01  WS-DETAIL-LIGNE-W.
           05  WS-DL-STATUT         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-PROGID         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-ROLE           PIC X(10).
           05  FILLER               PIC X(09) VALUE " ATTENDU ".
           05  WS-DL-NB-ATTENDU     PIC 9(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-EMP-ATTENDUE   PIC 9(10).
           05  FILLER               PIC X(08) VALUE " TROUVE ".
           05  WS-DL-NB-TROUVE      PIC 9(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-EMP-TROUVEE    PIC 9(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-RUNID          PIC X(26).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-DSN            PIC X(200).
       01  WS-LIGNE-W           PIC X(330) VALUE SPACES.

       COPY DATWS.
       COPY MANWS.
       COPY RUNWS.
       COPY FSTATWS.
       COPY RDEOFWS.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY "=== JOURMAN : verification du manifeste de run "
                   "==="
           PERFORM LIRE-PARAMETRES
           PERFORM RESOUDRE-MANIFESTE-DSN
           OPEN INPUT FICHIER-MANIFESTE
           MOVE WS-MAN-STATUS TO WS-FSTAT-CODE
           MOVE WS-MAN-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-MANIFESTE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-VERIF
           MOVE WS-VERIF-STATUS TO WS-FSTAT-CODE
           MOVE WS-VERIF-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-VERIF" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM ECRIRE-ENTETE
           SET NOT-FIN-FICHIER TO TRUE
           PERFORM UNTIL FIN-FICHIER
              READ FICHIER-MANIFESTE
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-LUES
                    PERFORM TRAITER-LIGNE-MANIFESTE
              END-READ
           END-PERFORM
           MOVE WS-NB-LUES TO WS-RDEOF-COUNT
           MOVE WS-MAN-DSN TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE FICHIER-MANIFESTE
           PERFORM ECRIRE-SYNTHESE
           CLOSE FICHIER-VERIF
           DISPLAY "JOURMAN : " WS-NB-RETENUES
                   " dataset(s) verifie(s), "
                   WS-NB-CONFORMES " conforme(s), " WS-NB-ECARTS
                   " ecart(s), " WS-NB-ABSENTS " absent(s) -> "
                   FUNCTION TRIM(WS-VERIF-DSN)
           EVALUATE TRUE
              WHEN WS-NB-ECARTS > 0 OR WS-NB-ABSENTS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-NB-RETENUES = 0
                 DISPLAY "AVERTISSEMENT : aucune ligne du manifeste "
                         "pour le " WS-DATE-CIBLE
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LIRE-PARAMETRES.
           ACCEPT WS-DATE-X FROM ENVIRONMENT "JOURMAN_DATE"
           IF WS-DATE-X IS NOT NUMERIC
              DISPLAY "ABEND JOURMAN : JOURMAN_DATE absente ou non "
                      "numerique (AAAAMMJJ attendu)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-DATE-X TO WS-DATE-CIBLE
           ACCEPT WS-PROGID-CIBLE FROM ENVIRONMENT "JOURMAN_PROGID"
           ACCEPT WS-RUNID-CIBLE FROM ENVIRONMENT "JOURMAN_RUNID"
           ACCEPT WS-DSN-CIBLE FROM ENVIRONMENT "JOURMAN_DSN"
           ACCEPT WS-ARCHIVE-DSN FROM ENVIRONMENT "JOURMAN_ARCHIVE_DSN"
      *> Une copie archivée ne se compare qu'à un seul dataset du
      *> manifeste : son DSN d'origine doit être désigné.
           IF WS-ARCHIVE-DSN NOT = SPACES AND WS-DSN-CIBLE = SPACES
              DISPLAY "ABEND JOURMAN : JOURMAN_ARCHIVE_DSN exige "
                      "JOURMAN_DSN (DSN inscrit au manifeste)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-VERIF-DSN FROM ENVIRONMENT "JOURMAN_RPT_DSN"
           IF WS-VERIF-DSN = SPACES
              MOVE WS-DEFAUT-VERIF-DSN TO WS-VERIF-DSN
           END-IF.

       TRAITER-LIGNE-MANIFESTE.
           IF WS-MAN-REC-DATE = WS-DATE-CIBLE
              AND (WS-PROGID-CIBLE = SPACES
                   OR WS-MAN-REC-PROGID = WS-PROGID-CIBLE)
              AND (WS-RUNID-CIBLE = SPACES
                   OR WS-MAN-REC-RUNID = WS-RUNID-CIBLE)
              AND (WS-DSN-CIBLE = SPACES
                   OR WS-MAN-REC-DSN = WS-DSN-CIBLE)
              ADD 1 TO WS-NB-RETENUES
              IF WS-ARCHIVE-DSN NOT = SPACES
                 MOVE WS-ARCHIVE-DSN TO WS-MAN-SCAN-DSN
              ELSE
                 MOVE WS-MAN-REC-DSN TO WS-MAN-SCAN-DSN
              END-IF
              MOVE WS-MAN-REC-RUNID TO WS-MAN-RUNID-MASQUE
              PERFORM CALCULER-EMPREINTE
              EVALUATE TRUE
                 WHEN MAN-SCAN-ABSENT
                    MOVE "ABSENT" TO WS-DL-STATUT
                    ADD 1 TO WS-NB-ABSENTS
                 WHEN WS-MAN-NB-ENREG = WS-MAN-REC-NB
                  AND WS-MAN-EMPREINTE = WS-MAN-REC-EMPREINTE
                    MOVE "CONFORME" TO WS-DL-STATUT
                    ADD 1 TO WS-NB-CONFORMES
                 WHEN OTHER
                    MOVE "ECART" TO WS-DL-STATUT
                    ADD 1 TO WS-NB-ECARTS
              END-EVALUATE
              MOVE WS-MAN-REC-PROGID    TO WS-DL-PROGID
              MOVE WS-MAN-REC-ROLE      TO WS-DL-ROLE
              MOVE WS-MAN-REC-NB        TO WS-DL-NB-ATTENDU
              MOVE WS-MAN-REC-EMPREINTE TO WS-DL-EMP-ATTENDUE
              MOVE WS-MAN-NB-ENREG      TO WS-DL-NB-TROUVE
              MOVE WS-MAN-EMPREINTE     TO WS-DL-EMP-TROUVEE
              MOVE WS-MAN-REC-RUNID     TO WS-DL-RUNID
              MOVE WS-MAN-SCAN-DSN      TO WS-DL-DSN
              WRITE WS-VERIF-RECORD FROM WS-DETAIL-LIGNE-W
           END-IF.

       ECRIRE-ENTETE.
           MOVE SPACES TO WS-LIGNE-W
           STRING "VERIFICATION DU MANIFESTE "
              FUNCTION TRIM(WS-MAN-DSN)
              " RUN DU " WS-DATE-CIBLE
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           WRITE WS-VERIF-RECORD FROM WS-LIGNE-W.

       ECRIRE-SYNTHESE.
           MOVE SPACES TO WS-LIGNE-W
           STRING "SYNTHESE DATASETS " WS-NB-RETENUES
              " CONFORMES " WS-NB-CONFORMES
              " ECARTS " WS-NB-ECARTS
              " ABSENTS " WS-NB-ABSENTS
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           WRITE WS-VERIF-RECORD FROM WS-LIGNE-W.

       COPY DATPR.
       COPY MANPR.
       COPY FSTATPR.
       COPY RDEOFPR.
