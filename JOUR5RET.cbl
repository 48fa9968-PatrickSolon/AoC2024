       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOUR5RET.

      *    Candidats au retrait du référentiel maître des règles de
      *    JOUR5 : confronte regles.dat à l'historique cumulatif
      *    d'usage tenu par JOUR5 (usage_histo.dat) et retient toute
      *    règle que page-valide n'a plus consultée depuis plus de
      *    JOUR5RET_JOURS jours (90 par défaut). Pour une règle
      *    jamais consultée, l'ancienneté part de sa première
      *    apparition dans l'historique ; une règle absente de
      *    l'historique (ajoutée depuis le dernier run de JOUR5) est
      *    listée mais jamais proposée. Les candidats sortent au
      *    listing et dans un fichier de transactions "DELETE nn|mm"
      *    au format de JOUR5MNT : l'administration des règles le
      *    passe d'abord en simulation seule (JOUR5MNT_SIM=S), puis
      *    l'applique par JOUR5MNT_TRANS_DSN. Ce programme ne modifie
      *    ni le référentiel ni l'historique. Listing et fichier de
      *    transactions se terminent par la ligne "RUN <identifiant>"
      *    du run (cf. RUNWS.cpy), que JOUR5MNT ignore ; les datasets
      *    lus et écrits sont inscrits au manifeste (cf. MANWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-REGLES ASSIGN TO DYNAMIC WS-REGLES-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGLES-STATUS.
           SELECT FICHIER-HISTO-USAGE ASSIGN TO DYNAMIC WS-HUSAGE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HUSAGE-STATUS.
           SELECT FICHIER-CANDIDATS ASSIGN TO DYNAMIC WS-CANDID-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CANDID-STATUS.
           SELECT FICHIER-TRANSACTIONS ASSIGN TO DYNAMIC WS-TRANS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.
           COPY MANSEL.

       DATA DIVISION.
          FILE SECTION.
            FD FICHIER-REGLES.
      *       Même disposition noeud|fils que le référentiel relu par
      *       JOUR5 (mode référentiel maître) et maintenu par
      *       JOUR5MNT.
              01 WS-REGLES-RECORD PIC X(80).

            FD FICHIER-HISTO-USAGE.
      *       Même disposition que l'historique écrit par JOUR5.
              01 WS-HUSAGE-RECORD.
                 05 WS-HU-NOEUD        PIC 9(02).
                 05 WS-HU-SEP          PIC X(01).
                 05 WS-HU-FILS         PIC 9(02).
                 05 FILLER             PIC X(01).
                 05 WS-HU-PREMIERE     PIC 9(08).
                 05 FILLER             PIC X(01).
                 05 WS-HU-DERNIERE     PIC 9(08).
                 05 FILLER             PIC X(01).
                 05 WS-HU-TOTAL        PIC 9(09).

            FD FICHIER-CANDIDATS.
      *       Listing de revue : une ligne par règle du référentiel
      *       retenue ou sans historique, puis une ligne de synthèse.
      *       Lignes préparées en WORKING-STORAGE et écrites via
      *       WRITE ... FROM.
              01 WS-CANDID-LIGNE PIC X(80).

            FD FICHIER-TRANSACTIONS.
      *       Transactions proposées, au format relu par JOUR5MNT
      *       ("DELETE nn|mm", une par ligne).
              01 WS-TRANS-RECORD PIC X(80).

           COPY MANFD.

       WORKING-STORAGE SECTION.
      *    Noms des datasets : le référentiel et l'historique sont
      *    résolus par les mêmes variables d'environnement que
      *    celles de JOUR5, avec les mêmes défauts. Le fichier de
      *    transactions proposé a son propre défaut, distinct de
      *    transactions.dat : rien n'est appliqué sans que
      *    l'administration des règles ne l'ait désigné à JOUR5MNT.
           01 WS-REGLES-DSN         pic x(200) value spaces.
           01 WS-DEFAULT-REGLES-DSN pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/regles.dat".
           01 WS-REGLES-STATUS      pic x(02) value '00'.
           01 WS-HUSAGE-DSN         pic x(200) value spaces.
           01 WS-DEFAULT-HUSAGE-DSN pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/usage_histo.dat".
           01 WS-HUSAGE-STATUS      pic x(02) value '00'.
           01 WS-CANDID-DSN         pic x(200) value spaces.
           01 WS-DEFAULT-CANDID-DSN pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/retraits_candidats.rpt".
           01 WS-CANDID-STATUS      pic x(02) value '00'.
           01 WS-TRANS-DSN          pic x(200) value spaces.
           01 WS-DEFAULT-TRANS-DSN  pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/transactions_retrait.dat".
           01 WS-TRANS-STATUS       pic x(02) value '00'.

      *    Seuil de dormance en jours (JOUR5RET_JOURS).
           01 WS-SEUIL-X            pic x(05) value spaces.
           01 WS-SEUIL-JOURS        pic 9(05) value 90.

      *    Historique en mémoire : une case par paire noeud|fils
      *    possible, même adressage direct que JOUR5 (index =
      *    noeud * 100 + fils + 1).
           01 TABLE-HISTO-USAGE.
             05 HU-ENTRY occurs 10000.
                10 HU-CONNUE           pic x(1) value 'N'.
                10 HU-PREMIERE         pic 9(8) value zero.
                10 HU-DERNIERE         pic 9(8) value zero.
                10 HU-TOTAL            pic 9(9) value zero.
           01 WS-HU-IDX             pic 9(5) value 0.

           01 WS-RUN-DATE           pic 9(8) value 0.
           01 WS-DATE-REF           pic 9(8) value 0.
           01 WS-ANCIENNETE         pic 9(5) value 0.
           01 WS-RG-NOEUD           pic 9(2) value 0.
           01 WS-RG-FILS            pic 9(2) value 0.
           01 WS-NB-HISTO-LUES      pic 9(5) value 0.
           01 WS-NB-REGLES          pic 9(5) value 0.
           01 WS-NB-CANDIDATS       pic 9(5) value 0.
           01 WS-NB-SANS-HISTO      pic 9(5) value 0.

           01 WS-REGLES-EOF   PIC 9 VALUE 0.
             88  fin-regles        VALUE 1.
             88  not-fin-regles    VALUE 0.
           01 WS-HUSAGE-EOF   PIC 9 VALUE 0.
             88  fin-husage        VALUE 1.
             88  not-fin-husage    VALUE 0.

      *    Lignes du listing, écrites via WRITE FROM.
           01 WS-CAND-LIGNE-W.
             05 WS-CAND-NOEUD       pic 9(2).
             05 FILLER              pic x(1) value "|".
             05 WS-CAND-FILS        pic 9(2).
             05 FILLER              pic x(10) value " PREMIERE ".
             05 WS-CAND-PREMIERE    pic 9(8).
             05 FILLER              pic x(10) value " DERNIERE ".
             05 WS-CAND-DERNIERE    pic 9(8).
             05 FILLER              pic x(7) value " JOURS ".
             05 WS-CAND-JOURS       pic 9(5).
             05 FILLER              pic x(7) value " TOTAL ".
             05 WS-CAND-TOTAL       pic 9(9).
           01 WS-SANS-LIGNE-W.
             05 WS-SANS-NOEUD       pic 9(2).
             05 FILLER              pic x(1) value "|".
             05 WS-SANS-FILS        pic 9(2).
             05 FILLER              pic x(17)
                value " SANS HISTORIQUE".
           01 WS-SYNTH-W            pic x(80) value spaces.

           COPY FSTATWS.
           COPY RDEOFWS.
           COPY RUNWS.
           COPY DATWS.
           COPY MANWS.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           MOVE 'JOUR5RET' TO WS-RUNID-PROGID
           PERFORM DETERMINER-RUNID
           MOVE 'JOUR5RET' TO WS-MAN-PROGID
           perform resoudre-datasets
           perform charger-historique
           OPEN OUTPUT FICHIER-CANDIDATS
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-CANDID-DSN TO WS-MAN-DSN-W
           MOVE WS-CANDID-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-CANDID-STATUS TO WS-FSTAT-CODE
           MOVE WS-CANDID-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-CANDIDATS" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-TRANSACTIONS
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-TRANS-DSN TO WS-MAN-DSN-W
           MOVE WS-TRANS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-TRANS-STATUS TO WS-FSTAT-CODE
           MOVE WS-TRANS-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-TRANSACTIONS" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           perform examiner-regles
           perform ecrire-synthese
           MOVE WS-RUNID TO WS-RUNID-LIGNE-ID
           WRITE WS-CANDID-LIGNE FROM WS-RUNID-LIGNE
           WRITE WS-TRANS-RECORD FROM WS-RUNID-LIGNE
           CLOSE FICHIER-CANDIDATS
           MOVE WS-CANDID-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-TRANSACTIONS
           MOVE WS-TRANS-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           display "JOUR5RET : " WS-NB-REGLES " regle(s), "
                   WS-NB-CANDIDATS " candidate(s) au retrait, "
                   WS-NB-SANS-HISTO " sans historique"
      *    Des règles sans historique se terminent en avertissement
      *    (RC 4) : JOUR5 n'a pas encore tourné sur le référentiel
      *    courant, le listing est incomplet.
           IF WS-NB-SANS-HISTO > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ECRIRE-MANIFESTE
           GOBACK.

       resoudre-datasets.
           ACCEPT WS-REGLES-DSN FROM ENVIRONMENT "JOUR5_REGLES_DSN"
           IF WS-REGLES-DSN = SPACES
              MOVE WS-DEFAULT-REGLES-DSN TO WS-REGLES-DSN
           END-IF
           ACCEPT WS-HUSAGE-DSN
              FROM ENVIRONMENT "JOUR5_HISTO_USAGE_DSN"
           IF WS-HUSAGE-DSN = SPACES
              MOVE WS-DEFAULT-HUSAGE-DSN TO WS-HUSAGE-DSN
           END-IF
           ACCEPT WS-CANDID-DSN FROM ENVIRONMENT "JOUR5RET_RPT_DSN"
           IF WS-CANDID-DSN = SPACES
              MOVE WS-DEFAULT-CANDID-DSN TO WS-CANDID-DSN
           END-IF
           ACCEPT WS-TRANS-DSN FROM ENVIRONMENT "JOUR5RET_TRANS_DSN"
           IF WS-TRANS-DSN = SPACES
              MOVE WS-DEFAULT-TRANS-DSN TO WS-TRANS-DSN
           END-IF
           ACCEPT WS-SEUIL-X FROM ENVIRONMENT "JOUR5RET_JOURS"
           IF WS-SEUIL-X NOT = SPACES
              COMPUTE WS-SEUIL-JOURS = FUNCTION NUMVAL(WS-SEUIL-X)
           END-IF.

       charger-historique.
      *    Sans historique, aucune dormance ne peut être prouvée :
      *    le run s'arrête (RC 16) plutôt que de proposer de retirer
      *    tout le référentiel ou de ne rien proposer en silence.
           set not-fin-husage to true
           OPEN INPUT FICHIER-HISTO-USAGE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-HUSAGE-DSN TO WS-MAN-DSN-W
           MOVE WS-HUSAGE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-HUSAGE-STATUS TO WS-FSTAT-CODE
           MOVE WS-HUSAGE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-HISTO-USAGE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL fin-husage
              READ FICHIER-HISTO-USAGE INTO WS-HUSAGE-RECORD
                 AT END
                    set fin-husage to true
                 NOT AT END
                    IF WS-HUSAGE-RECORD NOT = SPACES
                       ADD 1 TO WS-NB-HISTO-LUES
                       COMPUTE WS-HU-IDX =
                          WS-HU-NOEUD * 100 + WS-HU-FILS + 1
                       MOVE 'O' TO HU-CONNUE(WS-HU-IDX)
                       MOVE WS-HU-PREMIERE TO HU-PREMIERE(WS-HU-IDX)
                       MOVE WS-HU-DERNIERE TO HU-DERNIERE(WS-HU-IDX)
                       MOVE WS-HU-TOTAL    TO HU-TOTAL(WS-HU-IDX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER-HISTO-USAGE
           MOVE WS-HUSAGE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE WS-NB-HISTO-LUES TO WS-RDEOF-COUNT
           MOVE WS-HUSAGE-DSN    TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE.

       examiner-regles.
      *    Seules les règles encore au référentiel sont examinées :
      *    l'historique garde aussi les règles déjà retirées, qui
      *    n'ont plus rien à proposer.
           set not-fin-regles to true
           OPEN INPUT FICHIER-REGLES
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-REGLES-DSN TO WS-MAN-DSN-W
           MOVE WS-REGLES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-REGLES-STATUS TO WS-FSTAT-CODE
           MOVE WS-REGLES-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-REGLES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL fin-regles
              READ FICHIER-REGLES INTO WS-REGLES-RECORD
                 AT END
                    set fin-regles to true
              END-READ
              IF not-fin-regles
                 AND WS-REGLES-RECORD NOT = SPACES
                 ADD 1 TO WS-NB-REGLES
                 initialize WS-RG-NOEUD WS-RG-FILS
                 UNSTRING WS-REGLES-RECORD DELIMITED BY "|" INTO
                    WS-RG-NOEUD
                    WS-RG-FILS
                 END-UNSTRING
                 perform examiner-une-regle
              END-IF
           END-PERFORM
           CLOSE FICHIER-REGLES
           MOVE WS-REGLES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE WS-NB-REGLES TO WS-RDEOF-COUNT
           MOVE WS-REGLES-DSN TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE.

       examiner-une-regle.
      *    Ancienneté = jours écoulés depuis la dernière consultation
      *    (depuis la première apparition si la règle n'a jamais été
      *    consultée) ; candidate au-delà du seuil.
           COMPUTE WS-HU-IDX = WS-RG-NOEUD * 100 + WS-RG-FILS + 1
           IF HU-CONNUE(WS-HU-IDX) NOT = 'O'
              ADD 1 TO WS-NB-SANS-HISTO
              MOVE WS-RG-NOEUD TO WS-SANS-NOEUD
              MOVE WS-RG-FILS  TO WS-SANS-FILS
              WRITE WS-CANDID-LIGNE FROM WS-SANS-LIGNE-W
           ELSE
              IF HU-DERNIERE(WS-HU-IDX) > 0
                 MOVE HU-DERNIERE(WS-HU-IDX) TO WS-DATE-REF
              ELSE
                 MOVE HU-PREMIERE(WS-HU-IDX) TO WS-DATE-REF
              END-IF
              IF WS-DATE-REF >= WS-RUN-DATE
                 MOVE 0 TO WS-ANCIENNETE
              ELSE
                 COMPUTE WS-ANCIENNETE =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-DATE-REF)
              END-IF
              IF WS-ANCIENNETE > WS-SEUIL-JOURS
                 ADD 1 TO WS-NB-CANDIDATS
                 MOVE WS-RG-NOEUD TO WS-CAND-NOEUD
                 MOVE WS-RG-FILS  TO WS-CAND-FILS
                 MOVE HU-PREMIERE(WS-HU-IDX) TO WS-CAND-PREMIERE
                 MOVE HU-DERNIERE(WS-HU-IDX) TO WS-CAND-DERNIERE
                 MOVE WS-ANCIENNETE TO WS-CAND-JOURS
                 MOVE HU-TOTAL(WS-HU-IDX) TO WS-CAND-TOTAL
                 WRITE WS-CANDID-LIGNE FROM WS-CAND-LIGNE-W
                 MOVE SPACES TO WS-TRANS-RECORD
                 STRING "DELETE " WS-RG-NOEUD "|" WS-RG-FILS
                    DELIMITED BY SIZE INTO WS-TRANS-RECORD
                 END-STRING
                 WRITE WS-TRANS-RECORD
              END-IF
           END-IF.

       ecrire-synthese.
           MOVE SPACES TO WS-SYNTH-W
           STRING "DATE " WS-RUN-DATE " SEUIL " WS-SEUIL-JOURS
              " REGLES " WS-NB-REGLES " CANDIDATES " WS-NB-CANDIDATS
              " SANS-HISTORIQUE " WS-NB-SANS-HISTO
              DELIMITED BY SIZE INTO WS-SYNTH-W
           END-STRING
           WRITE WS-CANDID-LIGNE FROM WS-SYNTH-W.

       COPY FSTATPR.
       COPY RDEOFPR.
       COPY RUNPR.
       COPY DATPR.
       COPY MANPR.
