       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOUR5CMP.

      *    Comparaison de deux générations du référentiel maître des
      *    règles de JOUR5, pièce du dossier soumis au comité des
      *    changements avant d'approuver une publication ou un
      *    ROLLBACK de JOUR5MNT. Côté A : l'archive regles.dat.gNNNN
      *    désignée par JOUR5CMP_GEN_A ; côté B : l'archive désignée
      *    par JOUR5CMP_GEN_B, ou le référentiel courant (regles.dat)
      *    si JOUR5CMP_GEN_B est à blanc. Le compte rendu liste les
      *    règles ajoutées, retirées et inchangées de A vers B, les
      *    pages qui apparaissent ou disparaissent comme noeuds, les
      *    lignes de la piste d'audit de JOUR5MNT qui ont produit
      *    l'écart (transactions des générations comprises entre les
      *    deux côtés ; une ligne d'audit antérieure au marquage des
      *    générations est retenue sur sa date et signalée "AUDIT?"),
      *    puis l'état de validation de chaque côté (doublons,
      *    contradictions directes, cycle). Un côté B invalide
      *    termine le run en avertissement (RC 4).
      *    Le registre, les deux côtés comparés, la piste d'audit et
      *    le compte rendu sont inscrits au manifeste de run (cf.
      *    MANWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-GEN ASSIGN TO DYNAMIC WS-GEN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-STATUS.
           SELECT FICHIER-GENREG ASSIGN TO DYNAMIC WS-GENREG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENREG-STATUS.
           SELECT FICHIER-AUDIT-MNT ASSIGN TO DYNAMIC WS-AUDIT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT FICHIER-RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAPPORT-STATUS.
           COPY MANSEL.

       DATA DIVISION.
          FILE SECTION.
            FD FICHIER-GEN.
      *       Fichier générique des deux côtés comparés (archive de
      *       génération ou référentiel courant) : même disposition
      *       noeud|fils que regles.dat.
              01 WS-GEN-RECORD PIC X(80).

            FD FICHIER-GENREG.
      *       Registre des générations tenu par JOUR5MNT.
              01 WS-GENREG-RECORD.
                 05 WS-GRG-NUM         PIC 9(04).
                 05 FILLER             PIC X(01).
                 05 WS-GRG-DATE        PIC 9(08).
                 05 FILLER             PIC X(01).
                 05 WS-GRG-NB          PIC 9(05).

            FD FICHIER-AUDIT-MNT.
      *       Piste d'audit cumulative de JOUR5MNT : même disposition
      *       que WS-AUD-LIGNE-W, génération publiée en queue (à blanc
      *       sur les lignes plus anciennes), suivie de l'opérateur
      *       et de l'identifiant du run.
              01 WS-AUDIT-RECORD.
                 05 WS-AUD-DATE         PIC 9(08).
                 05 FILLER              PIC X(01).
                 05 WS-AUD-TEXTE        PIC X(40).
                 05 FILLER              PIC X(27).
                 05 WS-AUD-GEN-X        PIC X(04).
                 05 WS-AUD-GEN REDEFINES WS-AUD-GEN-X PIC 9(04).
                 05 FILLER              PIC X(04).
                 05 WS-AUD-OPERATEUR    PIC X(08).
                 05 FILLER              PIC X(05).
                 05 WS-AUD-RUNID        PIC X(26).

            FD FICHIER-RAPPORT.
      *       Compte rendu de comparaison, lignes préparées en
      *       WORKING-STORAGE et écrites via WRITE ... FROM.
              01 WS-RAPPORT-LIGNE PIC X(80).
           COPY MANFD.

       WORKING-STORAGE SECTION.
      *    Noms des datasets : mêmes variables d'environnement et
      *    mêmes défauts que JOUR5MNT.
           01 WS-REGLES-DSN         pic x(200) value spaces.
           01 WS-DEFAULT-REGLES-DSN pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/regles.dat".
           01 WS-GEN-DSN            pic x(200) value spaces.
           01 WS-GEN-STATUS         pic x(02) value '00'.
           01 WS-GENREG-DSN         pic x(200) value spaces.
           01 WS-DEFAULT-GENREG-DSN pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/generations.dat".
           01 WS-GENREG-STATUS      pic x(02) value '00'.
           01 WS-AUDIT-DSN          pic x(200) value spaces.
           01 WS-DEFAULT-AUDIT-DSN  pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/audit_regles.rpt".
           01 WS-AUDIT-STATUS       pic x(02) value '00'.
           01 WS-RAPPORT-DSN        pic x(200) value spaces.
           01 WS-DEFAULT-RAPPORT-DSN pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/comparaison_regles.rpt".
           01 WS-RAPPORT-STATUS     pic x(02) value '00'.

      *    Les deux côtés comparés.
           01 WS-GEN-A-X            pic x(04) value spaces.
           01 WS-GEN-B-X            pic x(04) value spaces.
           01 WS-GEN-A              pic 9(04) value 0.
           01 WS-GEN-B              pic 9(04) value 0.
           01 WS-COTE-B-FLAG  PIC 9 VALUE 0.
             88  cote-b-courant    VALUE 1.
             88  cote-b-archive    VALUE 0.
           01 WS-GEN-CIBLE          pic 9(04) value 0.
           01 WS-GEN-DERNIERE       pic 9(04) value 0.
           01 WS-DATE-A             pic 9(08) value 0.
           01 WS-DATE-B             pic 9(08) value 0.
           01 WS-RUN-DATE           pic 9(08) value 0.
      *    Bornes de l'écart dans la piste d'audit : générations
      *    comprises dans ]WS-GEN-BAS, WS-GEN-HAUT], dates dans
      *    [WS-DATE-BAS, WS-DATE-HAUT] pour les lignes sans
      *    génération.
           01 WS-GEN-BAS            pic 9(04) value 0.
           01 WS-GEN-HAUT           pic 9(04) value 0.
           01 WS-DATE-BAS           pic 9(08) value 0.
           01 WS-DATE-HAUT          pic 9(08) value 0.

      *    Les deux référentiels en mémoire : une case par paire
      *    noeud|fils possible (pages sur 2 chiffres : index =
      *    noeud * 100 + fils + 1), à 'O' quand la règle est
      *    présente ; une case par page pour les noeuds. Le
      *    chargement courant alimente le côté désigné par
      *    WS-COTE-CHARGE.
           01 TABLE-REGLES-A.
             05 RG-A occurs 10000 pic x(1) value 'N'.
           01 TABLE-REGLES-B.
             05 RG-B occurs 10000 pic x(1) value 'N'.
           01 TABLE-NOEUDS-A.
             05 ND-A occurs 100 pic x(1) value 'N'.
           01 TABLE-NOEUDS-B.
             05 ND-B occurs 100 pic x(1) value 'N'.
           01 WS-COTE-CHARGE        pic x(01) value space.
           01 WS-NB-REGLES-A        pic 9(5) value 0.
           01 WS-NB-REGLES-B        pic 9(5) value 0.
           01 WS-NB-DOUBLONS-A      pic 9(5) value 0.
           01 WS-NB-DOUBLONS-B      pic 9(5) value 0.
           01 WS-NB-CONTRA-A        pic 9(5) value 0.
           01 WS-NB-CONTRA-B        pic 9(5) value 0.
           01 WS-CYCLE-A            pic x(01) value 'N'.
           01 WS-CYCLE-B            pic x(01) value 'N'.

      *    Zones de travail.
           01 WS-RG-NOEUD           pic 9(2) value 0.
           01 WS-RG-FILS            pic 9(2) value 0.
           01 WS-IDX                pic 9(5) value 0.
           01 WS-IDX-INV            pic 9(5) value 0.
           01 WS-PG                 pic 9(3) value 0.
           01 WS-NB-AJOUTEES        pic 9(5) value 0.
           01 WS-NB-RETIREES        pic 9(5) value 0.
           01 WS-NB-INCHANGEES      pic 9(5) value 0.
           01 WS-NB-NOEUDS-APPARUS  pic 9(5) value 0.
           01 WS-NB-NOEUDS-DISPARUS pic 9(5) value 0.
           01 WS-NB-AUDIT           pic 9(5) value 0.
           01 WS-NB-LUES            pic 9(5) value 0.

      *    Recherche de cycles sur la matrice du côté examiné :
      *    mêmes états (0 jamais vu, 1 dans la pile d'exploration,
      *    2 terminé) et même pile explicite (page + prochain fils à
      *    visiter) que la validation de JOUR5.
           01 TABLE-REGLES-VAL.
             05 RG-VAL occurs 10000 pic x(1).
           01 WS-CYCLE-FLAG   PIC 9 VALUE 0.
             88  cycle-trouve      VALUE 1.
             88  pas-de-cycle      VALUE 0.
           01 TABLE-ETAT-CYCLE.
             05 WS-ETAT-PAGE occurs 100 pic 9 value zero.
           01 WS-PILE-SP            pic 9(3) value 0.
           01 TABLE-PILE-CYCLE.
             05 PILE-ENTRY occurs 101.
                10 PILE-PAGE        pic 9(3).
                10 PILE-FILS        pic 9(3).
           01 WS-VAL-RACINE         pic 9(3) value 0.
           01 WS-VAL-SOMMET         pic 9(3) value 0.
           01 WS-VAL-FILS           pic 9(3) value 0.
           01 WS-NB-CONTRA-W        pic 9(5) value 0.

           01 WS-GEN-EOF      PIC 9 VALUE 0.
             88  fin-gen           VALUE 1.
             88  not-fin-gen       VALUE 0.
           01 WS-GENREG-EOF   PIC 9 VALUE 0.
             88  fin-genreg        VALUE 1.
             88  not-fin-genreg    VALUE 0.
           01 WS-AUDIT-EOF    PIC 9 VALUE 0.
             88  fin-audit         VALUE 1.
             88  not-fin-audit     VALUE 0.

      *    Lignes du compte rendu, écrites via WRITE FROM.
           01 WS-REGLE-LIGNE-W.
             05 WS-RL-TYPE          pic x(10).
             05 WS-RL-NOEUD         pic 9(2).
             05 FILLER              pic x(1) value "|".
             05 WS-RL-FILS          pic 9(2).
           01 WS-NOEUD-LIGNE-W.
             05 WS-NL-TYPE          pic x(14).
             05 WS-NL-PAGE          pic 9(2).
           01 WS-AUDIT-LIGNE-W.
             05 WS-AL-TYPE          pic x(07).
             05 WS-AL-TEXTE         pic x(73).
           01 WS-VALID-LIGNE-W.
             05 FILLER              pic x(11) value "VALIDATION ".
             05 WS-VL-COTE          pic x(1).
             05 FILLER              pic x(10) value " DOUBLONS ".
             05 WS-VL-DOUBLONS      pic 9(5).
             05 FILLER              pic x(16)
                value " CONTRADICTIONS ".
             05 WS-VL-CONTRA        pic 9(5).
             05 FILLER              pic x(7) value " CYCLE ".
             05 WS-VL-CYCLE         pic x(1).
           01 WS-LIGNE-W            pic x(80) value spaces.
           01 WS-LIB-B              pic x(08) value spaces.

           COPY FSTATWS.
           COPY RDEOFWS.
           COPY RUNWS.
           COPY DATWS.
           COPY MANWS.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 'JOUR5CMP' TO WS-RUNID-PROGID
           PERFORM DETERMINER-RUNID
           MOVE 'JOUR5CMP' TO WS-MAN-PROGID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           perform resoudre-parametres
           perform charger-registre
           MOVE 'A' TO WS-COTE-CHARGE
           MOVE WS-GEN-A TO WS-GEN-CIBLE
           perform composer-dsn-generation
           perform charger-cote
           MOVE 'B' TO WS-COTE-CHARGE
           IF cote-b-courant
              MOVE WS-REGLES-DSN TO WS-GEN-DSN
           ELSE
              MOVE WS-GEN-B TO WS-GEN-CIBLE
              perform composer-dsn-generation
           END-IF
           perform charger-cote
           OPEN OUTPUT FICHIER-RAPPORT
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-RAPPORT-DSN TO WS-MAN-DSN-W
           MOVE WS-RAPPORT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-RAPPORT-STATUS TO WS-FSTAT-CODE
           MOVE WS-RAPPORT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-RAPPORT" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           perform ecrire-entete
           perform comparer-regles
           perform comparer-noeuds
           perform relire-audit
           perform valider-cotes
           perform ecrire-synthese
           CLOSE FICHIER-RAPPORT
           MOVE WS-RAPPORT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           display "JOUR5CMP : g" WS-GEN-A " -> "
                   FUNCTION TRIM(WS-LIB-B) " : "
                   WS-NB-AJOUTEES " ajoutee(s), " WS-NB-RETIREES
                   " retiree(s), " WS-NB-INCHANGEES " inchangee(s)"
           IF WS-NB-CONTRA-B > 0 OR WS-CYCLE-B = 'O'
              display "JOUR5CMP : cote " FUNCTION TRIM(WS-LIB-B)
                      " invalide "
                      "(contradiction ou cycle)"
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ECRIRE-MANIFESTE
           GOBACK.

       resoudre-parametres.
           ACCEPT WS-REGLES-DSN FROM ENVIRONMENT "JOUR5_REGLES_DSN"
           IF WS-REGLES-DSN = SPACES
              MOVE WS-DEFAULT-REGLES-DSN TO WS-REGLES-DSN
           END-IF
           ACCEPT WS-GENREG-DSN
              FROM ENVIRONMENT "JOUR5_GENERATIONS_DSN"
           IF WS-GENREG-DSN = SPACES
              MOVE WS-DEFAULT-GENREG-DSN TO WS-GENREG-DSN
           END-IF
           ACCEPT WS-AUDIT-DSN FROM ENVIRONMENT "JOUR5MNT_AUDIT_DSN"
           IF WS-AUDIT-DSN = SPACES
              MOVE WS-DEFAULT-AUDIT-DSN TO WS-AUDIT-DSN
           END-IF
           ACCEPT WS-RAPPORT-DSN FROM ENVIRONMENT "JOUR5CMP_RPT_DSN"
           IF WS-RAPPORT-DSN = SPACES
              MOVE WS-DEFAULT-RAPPORT-DSN TO WS-RAPPORT-DSN
           END-IF
           ACCEPT WS-GEN-A-X FROM ENVIRONMENT "JOUR5CMP_GEN_A"
           ACCEPT WS-GEN-B-X FROM ENVIRONMENT "JOUR5CMP_GEN_B"
           IF WS-GEN-A-X = SPACES
              OR FUNCTION TEST-NUMVAL(WS-GEN-A-X) NOT = 0
              DISPLAY "ABEND JOUR5CMP : JOUR5CMP_GEN_A absent ou "
                      "non numerique (" WS-GEN-A-X ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-GEN-A = FUNCTION NUMVAL(WS-GEN-A-X)
           IF WS-GEN-B-X = SPACES
              set cote-b-courant to true
              MOVE 'COURANT' TO WS-LIB-B
           ELSE
              IF FUNCTION TEST-NUMVAL(WS-GEN-B-X) NOT = 0
                 DISPLAY "ABEND JOUR5CMP : JOUR5CMP_GEN_B non "
                         "numerique (" WS-GEN-B-X ")"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              set cote-b-archive to true
              COMPUTE WS-GEN-B = FUNCTION NUMVAL(WS-GEN-B-X)
              MOVE SPACES TO WS-LIB-B
              STRING "g" WS-GEN-B DELIMITED BY SIZE INTO WS-LIB-B
              END-STRING
           END-IF.

       charger-registre.
      *    Dates de publication des deux côtés et dernière
      *    génération (celle que représente le référentiel courant).
      *    Une génération absente du registre garde la date 0.
           set not-fin-genreg to true
           OPEN INPUT FICHIER-GENREG
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-GENREG-DSN TO WS-MAN-DSN-W
           MOVE WS-GENREG-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-GENREG-STATUS TO WS-FSTAT-CODE
           MOVE WS-GENREG-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-GENREG" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL fin-genreg
              READ FICHIER-GENREG INTO WS-GENREG-RECORD
                 AT END
                    set fin-genreg to true
                 NOT AT END
                    MOVE WS-GRG-NUM TO WS-GEN-DERNIERE
                    IF WS-GRG-NUM = WS-GEN-A
                       MOVE WS-GRG-DATE TO WS-DATE-A
                    END-IF
                    IF cote-b-archive AND WS-GRG-NUM = WS-GEN-B
                       MOVE WS-GRG-DATE TO WS-DATE-B
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER-GENREG
           MOVE WS-GENREG-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           IF cote-b-courant
              MOVE WS-GEN-DERNIERE TO WS-GEN-B
              MOVE WS-RUN-DATE TO WS-DATE-B
           END-IF
           IF WS-GEN-A <= WS-GEN-B
              MOVE WS-GEN-A  TO WS-GEN-BAS
              MOVE WS-GEN-B  TO WS-GEN-HAUT
              MOVE WS-DATE-A TO WS-DATE-BAS
              MOVE WS-DATE-B TO WS-DATE-HAUT
           ELSE
              MOVE WS-GEN-B  TO WS-GEN-BAS
              MOVE WS-GEN-A  TO WS-GEN-HAUT
              MOVE WS-DATE-B TO WS-DATE-BAS
              MOVE WS-DATE-A TO WS-DATE-HAUT
           END-IF.

       composer-dsn-generation.
      *    Nom d'une archive de génération : référentiel + ".g" +
      *    numéro (WS-GEN-CIBLE), comme dans JOUR5MNT.
           MOVE SPACES TO WS-GEN-DSN
           STRING FUNCTION TRIM(WS-REGLES-DSN) ".g" WS-GEN-CIBLE
              DELIMITED BY SIZE INTO WS-GEN-DSN
           END-STRING.

       charger-cote.
      *    Une archive absente ou vidée par la rétention de JOUR5MNT
      *    ne peut pas être comparée : arrêt du run (RC 16).
           MOVE 0 TO WS-NB-LUES
           set not-fin-gen to true
           OPEN INPUT FICHIER-GEN
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-GEN-DSN TO WS-MAN-DSN-W
           MOVE WS-GEN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-GEN-STATUS TO WS-FSTAT-CODE
           MOVE WS-GEN-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE GENERATION COMPAREE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL fin-gen
              READ FICHIER-GEN INTO WS-GEN-RECORD
                 AT END
                    set fin-gen to true
              END-READ
              IF not-fin-gen
                 AND WS-GEN-RECORD NOT = SPACES
                 ADD 1 TO WS-NB-LUES
                 initialize WS-RG-NOEUD WS-RG-FILS
                 UNSTRING WS-GEN-RECORD DELIMITED BY "|" INTO
                    WS-RG-NOEUD
                    WS-RG-FILS
                 END-UNSTRING
                 perform poser-regle
              END-IF
           END-PERFORM
           CLOSE FICHIER-GEN
           MOVE WS-GEN-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE WS-NB-LUES TO WS-RDEOF-COUNT
           MOVE WS-GEN-DSN TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           IF WS-NB-LUES = 0
              DISPLAY "ABEND JOUR5CMP : generation vide ("
                      FUNCTION TRIM(WS-GEN-DSN) ")"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       poser-regle.
           COMPUTE WS-IDX = WS-RG-NOEUD * 100 + WS-RG-FILS + 1
           COMPUTE WS-PG = WS-RG-NOEUD + 1
           IF WS-COTE-CHARGE = 'A'
              IF RG-A(WS-IDX) = 'O'
                 ADD 1 TO WS-NB-DOUBLONS-A
              ELSE
                 MOVE 'O' TO RG-A(WS-IDX)
                 MOVE 'O' TO ND-A(WS-PG)
                 ADD 1 TO WS-NB-REGLES-A
              END-IF
           ELSE
              IF RG-B(WS-IDX) = 'O'
                 ADD 1 TO WS-NB-DOUBLONS-B
              ELSE
                 MOVE 'O' TO RG-B(WS-IDX)
                 MOVE 'O' TO ND-B(WS-PG)
                 ADD 1 TO WS-NB-REGLES-B
              END-IF
           END-IF.

       ecrire-entete.
           MOVE SPACES TO WS-LIGNE-W
           STRING "COMPARAISON DU " WS-RUN-DATE " A g" WS-GEN-A
              " (" WS-NB-REGLES-A " REGLES) B " WS-LIB-B
              " (" WS-NB-REGLES-B " REGLES)"
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           WRITE WS-RAPPORT-LIGNE FROM WS-LIGNE-W.

       comparer-regles.
      *    Parcours dans l'ordre noeud puis fils (ordre des index),
      *    celui dans lequel JOUR5MNT réécrit le référentiel.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10000
              IF RG-A(WS-IDX) = 'O' OR RG-B(WS-IDX) = 'O'
                 EVALUATE TRUE
                    WHEN RG-A(WS-IDX) = 'O' AND RG-B(WS-IDX) = 'O'
                       MOVE "INCHANGEE " TO WS-RL-TYPE
                       ADD 1 TO WS-NB-INCHANGEES
                    WHEN RG-B(WS-IDX) = 'O'
                       MOVE "AJOUTEE   " TO WS-RL-TYPE
                       ADD 1 TO WS-NB-AJOUTEES
                    WHEN OTHER
                       MOVE "RETIREE   " TO WS-RL-TYPE
                       ADD 1 TO WS-NB-RETIREES
                 END-EVALUATE
                 COMPUTE WS-RL-NOEUD = (WS-IDX - 1) / 100
                 COMPUTE WS-RL-FILS = FUNCTION MOD(WS-IDX - 1, 100)
                 WRITE WS-RAPPORT-LIGNE FROM WS-REGLE-LIGNE-W
              END-IF
           END-PERFORM.

       comparer-noeuds.
           PERFORM VARYING WS-PG FROM 1 BY 1 UNTIL WS-PG > 100
              IF ND-A(WS-PG) NOT = ND-B(WS-PG)
                 IF ND-B(WS-PG) = 'O'
                    MOVE "NOEUD-APPARU  " TO WS-NL-TYPE
                    ADD 1 TO WS-NB-NOEUDS-APPARUS
                 ELSE
                    MOVE "NOEUD-DISPARU " TO WS-NL-TYPE
                    ADD 1 TO WS-NB-NOEUDS-DISPARUS
                 END-IF
                 COMPUTE WS-NL-PAGE = WS-PG - 1
                 WRITE WS-RAPPORT-LIGNE FROM WS-NOEUD-LIGNE-W
              END-IF
           END-PERFORM.

       relire-audit.
      *    Retient les transactions appliquées par les runs qui ont
      *    publié les générations de ]WS-GEN-BAS, WS-GEN-HAUT] ; une
      *    piste d'audit absente n'empêche pas la comparaison.
           IF WS-GEN-BAS < WS-GEN-HAUT
              set not-fin-audit to true
              OPEN INPUT FICHIER-AUDIT-MNT
              MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
              MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
              MOVE WS-AUDIT-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              IF WS-AUDIT-STATUS NOT = '00'
                 MOVE SPACES TO WS-LIGNE-W
                 STRING "AUDIT  PISTE D'AUDIT ABSENTE ("
                    FUNCTION TRIM(WS-AUDIT-DSN) ")"
                    DELIMITED BY SIZE INTO WS-LIGNE-W
                 END-STRING
                 WRITE WS-RAPPORT-LIGNE FROM WS-LIGNE-W
              ELSE
                 PERFORM UNTIL fin-audit
                    READ FICHIER-AUDIT-MNT INTO WS-AUDIT-RECORD
                       AT END
                          set fin-audit to true
                       NOT AT END
                          perform retenir-ligne-audit
                    END-READ
                 END-PERFORM
                 CLOSE FICHIER-AUDIT-MNT
                 MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
                 PERFORM MANIFESTE-FERMETURE
              END-IF
           END-IF.

       retenir-ligne-audit.
           MOVE SPACES TO WS-AL-TYPE
           IF WS-AUD-GEN-X = SPACES
              IF WS-AUD-DATE >= WS-DATE-BAS
                 AND WS-AUD-DATE <= WS-DATE-HAUT
                 MOVE "AUDIT? " TO WS-AL-TYPE
              END-IF
           ELSE
              IF WS-AUD-GEN-X IS NUMERIC
                 AND WS-AUD-GEN > WS-GEN-BAS
                 AND WS-AUD-GEN <= WS-GEN-HAUT
                 MOVE "AUDIT  " TO WS-AL-TYPE
              END-IF
           END-IF
           IF WS-AL-TYPE NOT = SPACES
              ADD 1 TO WS-NB-AUDIT
              MOVE WS-AUDIT-RECORD TO WS-AL-TEXTE
              WRITE WS-RAPPORT-LIGNE FROM WS-AUDIT-LIGNE-W
           END-IF.

       valider-cotes.
           MOVE TABLE-REGLES-A TO TABLE-REGLES-VAL
           perform valider-table
           MOVE WS-NB-CONTRA-W TO WS-NB-CONTRA-A
           IF cycle-trouve
              MOVE 'O' TO WS-CYCLE-A
           END-IF
           MOVE 'A' TO WS-VL-COTE
           MOVE WS-NB-DOUBLONS-A TO WS-VL-DOUBLONS
           MOVE WS-NB-CONTRA-A TO WS-VL-CONTRA
           MOVE WS-CYCLE-A TO WS-VL-CYCLE
           WRITE WS-RAPPORT-LIGNE FROM WS-VALID-LIGNE-W
           MOVE TABLE-REGLES-B TO TABLE-REGLES-VAL
           perform valider-table
           MOVE WS-NB-CONTRA-W TO WS-NB-CONTRA-B
           IF cycle-trouve
              MOVE 'O' TO WS-CYCLE-B
           END-IF
           MOVE 'B' TO WS-VL-COTE
           MOVE WS-NB-DOUBLONS-B TO WS-VL-DOUBLONS
           MOVE WS-NB-CONTRA-B TO WS-VL-CONTRA
           MOVE WS-CYCLE-B TO WS-VL-CYCLE
           WRITE WS-RAPPORT-LIGNE FROM WS-VALID-LIGNE-W.

       valider-table.
      *    Contradictions directes (a|b et b|a, comptées une fois
      *    par paire) puis recherche de cycle par parcours en
      *    profondeur itératif (une règle a|a est un cycle).
           MOVE 0 TO WS-NB-CONTRA-W
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10000
              IF RG-VAL(WS-IDX) = 'O'
                 COMPUTE WS-RG-NOEUD = (WS-IDX - 1) / 100
                 COMPUTE WS-RG-FILS = FUNCTION MOD(WS-IDX - 1, 100)
                 IF WS-RG-NOEUD < WS-RG-FILS
                    COMPUTE WS-IDX-INV =
                       WS-RG-FILS * 100 + WS-RG-NOEUD + 1
                    IF RG-VAL(WS-IDX-INV) = 'O'
                       ADD 1 TO WS-NB-CONTRA-W
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           set pas-de-cycle to true
           MOVE ZERO TO TABLE-ETAT-CYCLE
           PERFORM VARYING WS-VAL-RACINE FROM 1 BY 1
              UNTIL WS-VAL-RACINE > 100 OR cycle-trouve
              IF WS-ETAT-PAGE(WS-VAL-RACINE) = 0
                 move 1 to WS-PILE-SP
                 move WS-VAL-RACINE to PILE-PAGE(1)
                 move zero to PILE-FILS(1)
                 move 1 to WS-ETAT-PAGE(WS-VAL-RACINE)
                 perform explorer-pile-cycles
                    until WS-PILE-SP = 0 OR cycle-trouve
              END-IF
           END-PERFORM.

       explorer-pile-cycles.
      *    Pages et fils de la pile comptés de 1 à 100 (page + 1).
           move PILE-PAGE(WS-PILE-SP) to WS-VAL-SOMMET
           add 1 to PILE-FILS(WS-PILE-SP)
           if PILE-FILS(WS-PILE-SP) > 100
              move 2 to WS-ETAT-PAGE(WS-VAL-SOMMET)
              subtract 1 from WS-PILE-SP
           else
              move PILE-FILS(WS-PILE-SP) to WS-VAL-FILS
              compute WS-IDX = (WS-VAL-SOMMET - 1) * 100 + WS-VAL-FILS
              if RG-VAL(WS-IDX) = 'O'
                 evaluate WS-ETAT-PAGE(WS-VAL-FILS)
                    when 1
                       set cycle-trouve to true
                    when 0
                       add 1 to WS-PILE-SP
                       move WS-VAL-FILS to PILE-PAGE(WS-PILE-SP)
                       move zero to PILE-FILS(WS-PILE-SP)
                       move 1 to WS-ETAT-PAGE(WS-VAL-FILS)
                 end-evaluate
              end-if
           end-if
           .

       ecrire-synthese.
           MOVE SPACES TO WS-LIGNE-W
           STRING "SYNTHESE AJOUTEES " WS-NB-AJOUTEES
              " RETIREES " WS-NB-RETIREES
              " INCHANGEES " WS-NB-INCHANGEES
              " AUDIT " WS-NB-AUDIT
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           WRITE WS-RAPPORT-LIGNE FROM WS-LIGNE-W
           MOVE SPACES TO WS-LIGNE-W
           STRING "SYNTHESE NOEUDS-APPARUS " WS-NB-NOEUDS-APPARUS
              " NOEUDS-DISPARUS " WS-NB-NOEUDS-DISPARUS
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           WRITE WS-RAPPORT-LIGNE FROM WS-LIGNE-W.

       COPY FSTATPR.
       COPY RDEOFPR.
       COPY RUNPR.
       COPY DATPR.
       COPY MANPR.
