       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOUR4CLU.

      *> Amas d'occurrences sur la carte de densité de JOUR4 : les
      *> cellules traversées (compte non nul dans densite.rpt) sont
      *> regroupées par contiguïté, diagonales comprises, en amas
      *> numérotés dans l'ordre de lecture de la grille. Chaque amas
      *> est restitué avec son rectangle englobant (première et
      *> dernière ligne et colonne), son nombre de cellules, le total
      *> des passages de la carte, le nombre d'occurrences de la
      *> hit-list qui y démarrent, et le mot et la direction
      *> dominants parmi ces occurrences. Un amas de plus de
      *> JOUR4_SEUIL_AMAS cellules est marqué GRAND.
      *> Ce pas suit JOUR4 en run plein comme JOUR4MRG en mode bande
      *> (il ne lit que les lignes de détail de la carte, communes
      *> aux deux) ; il complète le bilan JOUR4 des lignes AMAS,
      *> AMAS-GRANDS et AMAS-OCC, cette dernière recoupée par
      *> JOURBAL avec le compte XMAS.
      *> En mode multi-panneaux (cf. PANWS.cpy), chaque panneau a sa
      *> carte de densité : les amas sont cherchés panneau par
      *> panneau, avec les seules occurrences du panneau, numérotés
      *> à la suite, et chaque ligne du rapport porte son panneau.
      *> Les lignes AMAS ajoutées au bilan reprennent l'identifiant
      *> de run des lignes JOUR4 qu'elles complètent (cf. RUNWS.cpy) ;
      *> à défaut, celui du run courant. Cartes, hit-list, rapport
      *> des amas et bilan complété sont inscrits au manifeste de run
      *> (cf. MANWS.cpy). En multi-panneaux, le bilan reçoit en
      *> plus, par panneau, les lignes PAN-AMAS, PAN-AMAS-GR et
      *> PAN-AMAS-OCC, comme les lignes PAN- de JOUR4. Le pas tient
      *> son journal de run (cf. LOGWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-DENSITE ASSIGN TO DYNAMIC WS-DENSITE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENSITE-STATUS.
           SELECT FICHIER-HITLIST ASSIGN TO DYNAMIC WS-HITLIST-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HITLIST-STATUS.
           SELECT FICHIER-AMAS ASSIGN TO DYNAMIC WS-AMAS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMAS-STATUS.
           SELECT FICHIER-BILAN ASSIGN TO DYNAMIC WS-BILAN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILAN-STATUS.
           COPY PANSEL.
           COPY MANSEL.
           COPY LOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-DENSITE.
      *> Lignes de détail "lll ccc nnnnnn" écrites par JOUR4 ou
      *> JOUR4MRG, suivies en run plein du rendu imprimable de la
      *> grille (ignoré ici).
       01  WS-DENSITE-RECORD   PIC X(140).

       FD  FICHIER-HITLIST.
      *> Même disposition que WS-HIT-RECORD écrit par JOUR4.
       01  WS-HIT-RECORD.
           05  WS-HIT-MOT          PIC X(20).
           05  FILLER              PIC X(01).
           05  WS-HIT-LIGNE        PIC 9(03).
           05  FILLER              PIC X(01).
           05  WS-HIT-COLONNE      PIC 9(03).
           05  FILLER              PIC X(01).
           05  WS-HIT-DIRECTION    PIC 9(02).
           05  FILLER              PIC X(01).
           05  WS-HIT-PANNEAU      PIC X(08).

       FD  FICHIER-AMAS.
      *> Une ligne par amas, par numéro croissant. Lignes préparées
      *> en WORKING-STORAGE et écrites via WRITE ... FROM.
       01  WS-AMAS-LIGNE       PIC X(140).

       FD  FICHIER-BILAN.
      *> Même disposition que WS-BILAN-RECORD écrit par JOUR4.
       01  WS-BILAN-RECORD.
           05  WS-BIL-PROGID       PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-BIL-NOM          PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-BIL-VALEUR       PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-BIL-PANNEAU      PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-BIL-RUNID        PIC X(26).

       COPY PANFD.

       COPY MANFD.

       COPY LOGFD.

       WORKING-STORAGE SECTION.
      *> Les sorties JOUR4 sont résolues par les mêmes variables
      *> d'environnement que le pas qui les écrit, avec les mêmes
      *> défauts.
       01  WS-DENSITE-DSN      PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-DENSITE-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J4/densite.rpt".
       01  WS-DENSITE-STATUS   PIC X(02) VALUE '00'.
       01  WS-DENSITE-DSN-BASE PIC X(200) VALUE SPACES.
       01  WS-HITLIST-DSN      PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-HITLIST-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J4/hitlist.txt".
       01  WS-HITLIST-STATUS   PIC X(02) VALUE '00'.
       01  WS-AMAS-DSN         PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-AMAS-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J4/amas.rpt".
       01  WS-AMAS-STATUS      PIC X(02) VALUE '00'.
       01  WS-BILAN-DSN        PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-BILAN-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J4/bilan.rpt".
       01  WS-BILAN-STATUS     PIC X(02) VALUE '00'.

      *> Seuil de taille (en cellules) au-delà duquel un amas est
      *> marqué GRAND.
       01  WS-SEUIL-AMAS       PIC 9(05) VALUE 20.
       01  WS-SEUIL-AMAS-X     PIC X(10) VALUE SPACES.

      *> Carte de densité rechargée (mêmes bornes que la grille de
      *> JOUR4) et numéro d'amas attribué à chaque cellule traversée.
       01  WS-MAX-GRILLE       PIC 9(03) VALUE 140.
       01  TABLE-DENSITE.
           05  DEN-LIGNE OCCURS 140.
               10  DEN-NB OCCURS 140 PIC 9(06).
       01  TABLE-ETIQUETTES.
           05  ETQ-LIGNE OCCURS 140.
               10  ETQ-AMAS OCCURS 140 PIC 9(05).
       01  WS-MAX-LIG          PIC 9(03) VALUE 0.
       01  WS-MAX-COL          PIC 9(03) VALUE 0.
       01  WS-DEN-LIG-X        PIC X(03).
       01  WS-DEN-COL-X        PIC X(03).
       01  WS-DEN-NB-X         PIC X(06).
       01  WS-LIG              PIC 9(03) VALUE 0.
       01  WS-COL              PIC 9(03) VALUE 0.

      *> Pile de propagation : les cellules déjà étiquetées dont les
      *> huit voisines restent à examiner. Une cellule n'y entre
      *> qu'une fois, la taille de la grille suffit donc.
       01  WS-MAX-PILE         PIC 9(05) VALUE 19600.
       01  WS-NB-PILE          PIC 9(05) VALUE 0.
       01  TABLE-PILE.
           05  PILE-ENTRY OCCURS 19600.
               10  PILE-LIG        PIC 9(03).
               10  PILE-COL        PIC 9(03).
       01  WS-CEL-LIG          PIC 9(03) VALUE 0.
       01  WS-CEL-COL          PIC 9(03) VALUE 0.
       01  WS-VOIS-LIG         PIC S9(04) VALUE 0.
       01  WS-VOIS-COL         PIC S9(04) VALUE 0.
       01  WS-DI               PIC S9(01) VALUE 0.
       01  WS-DJ               PIC S9(01) VALUE 0.

      *> Un amas par entrée, dans l'ordre de découverte (balayage
      *> ligne par ligne). En contiguïté à huit voisins, une grille
      *> 140 x 140 ne peut porter plus de 4900 amas disjoints.
       01  WS-MAX-AMAS         PIC 9(05) VALUE 5000.
       01  WS-NB-AMAS          PIC 9(05) VALUE 0.
       01  TABLE-AMAS.
           05  AMAS-ENTRY OCCURS 5000.
               10  AMAS-LIG-MIN    PIC 9(03).
               10  AMAS-LIG-MAX    PIC 9(03).
               10  AMAS-COL-MIN    PIC 9(03).
               10  AMAS-COL-MAX    PIC 9(03).
               10  AMAS-NB-CELLULES PIC 9(05).
               10  AMAS-PASSAGES   PIC 9(08).
               10  AMAS-NB-OCC     PIC 9(06).
               10  AMAS-DIR-NB OCCURS 8 PIC 9(06).
               10  AMAS-MOT-NB OCCURS 20 PIC 9(06).
               10  AMAS-PANNEAU    PIC X(08).
       01  WS-AMAS-IDX         PIC 9(05) VALUE 0.
       01  WS-AMAS-COURANT     PIC 9(05) VALUE 0.

      *> Mots rencontrés dans la hit-list (JOUR4 en cherche au plus
      *> 20 par run).
       01  WS-MAX-MOTS         PIC 9(02) VALUE 20.
       01  WS-NB-MOTS          PIC 9(02) VALUE 0.
       01  TABLE-MOTS.
           05  MOT-NOM OCCURS 20 PIC X(20).
       01  WS-MOT-IDX          PIC 9(02) VALUE 0.
       01  WS-DIR-IDX          PIC 9(02) VALUE 0.
       01  WS-DOM-MOT          PIC 9(02) VALUE 0.
       01  WS-DOM-DIR          PIC 9(02) VALUE 0.

      *> Lignes du bilan JOUR4 conservées pendant sa réécriture
      *> (lignes PAN- d'un bilan multi-panneaux comprises).
       01  WS-MAX-BILAN        PIC 9(03) VALUE 200.
       01  WS-NB-BILAN         PIC 9(03) VALUE 0.
       01  TABLE-BILAN.
           05  BILAN-LIGNE OCCURS 200 PIC X(68).
       01  WS-BILAN-IDX        PIC 9(03) VALUE 0.
       01  WS-BIL-NOM-W        PIC X(12) VALUE SPACES.
       01  WS-BIL-VALEUR-W     PIC 9(10) VALUE 0.
       01  WS-BIL-RUNID-W      PIC X(26) VALUE SPACES.
       01  WS-BIL-PANNEAU-W    PIC X(08) VALUE SPACES.
      *> Compteurs d'un panneau pour ses lignes PAN- du bilan.
       01  WS-PAN-NB-AMAS      PIC 9(05) VALUE 0.
       01  WS-PAN-NB-GRANDS    PIC 9(05) VALUE 0.
       01  WS-PAN-NB-OCC       PIC 9(06) VALUE 0.

       01  WS-NB-DENSITE-LUS   PIC 9(06) VALUE 0.
       01  WS-NB-DENSITE-HORS  PIC 9(06) VALUE 0.
       01  WS-NB-HITS-LUS      PIC 9(06) VALUE 0.
       01  WS-NB-HITS-HORS     PIC 9(06) VALUE 0.
       01  WS-NB-HITS-AMAS     PIC 9(06) VALUE 0.
       01  WS-NB-GRANDS        PIC 9(05) VALUE 0.

      *> Ligne du rapport des amas, écrite via WRITE FROM.
       01  WS-AM-LIGNE.
           05  FILLER              PIC X(05) VALUE "AMAS ".
           05  WS-AML-ID           PIC 9(05).
           05  FILLER              PIC X(08) VALUE " LIGNES ".
           05  WS-AML-LIG-MIN      PIC 9(03).
           05  FILLER              PIC X(01) VALUE "-".
           05  WS-AML-LIG-MAX      PIC 9(03).
           05  FILLER              PIC X(10) VALUE " COLONNES ".
           05  WS-AML-COL-MIN      PIC 9(03).
           05  FILLER              PIC X(01) VALUE "-".
           05  WS-AML-COL-MAX      PIC 9(03).
           05  FILLER              PIC X(10) VALUE " CELLULES ".
           05  WS-AML-CELLULES     PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE " PASSAGES ".
           05  WS-AML-PASSAGES     PIC ZZZZZZZ9.
           05  FILLER              PIC X(13) VALUE " OCCURRENCES ".
           05  WS-AML-OCC          PIC ZZZZZ9.
           05  FILLER              PIC X(05) VALUE " MOT ".
           05  WS-AML-MOT          PIC X(20).
           05  FILLER              PIC X(05) VALUE " DIR ".
           05  WS-AML-DIR          PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AML-GRAND        PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AML-PANNEAU      PIC X(08).

       01  WS-FICHIER   PIC 9 VALUE 0.
           88  FIN-FICHIER       VALUE 1.
           88  NOT-FIN-FICHIER   VALUE 0.

       COPY FSTATWS.
       COPY RDEOFWS.
       COPY PANWS.
       COPY RUNWS.
       COPY DATWS.
       COPY MANWS.
       COPY LOGWS.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE 'JOUR4CLU' TO WS-LOG-PROGID
           MOVE 'JOUR4CLU_JOURNAL_DSN' TO WS-LOG-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/J4/journal_clu.log"
              TO WS-LOG-DSN-DEFAUT
           PERFORM OUVRIR-JOURNAL
           MOVE 'JOUR4CLU' TO WS-MAN-PROGID
           PERFORM RESOUDRE-DATASETS
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "SEUIL AMAS " WS-SEUIL-AMAS
              " CARTE " FUNCTION TRIM(WS-DENSITE-DSN-BASE)
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           MOVE 'JOUR4CLU' TO WS-PAN-PROGID
           PERFORM CHARGER-LISTE-PANNEAUX
           IF MODE-MULTI-PANNEAUX
              PERFORM VARYING WS-PAN-IDX FROM 1 BY 1
                 UNTIL WS-PAN-IDX > WS-NB-PANNEAUX
                 MOVE PAN-ID(WS-PAN-IDX) TO WS-PANNEAU-COURANT
                 MOVE WS-DENSITE-DSN-BASE TO WS-PAN-DSN-W
                 PERFORM SUFFIXER-DSN-PANNEAU
                 MOVE WS-PAN-DSN-W TO WS-DENSITE-DSN
                 PERFORM TRAITER-CARTE
              END-PERFORM
           ELSE
              PERFORM TRAITER-CARTE
           END-IF
           PERFORM ECRIRE-RAPPORT-AMAS
           PERFORM COMPLETER-BILAN
           DISPLAY "JOUR4CLU : " WS-NB-AMAS " amas, "
                   WS-NB-GRANDS " au-dela de " WS-SEUIL-AMAS
                   " cellule(s), " WS-NB-HITS-HORS
                   " occurrence(s) hors amas dans "
                   FUNCTION TRIM(WS-AMAS-DSN)
           IF WS-NB-HITS-HORS > 0 OR WS-NB-DENSITE-HORS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "AMAS " WS-NB-AMAS
              " GRANDS " WS-NB-GRANDS
              " OCCURRENCES " WS-NB-HITS-AMAS
              " HORS AMAS " WS-NB-HITS-HORS
              " CELLULES HORS GRILLE " WS-NB-DENSITE-HORS
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM ECRIRE-MANIFESTE
           PERFORM FERMER-JOURNAL
      *> GOBACK plutôt que STOP RUN : ce pas peut être appelé en
      *> séquence par le programme pilote.
           GOBACK.

       RESOUDRE-DATASETS.
           ACCEPT WS-DENSITE-DSN FROM ENVIRONMENT "JOUR4_DENSITE_DSN"
           IF WS-DENSITE-DSN = SPACES
              MOVE WS-DEFAULT-DENSITE-DSN TO WS-DENSITE-DSN
           END-IF
           MOVE WS-DENSITE-DSN TO WS-DENSITE-DSN-BASE
           ACCEPT WS-HITLIST-DSN FROM ENVIRONMENT "JOUR4_HITLIST_DSN"
           IF WS-HITLIST-DSN = SPACES
              MOVE WS-DEFAULT-HITLIST-DSN TO WS-HITLIST-DSN
           END-IF
           ACCEPT WS-BILAN-DSN FROM ENVIRONMENT "JOUR4_BILAN_DSN"
           IF WS-BILAN-DSN = SPACES
              MOVE WS-DEFAULT-BILAN-DSN TO WS-BILAN-DSN
           END-IF
           ACCEPT WS-AMAS-DSN FROM ENVIRONMENT "JOUR4CLU_RAPPORT_DSN"
           IF WS-AMAS-DSN = SPACES
              MOVE WS-DEFAULT-AMAS-DSN TO WS-AMAS-DSN
           END-IF
           ACCEPT WS-SEUIL-AMAS-X FROM ENVIRONMENT "JOUR4_SEUIL_AMAS"
           IF WS-SEUIL-AMAS-X NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-SEUIL-AMAS-X) = 0
                 COMPUTE WS-SEUIL-AMAS =
                    FUNCTION NUMVAL(WS-SEUIL-AMAS-X)
              ELSE
                 DISPLAY "JOUR4CLU : seuil d'amas invalide ("
                         FUNCTION TRIM(WS-SEUIL-AMAS-X)
                         "), seuil par defaut " WS-SEUIL-AMAS
              END-IF
           END-IF.

       TRAITER-CARTE.
      *> Une carte de densité (celle du run, ou du panneau courant)
      *> et les occurrences qui s'y rattachent.
           INITIALIZE TABLE-DENSITE
           INITIALIZE TABLE-ETIQUETTES
           MOVE 0 TO WS-MAX-LIG WS-MAX-COL
           MOVE 0 TO WS-NB-DENSITE-LUS WS-NB-HITS-LUS
           PERFORM CHARGER-DENSITE
           PERFORM ETIQUETER-AMAS
           PERFORM CHARGER-HITLIST.

       CHARGER-DENSITE.
      *> Seules les lignes de détail sont retenues : trois chiffres,
      *> un blanc, trois chiffres, un blanc. Les lignes du rendu
      *> imprimable ('.', chiffres, '+') n'ont jamais de blanc en
      *> quatrième position.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-DENSITE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-DENSITE-DSN TO WS-MAN-DSN-W
           MOVE WS-DENSITE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-DENSITE-STATUS TO WS-FSTAT-CODE
           MOVE WS-DENSITE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-DENSITE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL FIN-FICHIER
              READ FICHIER-DENSITE
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-DENSITE-LUS
                    IF WS-DENSITE-RECORD(1:3) IS NUMERIC
                       AND WS-DENSITE-RECORD(4:1) = SPACE
                       AND WS-DENSITE-RECORD(5:3) IS NUMERIC
                       AND WS-DENSITE-RECORD(8:1) = SPACE
                       PERFORM CHARGER-LIGNE-DENSITE
                    END-IF
              END-READ
           END-PERFORM
           MOVE WS-NB-DENSITE-LUS TO WS-RDEOF-COUNT
           MOVE WS-DENSITE-DSN    TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE FICHIER-DENSITE
           MOVE WS-DENSITE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       CHARGER-LIGNE-DENSITE.
      *> "lll ccc nnnnnn", le compte pouvant être cadré en édité.
           MOVE WS-DENSITE-RECORD(1:3) TO WS-DEN-LIG-X
           MOVE WS-DENSITE-RECORD(5:3) TO WS-DEN-COL-X
           MOVE WS-DENSITE-RECORD(9:6) TO WS-DEN-NB-X
           COMPUTE WS-LIG = FUNCTION NUMVAL(WS-DEN-LIG-X)
           COMPUTE WS-COL = FUNCTION NUMVAL(WS-DEN-COL-X)
           IF WS-LIG < 1 OR WS-LIG > WS-MAX-GRILLE
              OR WS-COL < 1 OR WS-COL > WS-MAX-GRILLE
              ADD 1 TO WS-NB-DENSITE-HORS
              DISPLAY "JOUR4CLU : cellule hors grille ignoree : "
                      WS-DENSITE-RECORD(1:14)
           ELSE
              COMPUTE DEN-NB(WS-LIG, WS-COL) =
                 FUNCTION NUMVAL(WS-DEN-NB-X)
              IF WS-LIG > WS-MAX-LIG
                 MOVE WS-LIG TO WS-MAX-LIG
              END-IF
              IF WS-COL > WS-MAX-COL
                 MOVE WS-COL TO WS-MAX-COL
              END-IF
           END-IF.

       ETIQUETER-AMAS.
      *> Balayage ligne par ligne : toute cellule traversée et pas
      *> encore étiquetée ouvre un nouvel amas, propagé à ses
      *> voisines par la pile.
           PERFORM VARYING WS-LIG FROM 1 BY 1
              UNTIL WS-LIG > WS-MAX-LIG
              PERFORM VARYING WS-COL FROM 1 BY 1
                 UNTIL WS-COL > WS-MAX-COL
                 IF DEN-NB(WS-LIG, WS-COL) > 0
                    AND ETQ-AMAS(WS-LIG, WS-COL) = 0
                    PERFORM OUVRIR-AMAS
                    PERFORM PROPAGER-AMAS
                 END-IF
              END-PERFORM
           END-PERFORM.

       OUVRIR-AMAS.
           IF WS-NB-AMAS >= WS-MAX-AMAS
              DISPLAY "ABEND JOUR4CLU : table des amas pleine ("
                      WS-MAX-AMAS " amas)"
              MOVE 16 TO RETURN-CODE
              MOVE "ABEND TABLE DES AMAS PLEINE" TO WS-LOG-MESSAGE
              PERFORM ECRIRE-JOURNAL
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF
           ADD 1 TO WS-NB-AMAS
           MOVE WS-NB-AMAS TO WS-AMAS-COURANT
           INITIALIZE AMAS-ENTRY(WS-AMAS-COURANT)
           MOVE WS-PANNEAU-COURANT TO AMAS-PANNEAU(WS-AMAS-COURANT)
           MOVE WS-LIG TO AMAS-LIG-MIN(WS-AMAS-COURANT)
                          AMAS-LIG-MAX(WS-AMAS-COURANT)
           MOVE WS-COL TO AMAS-COL-MIN(WS-AMAS-COURANT)
                          AMAS-COL-MAX(WS-AMAS-COURANT)
           MOVE WS-LIG TO WS-CEL-LIG
           MOVE WS-COL TO WS-CEL-COL
           MOVE 0 TO WS-NB-PILE
           PERFORM EMPILER-CELLULE.

       EMPILER-CELLULE.
      *> Étiquette la cellule (WS-CEL-LIG, WS-CEL-COL), la cumule
      *> dans l'amas courant et la pose sur la pile.
           MOVE WS-AMAS-COURANT TO ETQ-AMAS(WS-CEL-LIG, WS-CEL-COL)
           ADD 1 TO AMAS-NB-CELLULES(WS-AMAS-COURANT)
           ADD DEN-NB(WS-CEL-LIG, WS-CEL-COL)
              TO AMAS-PASSAGES(WS-AMAS-COURANT)
           IF WS-CEL-LIG < AMAS-LIG-MIN(WS-AMAS-COURANT)
              MOVE WS-CEL-LIG TO AMAS-LIG-MIN(WS-AMAS-COURANT)
           END-IF
           IF WS-CEL-LIG > AMAS-LIG-MAX(WS-AMAS-COURANT)
              MOVE WS-CEL-LIG TO AMAS-LIG-MAX(WS-AMAS-COURANT)
           END-IF
           IF WS-CEL-COL < AMAS-COL-MIN(WS-AMAS-COURANT)
              MOVE WS-CEL-COL TO AMAS-COL-MIN(WS-AMAS-COURANT)
           END-IF
           IF WS-CEL-COL > AMAS-COL-MAX(WS-AMAS-COURANT)
              MOVE WS-CEL-COL TO AMAS-COL-MAX(WS-AMAS-COURANT)
           END-IF
           ADD 1 TO WS-NB-PILE
           MOVE WS-CEL-LIG TO PILE-LIG(WS-NB-PILE)
           MOVE WS-CEL-COL TO PILE-COL(WS-NB-PILE).

       PROPAGER-AMAS.
           PERFORM UNTIL WS-NB-PILE = 0
              MOVE PILE-LIG(WS-NB-PILE) TO WS-CEL-LIG
              MOVE PILE-COL(WS-NB-PILE) TO WS-CEL-COL
              SUBTRACT 1 FROM WS-NB-PILE
              MOVE WS-CEL-LIG TO WS-VOIS-LIG
              MOVE WS-CEL-COL TO WS-VOIS-COL
              PERFORM VARYING WS-DI FROM -1 BY 1 UNTIL WS-DI > 1
                 PERFORM VARYING WS-DJ FROM -1 BY 1 UNTIL WS-DJ > 1
                    PERFORM EXAMINER-VOISINE
                 END-PERFORM
              END-PERFORM
           END-PERFORM.

       EXAMINER-VOISINE.
      *> (WS-VOIS-LIG, WS-VOIS-COL) porte la cellule dépilée ; la
      *> voisine est à (WS-DI, WS-DJ) de celle-ci.
           IF WS-VOIS-LIG + WS-DI >= 1
              AND WS-VOIS-LIG + WS-DI <= WS-MAX-LIG
              AND WS-VOIS-COL + WS-DJ >= 1
              AND WS-VOIS-COL + WS-DJ <= WS-MAX-COL
              COMPUTE WS-CEL-LIG = WS-VOIS-LIG + WS-DI
              COMPUTE WS-CEL-COL = WS-VOIS-COL + WS-DJ
              IF DEN-NB(WS-CEL-LIG, WS-CEL-COL) > 0
                 AND ETQ-AMAS(WS-CEL-LIG, WS-CEL-COL) = 0
                 PERFORM EMPILER-CELLULE
              END-IF
           END-IF.

       CHARGER-HITLIST.
      *> Chaque occurrence est rattachée à l'amas de sa cellule de
      *> départ (toujours traversée, donc étiquetée) ; ses mot et
      *> direction alimentent les comptes de l'amas. En mode
      *> multi-panneaux, seules les occurrences du panneau courant
      *> sont rattachées à sa carte.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-HITLIST
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-HITLIST-DSN TO WS-MAN-DSN-W
           MOVE WS-HITLIST-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-HITLIST-STATUS TO WS-FSTAT-CODE
           MOVE WS-HITLIST-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-HITLIST" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL FIN-FICHIER
              READ FICHIER-HITLIST
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-HITS-LUS
                    IF WS-HIT-PANNEAU = WS-PANNEAU-COURANT
                       PERFORM RATTACHER-HIT
                    END-IF
              END-READ
           END-PERFORM
           MOVE WS-NB-HITS-LUS TO WS-RDEOF-COUNT
           MOVE WS-HITLIST-DSN TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE FICHIER-HITLIST
           MOVE WS-HITLIST-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       RATTACHER-HIT.
           MOVE 0 TO WS-AMAS-COURANT
           IF WS-HIT-LIGNE IS NUMERIC AND WS-HIT-COLONNE IS NUMERIC
              IF WS-HIT-LIGNE >= 1 AND WS-HIT-LIGNE <= WS-MAX-GRILLE
                 AND WS-HIT-COLONNE >= 1
                 AND WS-HIT-COLONNE <= WS-MAX-GRILLE
                 MOVE ETQ-AMAS(WS-HIT-LIGNE, WS-HIT-COLONNE)
                    TO WS-AMAS-COURANT
              END-IF
           END-IF
           IF WS-AMAS-COURANT = 0
              ADD 1 TO WS-NB-HITS-HORS
              DISPLAY "JOUR4CLU : occurrence hors carte de densite : "
                      WS-HIT-RECORD
           ELSE
              ADD 1 TO WS-NB-HITS-AMAS
              ADD 1 TO AMAS-NB-OCC(WS-AMAS-COURANT)
              IF WS-HIT-DIRECTION IS NUMERIC
                 AND WS-HIT-DIRECTION >= 1 AND WS-HIT-DIRECTION <= 8
                 ADD 1 TO AMAS-DIR-NB(WS-AMAS-COURANT,
                                      WS-HIT-DIRECTION)
              END-IF
              PERFORM TROUVER-MOT
              IF WS-MOT-IDX > 0
                 ADD 1 TO AMAS-MOT-NB(WS-AMAS-COURANT, WS-MOT-IDX)
              END-IF
           END-IF.

       TROUVER-MOT.
      *> Rang de WS-HIT-MOT dans TABLE-MOTS, ajouté au besoin ; 0
      *> si la table est pleine (le mot n'est alors pas compté).
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
              UNTIL WS-MOT-IDX > WS-NB-MOTS
                 OR MOT-NOM(WS-MOT-IDX) = WS-HIT-MOT
              CONTINUE
           END-PERFORM
           IF WS-MOT-IDX > WS-NB-MOTS
              IF WS-NB-MOTS < WS-MAX-MOTS
                 ADD 1 TO WS-NB-MOTS
                 MOVE WS-HIT-MOT TO MOT-NOM(WS-NB-MOTS)
                 MOVE WS-NB-MOTS TO WS-MOT-IDX
              ELSE
                 MOVE 0 TO WS-MOT-IDX
              END-IF
           END-IF.

       ECRIRE-RAPPORT-AMAS.
           OPEN OUTPUT FICHIER-AMAS
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-AMAS-DSN TO WS-MAN-DSN-W
           MOVE WS-AMAS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-AMAS-STATUS TO WS-FSTAT-CODE
           MOVE WS-AMAS-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-AMAS" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM VARYING WS-AMAS-IDX FROM 1 BY 1
              UNTIL WS-AMAS-IDX > WS-NB-AMAS
              PERFORM ECRIRE-LIGNE-AMAS
           END-PERFORM
           CLOSE FICHIER-AMAS
           MOVE WS-AMAS-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-LIGNE-AMAS.
      *> Mot et direction dominants : les plus fréquents parmi les
      *> occurrences de l'amas, le premier rencontré en cas
      *> d'égalité.
           MOVE 0 TO WS-DOM-MOT WS-DOM-DIR
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
              UNTIL WS-MOT-IDX > WS-NB-MOTS
              IF AMAS-MOT-NB(WS-AMAS-IDX, WS-MOT-IDX) > 0
                 IF WS-DOM-MOT = 0
                    MOVE WS-MOT-IDX TO WS-DOM-MOT
                 ELSE
                    IF AMAS-MOT-NB(WS-AMAS-IDX, WS-MOT-IDX) >
                       AMAS-MOT-NB(WS-AMAS-IDX, WS-DOM-MOT)
                       MOVE WS-MOT-IDX TO WS-DOM-MOT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
              UNTIL WS-DIR-IDX > 8
              IF AMAS-DIR-NB(WS-AMAS-IDX, WS-DIR-IDX) > 0
                 IF WS-DOM-DIR = 0
                    MOVE WS-DIR-IDX TO WS-DOM-DIR
                 ELSE
                    IF AMAS-DIR-NB(WS-AMAS-IDX, WS-DIR-IDX) >
                       AMAS-DIR-NB(WS-AMAS-IDX, WS-DOM-DIR)
                       MOVE WS-DIR-IDX TO WS-DOM-DIR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-AMAS-IDX TO WS-AML-ID
           MOVE AMAS-LIG-MIN(WS-AMAS-IDX) TO WS-AML-LIG-MIN
           MOVE AMAS-LIG-MAX(WS-AMAS-IDX) TO WS-AML-LIG-MAX
           MOVE AMAS-COL-MIN(WS-AMAS-IDX) TO WS-AML-COL-MIN
           MOVE AMAS-COL-MAX(WS-AMAS-IDX) TO WS-AML-COL-MAX
           MOVE AMAS-NB-CELLULES(WS-AMAS-IDX) TO WS-AML-CELLULES
           MOVE AMAS-PASSAGES(WS-AMAS-IDX) TO WS-AML-PASSAGES
           MOVE AMAS-NB-OCC(WS-AMAS-IDX) TO WS-AML-OCC
           IF WS-DOM-MOT > 0
              MOVE MOT-NOM(WS-DOM-MOT) TO WS-AML-MOT
           ELSE
              MOVE SPACES TO WS-AML-MOT
           END-IF
           MOVE WS-DOM-DIR TO WS-AML-DIR
           IF AMAS-NB-CELLULES(WS-AMAS-IDX) > WS-SEUIL-AMAS
              MOVE "GRAND" TO WS-AML-GRAND
              ADD 1 TO WS-NB-GRANDS
           ELSE
              MOVE SPACES TO WS-AML-GRAND
           END-IF
           MOVE AMAS-PANNEAU(WS-AMAS-IDX) TO WS-AML-PANNEAU
           WRITE WS-AMAS-LIGNE FROM WS-AM-LIGNE.

       COMPLETER-BILAN.
      *> Le bilan JOUR4 est relu puis réécrit avec les lignes AMAS du
      *> run : celles d'un passage précédent de ce pas sont
      *> écartées, ce qui permet de le relancer seul.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-BILAN
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           MOVE WS-BILAN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-BILAN-STATUS TO WS-FSTAT-CODE
           MOVE WS-BILAN-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-BILAN" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL FIN-FICHIER
              READ FICHIER-BILAN
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    IF WS-BIL-PROGID = "JOUR4"
                       AND (WS-BIL-NOM(1:4) = "AMAS"
                          OR WS-BIL-NOM(1:8) = "PAN-AMAS")
                       CONTINUE
                    ELSE
                       IF WS-NB-BILAN >= WS-MAX-BILAN
                          DISPLAY "ABEND JOUR4CLU : bilan JOUR4 trop "
                                  "long (" WS-MAX-BILAN " lignes)"
                          MOVE 16 TO RETURN-CODE
                          MOVE "ABEND BILAN JOUR4 TROP LONG"
                             TO WS-LOG-MESSAGE
                          PERFORM ECRIRE-JOURNAL
                          PERFORM FERMER-JOURNAL
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-NB-BILAN
                       MOVE WS-BILAN-RECORD TO BILAN-LIGNE(WS-NB-BILAN)
                       IF WS-BIL-PROGID = "JOUR4"
                          AND WS-BIL-RUNID NOT = SPACES
                          MOVE WS-BIL-RUNID TO WS-BIL-RUNID-W
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER-BILAN
           IF WS-BIL-RUNID-W = SPACES
              MOVE WS-RUNID TO WS-BIL-RUNID-W
           END-IF
           OPEN OUTPUT FICHIER-BILAN
           MOVE WS-BILAN-STATUS TO WS-FSTAT-CODE
           MOVE "REECRITURE FICHIER-BILAN" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM VARYING WS-BILAN-IDX FROM 1 BY 1
              UNTIL WS-BILAN-IDX > WS-NB-BILAN
              MOVE BILAN-LIGNE(WS-BILAN-IDX) TO WS-BILAN-RECORD
              WRITE WS-BILAN-RECORD
           END-PERFORM
           MOVE "AMAS" TO WS-BIL-NOM-W
           MOVE WS-NB-AMAS TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
           MOVE "AMAS-GRANDS" TO WS-BIL-NOM-W
           MOVE WS-NB-GRANDS TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
           MOVE "AMAS-OCC" TO WS-BIL-NOM-W
           MOVE WS-NB-HITS-AMAS TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
      *> Mode multi-panneaux : les mêmes compteurs par panneau, sur
      *> le modèle des lignes PAN- de JOUR4.
           IF MODE-MULTI-PANNEAUX
              PERFORM VARYING WS-PAN-IDX FROM 1 BY 1
                 UNTIL WS-PAN-IDX > WS-NB-PANNEAUX
                 PERFORM COMPTER-AMAS-PANNEAU
                 MOVE PAN-ID(WS-PAN-IDX) TO WS-BIL-PANNEAU-W
                 MOVE "PAN-AMAS" TO WS-BIL-NOM-W
                 MOVE WS-PAN-NB-AMAS TO WS-BIL-VALEUR-W
                 PERFORM ECRIRE-LIGNE-BILAN
                 MOVE "PAN-AMAS-GR" TO WS-BIL-NOM-W
                 MOVE WS-PAN-NB-GRANDS TO WS-BIL-VALEUR-W
                 PERFORM ECRIRE-LIGNE-BILAN
                 MOVE "PAN-AMAS-OCC" TO WS-BIL-NOM-W
                 MOVE WS-PAN-NB-OCC TO WS-BIL-VALEUR-W
                 PERFORM ECRIRE-LIGNE-BILAN
              END-PERFORM
              MOVE SPACES TO WS-BIL-PANNEAU-W
           END-IF
           CLOSE FICHIER-BILAN
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       COMPTER-AMAS-PANNEAU.
      *> Amas, grands amas et occurrences rattachées du panneau
      *> PAN-ID(WS-PAN-IDX).
           MOVE 0 TO WS-PAN-NB-AMAS WS-PAN-NB-GRANDS WS-PAN-NB-OCC
           PERFORM VARYING WS-AMAS-IDX FROM 1 BY 1
              UNTIL WS-AMAS-IDX > WS-NB-AMAS
              IF AMAS-PANNEAU(WS-AMAS-IDX) = PAN-ID(WS-PAN-IDX)
                 ADD 1 TO WS-PAN-NB-AMAS
                 IF AMAS-NB-CELLULES(WS-AMAS-IDX) > WS-SEUIL-AMAS
                    ADD 1 TO WS-PAN-NB-GRANDS
                 END-IF
                 ADD AMAS-NB-OCC(WS-AMAS-IDX) TO WS-PAN-NB-OCC
              END-IF
           END-PERFORM.

       ECRIRE-LIGNE-BILAN.
           MOVE SPACES TO WS-BILAN-RECORD
           MOVE "JOUR4" TO WS-BIL-PROGID
           MOVE WS-BIL-NOM-W TO WS-BIL-NOM
           MOVE WS-BIL-VALEUR-W TO WS-BIL-VALEUR
           MOVE WS-BIL-PANNEAU-W TO WS-BIL-PANNEAU
           MOVE WS-BIL-RUNID-W TO WS-BIL-RUNID
           WRITE WS-BILAN-RECORD.

       COPY FSTATPR.
       COPY RDEOFPR.
       COPY PANPR.
       COPY RUNPR.
       COPY DATPR.
       COPY MANPR.
       COPY LOGPR.
