      *> W = refus/arret/alerte/fin en code retour non nul, I =
      *> information), et produit un journal unique plus un extrait
      *> des seules anomalies pour la revue du matin.
      *> Les lignes sont regroupées par run (identifiant de run posé
      *> par JOURCTL et repris par chaque pas, cf. RUNPR.cpy) dans
      *> l'ordre où chaque run apparaît, puis par date et heure : une
      *> reprise ou un rattrapage antidaté reste ainsi séparé du run
      *> nominal du même jour. Les lignes d'anciens journaux sans
      *> identifiant sont regroupées par date, comme auparavant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-JRN-PROGID       PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-JRN-TEXTE        PIC X(120).
           05  FILLER              PIC X(01).
           05  WS-JRN-RUNID        PIC X(26).

       FD  FICHIER-FUSION.
       01  WS-FUSION-LIGNE PIC X(180).

       FD  FICHIER-ERREURS.
       01  WS-ERREURS-LIGNE PIC X(180).

       WORKING-STORAGE SECTION.
       01  WS-JRN-DSN         PIC X(200) VALUE SPACES.
               10  SRC-DEFAUT    PIC X(200).
       01  WS-SRC-IDX         PIC 9(01) VALUE 0.

      *> Les lignes collectées, triées par run puis date et heure (la
      *> capacité couvre largement une nuit ; au-delà, la fusion est
      *> partielle et signalée).
       01  WS-MAX-LIGNES      PIC 9(04) VALUE 2000.
               10  LT-PROGID     PIC X(08).
               10  LT-SEVERITE   PIC X(01).
               10  LT-TEXTE      PIC X(120).
               10  LT-RUNID      PIC X(26).
               10  LT-RANG-RUN   PIC 9(04).
       01  WS-LT-IDX          PIC 9(04) VALUE 0.

      *> Les runs rencontrés, dans l'ordre chronologique de leur
      *> première ligne ; la clé d'une ligne sans identifiant est sa
      *> date.
       01  WS-NB-RUNS         PIC 9(04) VALUE 0.
       01  TABLE-RUNS.
           05  RUN-CLE OCCURS 2000 PIC X(26).
       01  WS-RUN-IDX         PIC 9(04) VALUE 0.
       01  WS-RUN-CLE-W       PIC X(26) VALUE SPACES.
       01  WS-RUN-RANG-W      PIC 9(04) VALUE 0.
       01  WS-SATURE          PIC 9 VALUE 0.
       01  WS-NB-ANOMALIES    PIC 9(04) VALUE 0.

           05  WS-LW-SEVERITE    PIC X(01).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-LW-TEXTE       PIC X(120).
           05  FILLER            PIC X(05) VALUE ' RUN '.
           05  WS-LW-RUNID       PIC X(26).

       01  WS-FICHIER   PIC 9 VALUE 0.
           88  FIN-FICHIER       VALUE 1.
           END-PERFORM
           SORT LOG-TRI-ENTRY
              ASCENDING KEY LT-DATE LT-HEURE
           PERFORM CLASSER-PAR-RUN
           SORT LOG-TRI-ENTRY
              ASCENDING KEY LT-RANG-RUN LT-DATE LT-HEURE
           PERFORM ECRIRE-FUSION
           DISPLAY "JOURLOG : " WS-NB-LIGNES " ligne(s) fusionnees, "
                   WS-NB-RUNS " run(s), "
                   WS-NB-ANOMALIES " anomalie(s) dans "
                   FUNCTION TRIM(WS-ERREURS-DSN)
      *> GOBACK plutôt que STOP RUN : ce pas peut être appelé en
              MOVE WS-JRN-PROGID TO LT-PROGID(WS-NB-LIGNES)
              MOVE WS-SEV-W      TO LT-SEVERITE(WS-NB-LIGNES)
              MOVE WS-JRN-TEXTE  TO LT-TEXTE(WS-NB-LIGNES)
              MOVE WS-JRN-RUNID  TO LT-RUNID(WS-NB-LIGNES)
              MOVE 0             TO LT-RANG-RUN(WS-NB-LIGNES)
           END-IF.

       CLASSER-PAR-RUN.
      *> Sur les lignes déjà triées par date et heure, chaque run
      *> reçoit le rang de sa première apparition ; le second tri
      *> regroupe ensuite les lignes d'un même run.
           MOVE 0 TO WS-NB-RUNS
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX > WS-NB-LIGNES
              IF LT-RUNID(WS-LT-IDX) = SPACES
                 MOVE SPACES TO WS-RUN-CLE-W
                 MOVE LT-DATE(WS-LT-IDX) TO WS-RUN-CLE-W(1:8)
              ELSE
                 MOVE LT-RUNID(WS-LT-IDX) TO WS-RUN-CLE-W
              END-IF
              MOVE 0 TO WS-RUN-RANG-W
              PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                 UNTIL WS-RUN-IDX > WS-NB-RUNS
                 IF RUN-CLE(WS-RUN-IDX) = WS-RUN-CLE-W
                    MOVE WS-RUN-IDX TO WS-RUN-RANG-W
                    MOVE WS-NB-RUNS TO WS-RUN-IDX
                 END-IF
              END-PERFORM
              IF WS-RUN-RANG-W = 0
                 ADD 1 TO WS-NB-RUNS
                 MOVE WS-RUN-CLE-W TO RUN-CLE(WS-NB-RUNS)
                 MOVE WS-NB-RUNS TO WS-RUN-RANG-W
              END-IF
              MOVE WS-RUN-RANG-W TO LT-RANG-RUN(WS-LT-IDX)
           END-PERFORM.

       DERIVER-SEVERITE.
      *> E pour un ABEND, W pour un refus, un arrêt, une alerte ou
      *> une fin en code retour non nul, I pour le reste.
              MOVE LT-PROGID(WS-LT-IDX)   TO WS-LW-PROGID
              MOVE LT-SEVERITE(WS-LT-IDX) TO WS-LW-SEVERITE
              MOVE LT-TEXTE(WS-LT-IDX)    TO WS-LW-TEXTE
              MOVE LT-RUNID(WS-LT-IDX)    TO WS-LW-RUNID
              WRITE WS-FUSION-LIGNE FROM WS-LIGNE-W
              IF LT-SEVERITE(WS-LT-IDX) NOT = 'I'
                 ADD 1 TO WS-NB-ANOMALIES
