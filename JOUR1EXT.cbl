      *    Extraction d'interface pour l'équipe MIS : joint par
      *    identifiant de lieu les sorties de JOUR1 que l'équipe
      *    recollait jusqu'ici à la main dans un tableur. Une ligne
      *    d'en-tête porte la date et l'identifiant du run (relus
      *    dans jour1.rpt, DATE;<date>;RUN;<identifiant>),
      *    puis une ligne délimitée par identifiant distinct avec :
      *    statut apparié/non-apparié, occurrences par colonne (la
      *    photographie de fin de run porte exactement le contenu de
      *    dans une colonne) et marqueurs historiques du référentiel
      *    des lieux. Tous les flux étant triés par identifiant, la
      *    jointure se fait en une seule passe.
      *    Les datasets lus et l'interface produite sont inscrits au
      *    manifeste de run (cf. MANWS.cpy), le référentiel indexé
      *    excepté comme chez JOUR1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               WS-INTERFACE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
           COPY PUBSEL.
           COPY MANSEL.

       DATA DIVISION.
       FILE SECTION.
      *> WORKING-STORAGE et écrites via WRITE ... FROM.
       01  WS-INTERFACE-RECORD PIC X(120).

       COPY PUBFD.

       COPY MANFD.

       WORKING-STORAGE SECTION.
      *> Chaque dataset d'entrée est résolu par la même variable
      *> d'environnement que le programme qui l'écrit, avec le même
           88  FIN-FICHIER       VALUE 1.
           88  NOT-FIN-FICHIER   VALUE 0.

       COPY PUBWS.
       COPY RUNWS.
       COPY FSTATWS.
       COPY RDEOFWS.
       COPY DATWS.
       COPY MANWS.

       PROCEDURE DIVISION.
       DEBUT.
      *> Fichier d'interface marqué ENCOURS jusqu'à la fin normale
      *> du run (cf. PUBWS.cpy) : la diffusion ne transmet pas un
      *> fichier à moitié écrit.
           MOVE 'JOUR1EXT' TO WS-PUB-PROGID
           MOVE 'JOUR1EXT' TO WS-MAN-PROGID
           PERFORM MARQUER-PUBLICATION-ENCOURS
           PERFORM RESOUDRE-DATASETS
           PERFORM LIRE-DATE-RUN
           PERFORM OUVRIR-FICHIERS
           DISPLAY "JOUR1EXT : " WS-NB-LIGNES-ECRITES
                   " identifiant(s) dans "
                   FUNCTION TRIM(WS-INTERFACE-DSN)
           PERFORM ECRIRE-MANIFESTE
           PERFORM MARQUER-PUBLICATION-FAITE
      *> GOBACK plutôt que STOP RUN : ce pas peut être appelé en
      *> séquence par le programme pilote.
           GOBACK.

       LIRE-DATE-RUN.
           OPEN INPUT J1-REPORT
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-J1-REPORT-DSN TO WS-MAN-DSN-W
           MOVE WS-J1-REPORT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-J1-REPORT-STATUS TO WS-FSTAT-CODE
           MOVE WS-J1-REPORT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE J1-REPORT" TO WS-FSTAT-OPER
                 STOP RUN
           END-READ
           MOVE WS-J1-DATE TO WS-RUN-DATE
      *> Identifiant du run JOUR1 : ligne RUN qui suit les totaux ;
      *> un rapport antérieur qui n'en porte pas prend celui du run
      *> courant (cf. RUNWS.cpy).
           MOVE SPACES TO WS-RUNID
           READ J1-REPORT INTO WS-J1-RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF WS-J1-RECORD(1:4) = "RUN "
                    MOVE WS-J1-RECORD(5:26) TO WS-RUNID
                 END-IF
           END-READ
           IF WS-RUNID = SPACES
              MOVE 'JOUR1EXT' TO WS-RUNID-PROGID
              PERFORM DETERMINER-RUNID
           END-IF
           CLOSE J1-REPORT
           MOVE WS-J1-REPORT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       OUVRIR-FICHIERS.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-SNAPSHOT
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-SNAP-DSN TO WS-MAN-DSN-W
           MOVE WS-SNAP-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-SNAP-STATUS TO WS-FSTAT-CODE
           MOVE WS-SNAP-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SNAPSHOT" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           SET SUGG-EPUISE TO TRUE
           OPEN INPUT FICHIER-SUGGESTIONS
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-SUGG-DSN TO WS-MAN-DSN-W
           MOVE WS-SUGG-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-SUGG-STATUS = '00'
              PERFORM LIRE-SUGGESTION-SUIVANTE
           ELSE
                      "), marqueurs historiques laisses a blanc"
           END-IF
           OPEN OUTPUT FICHIER-INTERFACE
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-INTERFACE-DSN TO WS-MAN-DSN-W
           MOVE WS-INTERFACE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-INTERFACE-STATUS TO WS-FSTAT-CODE
           MOVE WS-INTERFACE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-INTERFACE" TO WS-FSTAT-OPER

       FERMER-FICHIERS.
           CLOSE FICHIER-SNAPSHOT
           MOVE WS-SNAP-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           IF WS-SUGG-STATUS = '00' OR WS-SUGG-STATUS = '10'
              CLOSE FICHIER-SUGGESTIONS
              MOVE WS-SUGG-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           IF WS-MASTER-OUVERT = 1
              CLOSE FICHIER-MASTER
           END-IF
           CLOSE FICHIER-INTERFACE
           MOVE WS-INTERFACE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-ENTETE.
           MOVE SPACES TO WS-LIGNE-W
           STRING "DATE;" WS-RUN-DATE ";RUN;" FUNCTION TRIM(WS-RUNID)
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           WRITE WS-INTERFACE-RECORD FROM WS-LIGNE-W.

           ADD 1 TO WS-NB-LIGNES-ECRITES
           WRITE WS-INTERFACE-RECORD FROM WS-LIGNE-W.

       COPY PUBPR.
       COPY FSTATPR.
       COPY RDEOFPR.
       COPY RUNPR.
       COPY DATPR.
       COPY MANPR.
