      *> distribution des valeurs par position. C'est la preuve (ou
      *> non) que le capteur d'une position donnée dérive, que
      *> l'ingénierie ne pouvait pas tirer des listings existants.
      *> Le listing des rejets et l'analyse produite sont inscrits au
      *> manifeste de run (cf. MANWS.cpy) ; le fichier de travail,
      *> que JOUR2 n'y inscrit pas, ne l'est pas davantage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FICHIER-ANALYSE ASSIGN TO DYNAMIC WS-ANALYSE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANALYSE-STATUS.
           COPY MANSEL.

       DATA DIVISION.
       FILE SECTION.
      *> préparées en WORKING-STORAGE et écrites via WRITE ... FROM.
       01  WS-ANALYSE-LIGNE PIC X(80).

       COPY MANFD.

       WORKING-STORAGE SECTION.
      *> Chaque dataset d'entrée est résolu par la même variable
      *> d'environnement que JOUR2, avec le même défaut, pour

       COPY FSTATWS.
       COPY RDEOFWS.
       COPY RUNWS.
       COPY DATWS.
       COPY MANWS.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE 'JOUR2ANL' TO WS-RUNID-PROGID
           PERFORM DETERMINER-RUNID
           MOVE 'JOUR2ANL' TO WS-MAN-PROGID
           PERFORM RESOUDRE-DATASETS
           PERFORM CHARGER-TRAVAIL
           PERFORM CHARGER-REJETS
           PERFORM ECRIRE-ANALYSE
           PERFORM ECRIRE-MANIFESTE
           DISPLAY "JOUR2ANL : " WS-NB-NIVEAUX-LUS " niveau(x), "
                   WS-NB-REJETS-LUS " rejet(s) analyses dans "
                   FUNCTION TRIM(WS-ANALYSE-DSN)
      *> et il est compté à part.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-REJETS
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-REJETS-DSN TO WS-MAN-DSN-W
           MOVE WS-REJETS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-REJETS-STATUS TO WS-FSTAT-CODE
           MOVE WS-REJETS-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-REJETS" TO WS-FSTAT-OPER
           MOVE WS-NB-REJETS-LUS TO WS-RDEOF-COUNT
           MOVE WS-REJETS-DSN    TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE FICHIER-REJETS
           MOVE WS-REJETS-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       CUMULER-REJET.
           ADD 1 TO WS-NB-REJETS-LUS

       ECRIRE-ANALYSE.
           OPEN OUTPUT FICHIER-ANALYSE
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-ANALYSE-DSN TO WS-MAN-DSN-W
           MOVE WS-ANALYSE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-ANALYSE-STATUS TO WS-FSTAT-CODE
           MOVE WS-ANALYSE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-ANALYSE" TO WS-FSTAT-OPER
           END-PERFORM
           MOVE WS-NB-KO-SANS-POS TO WS-ANK-NB
           WRITE WS-ANALYSE-LIGNE FROM WS-AN-KO-LIGNE
           CLOSE FICHIER-ANALYSE
           MOVE WS-ANALYSE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-LIGNES-POSITION.
           MOVE WS-POS-IDX TO WS-ANR-POS

       COPY FSTATPR.
       COPY RDEOFPR.
       COPY RUNPR.
       COPY DATPR.
       COPY MANPR.
