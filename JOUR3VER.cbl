      *> termine avec un code retour non nul en cas d'écart : c'est
      *> la recomputation indépendante demandée par le contrôle de
      *> gestion avant validation du chiffre du jour.
      *> L'audit et le sommaire relus sont inscrits au manifeste de
      *> run (cf. MANWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FICHIER-SOMMAIRE ASSIGN TO DYNAMIC WS-SOMMAIRE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOMMAIRE-STATUS.
           COPY MANSEL.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER              PIC X(01).
           05  WS-SOM-REJETS-MUL   PIC 9(06).

       COPY MANFD.

       WORKING-STORAGE SECTION.
      *> Noms des datasets relus : les mêmes variables d'environnement
      *> que celles par lesquelles JOUR3 les a produits, avec les

       COPY FSTATWS.
       COPY RDEOFWS.
       COPY RUNWS.
       COPY DATWS.
       COPY MANWS.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE 'JOUR3VER' TO WS-RUNID-PROGID
           PERFORM DETERMINER-RUNID
           MOVE 'JOUR3VER' TO WS-MAN-PROGID
           PERFORM RESOUDRE-AUDIT-DSN
           PERFORM RESOUDRE-SOMMAIRE-DSN
           PERFORM LIRE-AUDIT
           PERFORM LIRE-SOMMAIRE
           PERFORM COMPARER-TOTAUX
           PERFORM ECRIRE-MANIFESTE
      *> GOBACK plutôt que STOP RUN : un programme pilote peut appeler
      *> ce programme en séquence avec d'autres, et un STOP RUN
      *> mettrait fin à tout le run unit de l'appelant.
       LIRE-AUDIT.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-AUDIT-DO
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           MOVE WS-AUDIT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-AUDIT-STATUS TO WS-FSTAT-CODE
           MOVE WS-AUDIT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-AUDIT-DO" TO WS-FSTAT-OPER
           MOVE WS-NB-LIGNES-AUDIT TO WS-RDEOF-COUNT
           MOVE WS-AUDIT-DSN       TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE FICHIER-AUDIT-DO
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       CUMULER-LIGNE-AUDIT.
      *> Seules les lignes MUL portent des opérandes ; les bascules

       LIRE-SOMMAIRE.
           OPEN INPUT FICHIER-SOMMAIRE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-SOMMAIRE-DSN TO WS-MAN-DSN-W
           MOVE WS-SOMMAIRE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-SOMMAIRE-STATUS TO WS-FSTAT-CODE
           MOVE WS-SOMMAIRE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SOMMAIRE" TO WS-FSTAT-OPER
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE FICHIER-SOMMAIRE
           MOVE WS-SOMMAIRE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       COMPARER-TOTAUX.
           MOVE 0 TO WS-NB-ECARTS

       COPY FSTATPR.
       COPY RDEOFPR.
       COPY RUNPR.
       COPY DATPR.
       COPY MANPR.
