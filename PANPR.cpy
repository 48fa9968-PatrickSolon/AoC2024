      *> PANPR.cpy - Paragraphes partagés du mode multi-panneaux (cf.
      *> PANWS.cpy pour le protocole d'appel).
       CHARGER-LISTE-PANNEAUX.
      *> Le mode multi-panneaux n'est actif que si JOUR4_PANNEAUX_DSN
      *> est posée : la liste doit alors exister et porter au moins
      *> un panneau.
           SET MODE-MONO-PANNEAU TO TRUE
           MOVE 0 TO WS-NB-PANNEAUX
           MOVE SPACES TO WS-PANNEAU-COURANT
           ACCEPT WS-PAN-LISTE-DSN FROM ENVIRONMENT "JOUR4_PANNEAUX_DSN"
           IF WS-PAN-LISTE-DSN NOT = SPACES
              SET MODE-MULTI-PANNEAUX TO TRUE
              SET NOT-FIN-LISTE-PANNEAUX TO TRUE
              OPEN INPUT FICHIER-PANNEAUX
              MOVE WS-PAN-LISTE-STATUS TO WS-FSTAT-CODE
              MOVE WS-PAN-LISTE-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-PANNEAUX" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              PERFORM UNTIL FIN-LISTE-PANNEAUX
                 READ FICHIER-PANNEAUX
                    AT END
                       SET FIN-LISTE-PANNEAUX TO TRUE
                    NOT AT END
                       IF WS-PAN-LISTE-RECORD NOT = SPACES
                          AND WS-PAN-LISTE-RECORD(1:1) NOT = '*'
                          PERFORM CHARGER-LIGNE-PANNEAU
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-PANNEAUX
              IF WS-NB-PANNEAUX = 0
                 DISPLAY "ABEND " FUNCTION TRIM(WS-PAN-PROGID)
                         " : liste de panneaux vide ("
                         FUNCTION TRIM(WS-PAN-LISTE-DSN) ")"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              DISPLAY FUNCTION TRIM(WS-PAN-PROGID) " : "
                      WS-NB-PANNEAUX " panneau(x) dans "
                      FUNCTION TRIM(WS-PAN-LISTE-DSN)
           END-IF.

       CHARGER-LIGNE-PANNEAU.
           MOVE SPACES TO WS-PAN-ID-X WS-PAN-DSN-X
           UNSTRING WS-PAN-LISTE-RECORD DELIMITED BY ALL SPACE
              INTO WS-PAN-ID-X WS-PAN-DSN-X
           END-UNSTRING
           IF WS-PAN-DSN-X = SPACES OR WS-PAN-ID-X(9:) NOT = SPACES
              DISPLAY "ABEND " FUNCTION TRIM(WS-PAN-PROGID)
                      " : ligne de panneau invalide : "
                      FUNCTION TRIM(WS-PAN-LISTE-RECORD)
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING WS-PAN-IDX2 FROM 1 BY 1
              UNTIL WS-PAN-IDX2 > WS-NB-PANNEAUX
              IF PAN-ID(WS-PAN-IDX2) = WS-PAN-ID-X
                 DISPLAY "ABEND " FUNCTION TRIM(WS-PAN-PROGID)
                         " : panneau " FUNCTION TRIM(WS-PAN-ID-X)
                         " en double dans la liste"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-PERFORM
           IF WS-NB-PANNEAUX >= WS-MAX-PANNEAUX
              DISPLAY "ABEND " FUNCTION TRIM(WS-PAN-PROGID)
                      " : liste de panneaux pleine ("
                      WS-MAX-PANNEAUX " panneaux)"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO WS-NB-PANNEAUX
           MOVE WS-PAN-ID-X  TO PAN-ID(WS-NB-PANNEAUX)
           MOVE WS-PAN-DSN-X TO PAN-DSN(WS-NB-PANNEAUX).

       SUFFIXER-DSN-PANNEAU.
      *> WS-PAN-DSN-W reçoit le suffixe ".ID" du panneau courant (sans
      *> effet en mode mono-grille).
           IF MODE-MULTI-PANNEAUX
              MOVE SPACES TO WS-PAN-DSN-SUFFIXE
              STRING FUNCTION TRIM(WS-PAN-DSN-W) "."
                 FUNCTION TRIM(WS-PANNEAU-COURANT)
                 DELIMITED BY SIZE INTO WS-PAN-DSN-SUFFIXE
              END-STRING
              MOVE WS-PAN-DSN-SUFFIXE TO WS-PAN-DSN-W
           END-IF.
