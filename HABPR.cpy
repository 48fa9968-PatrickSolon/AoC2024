      *> HABPR.cpy - Paragraphe partagé du contrôle des habilitations
      *> (cf. HABWS.cpy pour le protocole d'appel).
       VERIFIER-HABILITATION.
           SET HAB-REFUSEE TO TRUE
           MOVE SPACES TO WS-HAB-MOTIF
           ACCEPT WS-HAB-OPERATEUR FROM ENVIRONMENT "AOC_OPERATEUR"
           ACCEPT WS-HAB-DSN FROM ENVIRONMENT "AOC_HABILITATIONS_DSN"
           IF WS-HAB-DSN = SPACES
              MOVE WS-HAB-DSN-DEFAUT TO WS-HAB-DSN
           END-IF
           IF WS-HAB-OPERATEUR = SPACES
              MOVE "OPERATEUR NON IDENTIFIE" TO WS-HAB-MOTIF
           ELSE
              OPEN INPUT FICHIER-HABILITATION
              IF WS-HAB-STATUS NOT = '00'
                 MOVE "TABLE ABSENTE" TO WS-HAB-MOTIF
              ELSE
                 SET NOT-FIN-HABILITATION TO TRUE
                 PERFORM UNTIL FIN-HABILITATION OR HAB-ACCORDEE
                    READ FICHIER-HABILITATION
                       AT END
                          SET FIN-HABILITATION TO TRUE
                       NOT AT END
                          IF WS-HAB-REC-OPERATEUR(1:1) NOT = '*'
                             AND WS-HAB-REC-OPERATEUR = WS-HAB-OPERATEUR
                             AND WS-HAB-REC-ACTION = WS-HAB-ACTION
                             SET HAB-ACCORDEE TO TRUE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE FICHIER-HABILITATION
                 IF HAB-REFUSEE
                    MOVE "ACTION NON ACCORDEE" TO WS-HAB-MOTIF
                 END-IF
              END-IF
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           IF HAB-ACCORDEE
              STRING "HABILITATION ACCORDEE "
                 FUNCTION TRIM(WS-HAB-ACTION)
                 " OPERATEUR " WS-HAB-OPERATEUR
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
           ELSE
              STRING "REFUS HABILITATION "
                 FUNCTION TRIM(WS-HAB-ACTION)
                 " OPERATEUR " WS-HAB-OPERATEUR
                 " MOTIF " WS-HAB-MOTIF
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              DISPLAY "REFUS HABILITATION : "
                      FUNCTION TRIM(WS-HAB-ACTION)
                      " operateur [" WS-HAB-OPERATEUR "] "
                      FUNCTION TRIM(WS-HAB-MOTIF) " ("
                      FUNCTION TRIM(WS-HAB-DSN) ")"
           END-IF
           PERFORM ECRIRE-JOURNAL.
