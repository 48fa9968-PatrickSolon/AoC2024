      *> RUNPR.cpy - Paragraphes de l'identifiant de run partagé
      *> (cf. RUNWS.cpy pour le protocole d'appel).
       DETERMINER-RUNID.
           MOVE SPACES TO WS-RUNID
           ACCEPT WS-RUNID FROM ENVIRONMENT "AOC_RUN_ID"
           IF WS-RUNID = SPACES
              PERFORM GENERER-RUNID
           END-IF
           MOVE WS-RUNID TO WS-RUNID-LIGNE-ID.

       GENERER-RUNID.
      *> Le nouvel identifiant est reposé dans l'environnement : les
      *> programmes appelés par CALL depuis ce run en héritent.
           ACCEPT WS-RUNID-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNID-HEURE FROM TIME
           MOVE SPACES TO WS-RUNID
           STRING WS-RUNID-PROGID DELIMITED BY SPACE
                  "-" WS-RUNID-DATE WS-RUNID-HEURE
                  DELIMITED BY SIZE
              INTO WS-RUNID
           END-STRING
           SET ENVIRONMENT "AOC_RUN_ID" TO WS-RUNID
           MOVE WS-RUNID TO WS-RUNID-LIGNE-ID.
