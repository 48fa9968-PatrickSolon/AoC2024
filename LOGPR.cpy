      *> LOGPR.cpy - Paragraphes partagés du journal de run structuré
      *> (cf. LOGWS.cpy pour le protocole d'appel). L'identifiant de
      *> run est déterminé à l'ouverture (COPY RUNWS/RUNPR requis).
       OUVRIR-JOURNAL.
           MOVE WS-LOG-PROGID TO WS-RUNID-PROGID
           PERFORM DETERMINER-RUNID
           ACCEPT WS-LOG-VERBOSITE-X FROM ENVIRONMENT "AOC_VERBOSITE"
           ACCEPT WS-LOG-DSN FROM ENVIRONMENT WS-LOG-ENV-NOM
           IF WS-LOG-DSN = SPACES
           MOVE WS-LOG-HEURE TO WS-LOG-REC-HEURE
           MOVE WS-LOG-PROGID TO WS-LOG-REC-PROGID
           MOVE WS-LOG-MESSAGE TO WS-LOG-REC-TEXTE
           MOVE WS-RUNID TO WS-LOG-REC-RUNID
           WRITE WS-LOG-RECORD.

       FERMER-JOURNAL.
