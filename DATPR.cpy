      *> DATPR.cpy - Paragraphe partagé de la date de traitement (cf.
      *> DATWS.cpy pour le protocole d'appel).
       DETERMINER-DATE-TRAITEMENT.
           ACCEPT WS-DAT-TRAITEMENT FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DAT-IMPOSEE-X
           ACCEPT WS-DAT-IMPOSEE-X
              FROM ENVIRONMENT "AOC_DATE_TRAITEMENT"
           IF WS-DAT-IMPOSEE-X IS NUMERIC
              MOVE WS-DAT-IMPOSEE-X TO WS-DAT-TRAITEMENT
           END-IF.
