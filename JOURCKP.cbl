      *>           JOURCKP_PROGID (position et cumuls).
      *> LIBERER et RESET exigent un motif (JOURCKP_MOTIF), tracé au
      *> journal structuré : plus de force aveugle qui écrase un
      *> point de reprise vivant. Elles sont de plus réservées aux
      *> opérateurs habilités (JOURCKP-LIBERER, JOURCKP-RESET, cf.
      *> HABWS.cpy) : un refus est tracé au journal et le pas
      *> s'arrête en RC 12 sans toucher au fichier de reprise ;
      *> l'opérateur d'une action accordée est tracé avec le motif.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CKPTSEL.
           COPY LOGSEL.
           COPY HABSEL.

       DATA DIVISION.
       FILE SECTION.

           COPY LOGFD.

           COPY HABFD.

       WORKING-STORAGE SECTION.
       01  WS-ACTION          PIC X(08) VALUE SPACES.
           88  ACTION-LISTE       VALUE 'LISTE'.

       COPY CKPTWS.
       COPY LOGWS.
       COPY RUNWS.
       COPY HABWS.
       COPY FSTATWS.
       COPY RDEOFWS.

                 PERFORM LISTER-ENTREES
              WHEN ACTION-LIBERER
                 PERFORM EXIGER-MOTIF
                 PERFORM EXIGER-HABILITATION
                 PERFORM LIBERER-LE-VERROU
              WHEN ACTION-RESET
                 PERFORM EXIGER-MOTIF
                 PERFORM EXIGER-HABILITATION
                 PERFORM RESET-ENTREE
              WHEN OTHER
                 DISPLAY "ABEND JOURCKP : action inconnue '"
              STOP RUN
           END-IF.

       EXIGER-HABILITATION.
           MOVE SPACES TO WS-HAB-ACTION
           STRING "JOURCKP-" FUNCTION TRIM(WS-ACTION)
              DELIMITED BY SIZE INTO WS-HAB-ACTION
           END-STRING
           PERFORM VERIFIER-HABILITATION
           IF HAB-REFUSEE
              MOVE 12 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF.

       LISTER-ENTREES.
           DISPLAY "=== JOURCKP : "
                   FUNCTION TRIM(WS-CKPT-DSN) " ==="
                    PERFORM REECRIRE-CHECKPOINT
                    MOVE SPACES TO WS-LOG-MESSAGE
                    STRING "LIBERATION VERROU ("
                       FUNCTION TRIM(WS-DEC-RUNID) ") OPERATEUR "
                       WS-HAB-OPERATEUR " MOTIF "
                       FUNCTION TRIM(WS-MOTIF)
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                    END-STRING
           ELSE
              PERFORM REECRIRE-CHECKPOINT
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "RESET ENTREE " WS-PROGID-CIBLE
                 " OPERATEUR " WS-HAB-OPERATEUR " MOTIF "
                 FUNCTION TRIM(WS-MOTIF)
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING

       COPY CKPTPR.
       COPY LOGPR.
       COPY RUNPR.
       COPY HABPR.
       COPY FSTATPR.
       COPY RDEOFPR.
