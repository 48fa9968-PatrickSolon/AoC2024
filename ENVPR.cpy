      *> jour s'arrête ici, à l'ingestion, au lieu d'être découvert
      *> en aval - le pré-vol de JOURCTL ne prouve que l'existence
      *> des fichiers, pas leur complétude.
      *> Arrêts par GOBACK : appelé par JOURCTL, le pas lui rend la
      *> main avec le code 10 ; lancé seul, il s'arrête de même.
           IF ENVELOPPE-ACTIVE
              IF WS-ENV-ENTETE-VU = 0
                 DISPLAY "ARRET ENVELOPPE : en-tete ENTETE absent "
                         "sur " FUNCTION TRIM(WS-ENV-DSN-CTRL)
                 MOVE 10 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-ENV-FIN-VUE = 0
                 DISPLAY "ARRET ENVELOPPE : remorque FIN absente "
                         "sur " FUNCTION TRIM(WS-ENV-DSN-CTRL)
                         " (transmission tronquee ?)"
                 MOVE 10 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-ENV-CPT NOT = WS-ENV-CPT-ANNONCE
                 DISPLAY "ARRET ENVELOPPE : " WS-ENV-CPT
                         " annonces par la remorque sur "
                         FUNCTION TRIM(WS-ENV-DSN-CTRL)
                 MOVE 10 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-ENV-DATE NOT = WS-ENV-DATE-ATTENDUE
                 DISPLAY "ARRET ENVELOPPE : date d'en-tete "
                         "attendue " WS-ENV-DATE-ATTENDUE " sur "
                         FUNCTION TRIM(WS-ENV-DSN-CTRL)
                 MOVE 10 TO RETURN-CODE
                 GOBACK
              END-IF
              DISPLAY "Enveloppe " FUNCTION TRIM(WS-ENV-SOURCE)
                      " OK : " WS-ENV-CPT " enregistrement(s)"
