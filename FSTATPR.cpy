      *> FSTATPR.cpy - Paragraphe partagé de contrôle des codes retour
      *> (FILE STATUS) sur les OPEN de fichiers du batch.
      *> GOBACK plutôt que STOP RUN : lancé seul, le programme
      *> s'arrête de même avec le code 16 ; appelé par JOURCTL, il lui
      *> rend la main avec ce code, que sa politique de relance peut
      *> tenir pour transitoire (fichier encore en transfert).
       VERIFIER-STATUT-FICHIER.
           IF WS-FSTAT-CODE NOT = '00'
              DISPLAY "ABEND - " WS-FSTAT-OPER
                      " : statut " WS-FSTAT-CODE
                      " sur le dataset " WS-FSTAT-DSN
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
