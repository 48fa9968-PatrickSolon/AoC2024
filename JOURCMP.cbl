      *> différente et se termine avec le code retour 6, distinct des
      *> autres codes de la suite : l'après-midi de recette à l'oeil
      *> devient un seul pas de chaîne.
      *> Quelle que soit la règle, l'identifiant de run porté par les
      *> sorties (cf. RUNWS.cpy, forme PROGID-AAAAMMJJHHMMSSCC) est
      *> masqué des deux côtés avant comparaison, et la ligne de
      *> queue "RUN <identifiant>" des sommaires n'est pas comptée :
      *> deux runs ne portent jamais le même identifiant, et une
      *> copie de référence antérieure à l'identifiant reste
      *> valable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-MAN-EOF PIC 9 VALUE 0.
           88  FIN-MANIFESTE      VALUE 1.
           88  NOT-FIN-MANIFESTE  VALUE 0.
      *> Masquage de l'identifiant de run (cf. MASQUER-RUNID).
       01  WS-MSQ-LIGNE       PIC X(250) VALUE SPACES.
       01  WS-MSQ-POS         PIC 9(03) VALUE 0.
       01  WS-MSQ-DEBUT       PIC 9(03) VALUE 0.
       01  WS-MSQ-LONG        PIC 9(03) VALUE 0.
       01  WS-MSQ-QUEUE-FLAG  PIC 9 VALUE 0.
           88  LIGNE-QUEUE-RUN    VALUE 1.
           88  LIGNE-ORDINAIRE    VALUE 0.
       01  WS-ECART-FLAG PIC 9 VALUE 0.
           88  FICHIER-EN-ECART   VALUE 1.
           88  FICHIER-CONFORME   VALUE 0.
       LIRE-LES-DEUX.
           ADD 1 TO WS-LIGNE-COURANTE
           MOVE SPACES TO WS-COURANT-RECORD WS-GOLDEN-RECORD
           SET LIGNE-QUEUE-RUN TO TRUE
           PERFORM UNTIL FIN-COURANT OR LIGNE-ORDINAIRE
              MOVE SPACES TO WS-COURANT-RECORD
              READ FICHIER-COURANT
                 AT END
                    SET FIN-COURANT TO TRUE
                 NOT AT END
                    MOVE WS-COURANT-RECORD TO WS-MSQ-LIGNE
                    PERFORM MASQUER-RUNID
                    MOVE WS-MSQ-LIGNE TO WS-COURANT-RECORD
                    IF LIGNE-ORDINAIRE
                       ADD 1 TO WS-NB-CRT
                    END-IF
              END-READ
           END-PERFORM
           SET LIGNE-QUEUE-RUN TO TRUE
           PERFORM UNTIL FIN-GOLDEN OR LIGNE-ORDINAIRE
              MOVE SPACES TO WS-GOLDEN-RECORD
              READ FICHIER-GOLDEN
                 AT END
                    SET FIN-GOLDEN TO TRUE
                 NOT AT END
                    MOVE WS-GOLDEN-RECORD TO WS-MSQ-LIGNE
                    PERFORM MASQUER-RUNID
                    MOVE WS-MSQ-LIGNE TO WS-GOLDEN-RECORD
                    IF LIGNE-ORDINAIRE
                       ADD 1 TO WS-NB-GLD
                    END-IF
              END-READ
           END-PERFORM.

       MASQUER-RUNID.
      *> Blanchit dans WS-MSQ-LIGNE chaque identifiant de run : un
      *> tiret suivi de 16 chiffres en fin de mot, précédé d'un
      *> PROGRAM-ID de 8 caractères au plus. Une ligne "RUN " qui
      *> n'a plus rien derrière son identifiant est la queue d'un
      *> sommaire (LIGNE-QUEUE-RUN).
           PERFORM VARYING WS-MSQ-POS FROM 2 BY 1
              UNTIL WS-MSQ-POS > 233
              IF WS-MSQ-LIGNE(WS-MSQ-POS:1) = '-'
                 AND WS-MSQ-LIGNE(WS-MSQ-POS + 1:16) IS NUMERIC
                 AND WS-MSQ-LIGNE(WS-MSQ-POS + 17:1) = SPACE
                 MOVE WS-MSQ-POS TO WS-MSQ-DEBUT
                 PERFORM UNTIL WS-MSQ-DEBUT = 1
                    OR WS-MSQ-LIGNE(WS-MSQ-DEBUT - 1:1) = SPACE
                    SUBTRACT 1 FROM WS-MSQ-DEBUT
                 END-PERFORM
                 IF WS-MSQ-POS - WS-MSQ-DEBUT <= 8
                    COMPUTE WS-MSQ-LONG =
                       WS-MSQ-POS - WS-MSQ-DEBUT + 17
                    MOVE SPACES
                       TO WS-MSQ-LIGNE(WS-MSQ-DEBUT:WS-MSQ-LONG)
                 END-IF
              END-IF
           END-PERFORM
           SET LIGNE-ORDINAIRE TO TRUE
           IF WS-MSQ-LIGNE(1:4) = 'RUN ' AND WS-MSQ-LIGNE(5:) = SPACES
              SET LIGNE-QUEUE-RUN TO TRUE
           END-IF.

       COMPARER-LA-PAIRE.
