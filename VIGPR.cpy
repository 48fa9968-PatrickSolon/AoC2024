      *> VIGPR.cpy - Paragraphes partagés de la vigueur datée des
      *> fichiers paramètres (cf. VIGWS.cpy pour le protocole).
       INITIALISER-VIGUEUR.
           SET VIG-PAR-FICHIER TO TRUE
           MOVE ZERO TO WS-VIG-DEBUT-MAX WS-VIG-NB-RETENUES
                        WS-VIG-NB-ECARTEES WS-VIG-EMPREINTE
           MOVE 1 TO WS-VIG-EMP-A
           MOVE 0 TO WS-VIG-EMP-B
           MOVE SPACES TO WS-VIG-VERSION.

       FILTRER-VIGUEUR.
           PERFORM ANALYSER-FENETRE-VIGUEUR
           IF WS-VIG-MOTIF NOT = SPACES
              PERFORM REFUSER-FENETRE-VIGUEUR
           END-IF
           SET VIG-RETENUE TO TRUE
           IF WS-VIG-DATE < WS-VIG-DEBUT OR WS-VIG-DATE > WS-VIG-FIN
              SET VIG-ECARTEE TO TRUE
              ADD 1 TO WS-VIG-NB-ECARTEES
           END-IF
           IF VIG-RETENUE AND WS-VIG-ENTREE NOT = SPACES
              ADD 1 TO WS-VIG-NB-RETENUES
              IF WS-VIG-DEBUT > WS-VIG-DEBUT-MAX
                 MOVE WS-VIG-DEBUT TO WS-VIG-DEBUT-MAX
              END-IF
              COMPUTE WS-VIG-LONG = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-VIG-ENTREE TRAILING))
              PERFORM VARYING WS-VIG-POS FROM 1 BY 1
                 UNTIL WS-VIG-POS > WS-VIG-LONG
                 COMPUTE WS-VIG-OCTET = FUNCTION ORD(
                    WS-VIG-ENTREE(WS-VIG-POS:1)) - 1
                 PERFORM CUMULER-EMPREINTE-VIGUEUR
              END-PERFORM
              MOVE 10 TO WS-VIG-OCTET
              PERFORM CUMULER-EMPREINTE-VIGUEUR
           END-IF.

       ANALYSER-FENETRE-VIGUEUR.
      *> Décompose la ligne sans rien décider ni arrêter : bornes dans
      *> WS-VIG-DEBUT/WS-VIG-FIN, entrée dans WS-VIG-ENTREE, et motif
      *> dans WS-VIG-MOTIF quand la fenêtre est illisible (à blanc
      *> sinon, WS-VIG-LIGNE restant alors intacte).
           MOVE SPACES TO WS-VIG-MOTIF
           MOVE ZERO TO WS-VIG-DEBUT
           MOVE 99999999 TO WS-VIG-FIN
           MOVE FUNCTION TRIM(WS-VIG-LIGNE LEADING) TO WS-VIG-ENTREE
           IF WS-VIG-ENTREE(1:1) = '['
      *>      WS-VIG-POS : rang du ']' fermant moins un.
              MOVE ZERO TO WS-VIG-POS
              INSPECT WS-VIG-ENTREE TALLYING WS-VIG-POS
                 FOR CHARACTERS BEFORE INITIAL ']'
              EVALUATE TRUE
                 WHEN WS-VIG-POS < 2
                    MOVE "fenetre vide" TO WS-VIG-MOTIF
                 WHEN WS-VIG-POS > 41
                    MOVE "fenetre non fermee" TO WS-VIG-MOTIF
                 WHEN OTHER
                    MOVE WS-VIG-ENTREE(2:WS-VIG-POS - 1)
                       TO WS-VIG-FENETRE
                    MOVE ZERO TO WS-VIG-NB-TIRETS
                    INSPECT WS-VIG-FENETRE TALLYING WS-VIG-NB-TIRETS
                       FOR ALL '-'
                    IF WS-VIG-NB-TIRETS NOT = 1
                       MOVE "fenetre sans tiret unique"
                          TO WS-VIG-MOTIF
                    END-IF
              END-EVALUATE
              IF WS-VIG-MOTIF = SPACES
                 MOVE SPACES TO WS-VIG-DEBUT-X WS-VIG-FIN-X
                 UNSTRING WS-VIG-FENETRE DELIMITED BY '-'
                    INTO WS-VIG-DEBUT-X WS-VIG-FIN-X
                 END-UNSTRING
                 MOVE FUNCTION TRIM(WS-VIG-DEBUT-X) TO WS-VIG-DEBUT-X
                 MOVE FUNCTION TRIM(WS-VIG-FIN-X)   TO WS-VIG-FIN-X
                 IF WS-VIG-DEBUT-X NOT = SPACES
                    IF WS-VIG-DEBUT-X(1:8) IS NOT NUMERIC
                       OR WS-VIG-DEBUT-X(9:) NOT = SPACES
                       MOVE "debut de fenetre non AAAAMMJJ"
                          TO WS-VIG-MOTIF
                    ELSE
                       MOVE WS-VIG-DEBUT-X(1:8) TO WS-VIG-DEBUT
                    END-IF
                 END-IF
                 IF WS-VIG-FIN-X NOT = SPACES
                    IF WS-VIG-FIN-X(1:8) IS NOT NUMERIC
                       OR WS-VIG-FIN-X(9:) NOT = SPACES
                       MOVE "fin de fenetre non AAAAMMJJ"
                          TO WS-VIG-MOTIF
                    ELSE
                       MOVE WS-VIG-FIN-X(1:8) TO WS-VIG-FIN
                    END-IF
                 END-IF
              END-IF
              IF WS-VIG-MOTIF = SPACES AND WS-VIG-DEBUT > WS-VIG-FIN
                 MOVE "debut de fenetre apres la fin" TO WS-VIG-MOTIF
              END-IF
              IF WS-VIG-MOTIF = SPACES
                 MOVE SPACES TO WS-VIG-LIGNE
                 IF WS-VIG-POS < 254
                    MOVE WS-VIG-ENTREE(WS-VIG-POS + 2:) TO WS-VIG-LIGNE
                 END-IF
                 MOVE FUNCTION TRIM(WS-VIG-LIGNE LEADING)
                    TO WS-VIG-ENTREE
              END-IF
           END-IF.

       CUMULER-EMPREINTE-VIGUEUR.
           ADD WS-VIG-OCTET TO WS-VIG-EMP-A
           IF WS-VIG-EMP-A >= 65521
              SUBTRACT 65521 FROM WS-VIG-EMP-A
           END-IF
           ADD WS-VIG-EMP-A TO WS-VIG-EMP-B
           IF WS-VIG-EMP-B >= 65521
              SUBTRACT 65521 FROM WS-VIG-EMP-B
           END-IF.

       REFUSER-FENETRE-VIGUEUR.
           DISPLAY "ABEND - fenetre de vigueur invalide dans "
                   FUNCTION TRIM(WS-VIG-NOM) " ("
                   FUNCTION TRIM(WS-VIG-MOTIF) ") : "
                   FUNCTION TRIM(WS-VIG-LIGNE)
      *> GOBACK plutôt que STOP RUN : appelé par JOURCTL, l'arrêt
      *> lui revient avec le code 16. Les fichiers paramètres sont
      *> chargés avant le verrou du point de reprise : aucun verrou
      *> n'est laissé.
           MOVE 16 TO RETURN-CODE
           GOBACK.

       FORMATER-VERSION-VIGUEUR.
           MOVE SPACES TO WS-VIG-VERSION
           IF VIG-PAR-DEFAUT
              STRING "PARAMETRE " FUNCTION TRIM(WS-VIG-NOM)
                 " DEFAUT"
                 DELIMITED BY SIZE INTO WS-VIG-VERSION
              END-STRING
           ELSE
              COMPUTE WS-VIG-EMPREINTE = WS-VIG-EMP-B * 65536
                                       + WS-VIG-EMP-A
              STRING "PARAMETRE " FUNCTION TRIM(WS-VIG-NOM) " "
                 WS-VIG-DEBUT-MAX " " WS-VIG-NB-RETENUES " "
                 WS-VIG-EMPREINTE
                 DELIMITED BY SIZE INTO WS-VIG-VERSION
              END-STRING
           END-IF.
