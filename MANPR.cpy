      *> MANPR.cpy - Paragraphes partagés du manifeste de run (cf.
      *> MANWS.cpy pour le protocole d'appel).
       MANIFESTE-OUVERTURE.
           IF WS-MAN-STATUT-W(1:1) = '0'
              PERFORM CHERCHER-MANIFESTE
              IF MAN-ABSENT AND WS-MAN-NB < WS-MAN-MAX
                 PERFORM HORODATER-MANIFESTE
                 ADD 1 TO WS-MAN-NB
                 MOVE WS-MAN-ROLE-W   TO MAN-TBL-ROLE(WS-MAN-NB)
                 MOVE WS-MAN-DSN-W    TO MAN-TBL-DSN(WS-MAN-NB)
                 MOVE WS-MAN-HORODATE TO MAN-TBL-OUVERTURE(WS-MAN-NB)
                 MOVE ZERO            TO MAN-TBL-FERMETURE(WS-MAN-NB)
              END-IF
           END-IF.

       MANIFESTE-FERMETURE.
           PERFORM CHERCHER-MANIFESTE
           IF MAN-TROUVE
              PERFORM HORODATER-MANIFESTE
              MOVE WS-MAN-HORODATE TO MAN-TBL-FERMETURE(WS-MAN-IDX)
           END-IF.

       CHERCHER-MANIFESTE.
      *> En sortie, WS-MAN-IDX désigne l'entrée de WS-MAN-DSN-W
      *> quand MAN-TROUVE est levé.
           SET MAN-ABSENT TO TRUE
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
              UNTIL WS-MAN-IDX > WS-MAN-NB OR MAN-TROUVE
              IF MAN-TBL-DSN(WS-MAN-IDX) = WS-MAN-DSN-W
                 SET MAN-TROUVE TO TRUE
              END-IF
           END-PERFORM
           IF MAN-TROUVE
              SUBTRACT 1 FROM WS-MAN-IDX
           END-IF.

       HORODATER-MANIFESTE.
           ACCEPT WS-MAN-DATE-W FROM DATE YYYYMMDD
           ACCEPT WS-MAN-HEURE-W FROM TIME
           COMPUTE WS-MAN-HORODATE = WS-MAN-DATE-W * 1000000
                                   + WS-MAN-HEURE-W / 100.

       RESOUDRE-MANIFESTE-DSN.
           ACCEPT WS-MAN-DSN FROM ENVIRONMENT "AOC_MANIFESTE_DSN"
           IF WS-MAN-DSN = SPACES
              MOVE WS-DEFAUT-MAN-DSN TO WS-MAN-DSN
           END-IF.

       ECRIRE-MANIFESTE.
      *> Appelé en fin normale de run, tous les datasets fermés : un
      *> dataset resté ouvert prend l'heure d'écriture du manifeste
      *> comme fermeture.
           PERFORM RESOUDRE-MANIFESTE-DSN
      *> Les lignes sont datées de la date de traitement (cf.
      *> DATWS.cpy) : un retraitement s'inscrit au manifeste du jour
      *> retraité, que JOURMAN interroge par cette date.
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-MAN-DATE-RUN
      *> OPEN EXTEND ne crée pas le fichier s'il n'existe pas encore
      *> (statut '35') : on retombe alors sur OPEN OUTPUT.
           OPEN EXTEND FICHIER-MANIFESTE
           IF WS-MAN-STATUS = '35'
              OPEN OUTPUT FICHIER-MANIFESTE
           END-IF
           MOVE WS-MAN-STATUS TO WS-FSTAT-CODE
           MOVE WS-MAN-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-MANIFESTE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE WS-RUNID TO WS-MAN-RUNID-MASQUE
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
              UNTIL WS-MAN-IDX > WS-MAN-NB
              MOVE MAN-TBL-DSN(WS-MAN-IDX) TO WS-MAN-SCAN-DSN
              PERFORM CALCULER-EMPREINTE
              IF MAN-TBL-FERMETURE(WS-MAN-IDX) = ZERO
                 PERFORM HORODATER-MANIFESTE
                 MOVE WS-MAN-HORODATE
                    TO MAN-TBL-FERMETURE(WS-MAN-IDX)
              END-IF
              MOVE SPACES TO WS-MAN-RECORD
              MOVE WS-MAN-DATE-RUN  TO WS-MAN-REC-DATE
              MOVE WS-MAN-PROGID    TO WS-MAN-REC-PROGID
              MOVE MAN-TBL-ROLE(WS-MAN-IDX) TO WS-MAN-REC-ROLE
              MOVE WS-MAN-NB-ENREG  TO WS-MAN-REC-NB
              MOVE WS-MAN-EMPREINTE TO WS-MAN-REC-EMPREINTE
              MOVE MAN-TBL-OUVERTURE(WS-MAN-IDX)
                 TO WS-MAN-REC-OUVERTURE
              MOVE MAN-TBL-FERMETURE(WS-MAN-IDX)
                 TO WS-MAN-REC-FERMETURE
              MOVE MAN-TBL-DSN(WS-MAN-IDX) TO WS-MAN-REC-DSN
              MOVE WS-RUNID         TO WS-MAN-REC-RUNID
              WRITE WS-MAN-RECORD
           END-PERFORM
           CLOSE FICHIER-MANIFESTE
           MOVE SPACES TO WS-MAN-RUNID-MASQUE
           DISPLAY WS-MAN-PROGID " : " WS-MAN-NB
                   " dataset(s) inscrit(s) au manifeste "
                   FUNCTION TRIM(WS-MAN-DSN).

       CALCULER-EMPREINTE.
      *> Compte les lignes de WS-MAN-SCAN-DSN et calcule l'empreinte
      *> Adler-32 de son contenu (cf. MANWS.cpy). Dataset absent :
      *> MAN-SCAN-ABSENT, compte et empreinte à zéro. Les
      *> occurrences de WS-MAN-RUNID-MASQUE sont remplacées par des
      *> blancs avant le calcul.
           MOVE ZERO TO WS-MAN-NB-ENREG WS-MAN-EMPREINTE
           MOVE ZERO TO WS-MAN-MASQUE-LONG
           IF WS-MAN-RUNID-MASQUE NOT = SPACES
              COMPUTE WS-MAN-MASQUE-LONG = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-MAN-RUNID-MASQUE TRAILING))
           END-IF
           MOVE 1 TO WS-MAN-EMP-A
           MOVE 0 TO WS-MAN-EMP-B
           SET MAN-SCAN-ABSENT TO TRUE
           OPEN INPUT FICHIER-MAN-SCAN
           IF WS-MAN-SCAN-STATUS = '00'
              SET MAN-SCAN-PRESENT TO TRUE
              PERFORM UNTIL WS-MAN-SCAN-STATUS NOT = '00'
                 MOVE SPACES TO WS-MAN-SCAN-RECORD
                 READ FICHIER-MAN-SCAN
                 IF WS-MAN-SCAN-STATUS = '00'
                    ADD 1 TO WS-MAN-NB-ENREG
                    IF WS-MAN-MASQUE-LONG > 0
                       INSPECT WS-MAN-SCAN-RECORD REPLACING ALL
                          WS-MAN-RUNID-MASQUE(1:WS-MAN-MASQUE-LONG)
                          BY WS-MAN-MASQUE-BLANCS(1:WS-MAN-MASQUE-LONG)
                    END-IF
                    IF WS-MAN-SCAN-RECORD = SPACES
                       MOVE 0 TO WS-MAN-LONG
                    ELSE
                       COMPUTE WS-MAN-LONG = FUNCTION LENGTH(
                          FUNCTION TRIM(WS-MAN-SCAN-RECORD TRAILING))
                    END-IF
                    PERFORM VARYING WS-MAN-POS FROM 1 BY 1
                       UNTIL WS-MAN-POS > WS-MAN-LONG
                       COMPUTE WS-MAN-OCTET = FUNCTION ORD(
                          WS-MAN-SCAN-RECORD(WS-MAN-POS:1)) - 1
                       PERFORM CUMULER-EMPREINTE
                    END-PERFORM
                    MOVE 10 TO WS-MAN-OCTET
                    PERFORM CUMULER-EMPREINTE
                 END-IF
              END-PERFORM
              CLOSE FICHIER-MAN-SCAN
              COMPUTE WS-MAN-EMPREINTE = WS-MAN-EMP-B * 65536
                                       + WS-MAN-EMP-A
           END-IF.

       CUMULER-EMPREINTE.
           ADD WS-MAN-OCTET TO WS-MAN-EMP-A
           IF WS-MAN-EMP-A >= 65521
              SUBTRACT 65521 FROM WS-MAN-EMP-A
           END-IF
           ADD WS-MAN-EMP-A TO WS-MAN-EMP-B
           IF WS-MAN-EMP-B >= 65521
              SUBTRACT 65521 FROM WS-MAN-EMP-B
           END-IF.
