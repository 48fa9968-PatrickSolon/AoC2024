      *> REGPR.cpy - Paragraphes partagés du registre des entrées
      *> (cf. REGWS.cpy pour le protocole d'appel). S'appuie sur
      *> CALCULER-EMPREINTE (MANPR.cpy), DETERMINER-DATE-TRAITEMENT
      *> (DATPR.cpy), VERIFIER-HABILITATION (HABPR.cpy) et le journal
      *> de run structuré (LOGPR.cpy, déjà ouvert).
       INSCRIRE-ENTREE.
           MOVE WS-REG-DSN-W TO WS-MAN-SCAN-DSN
           PERFORM CALCULER-EMPREINTE
           IF MAN-SCAN-PRESENT
              PERFORM RESOUDRE-REGISTRE-DSN
              PERFORM DETERMINER-DATE-TRAITEMENT
              MOVE WS-DAT-TRAITEMENT TO WS-REG-DATE
              MOVE "ACCEPTE" TO WS-REG-STATUT-W
              SET REG-INEDIT TO TRUE
              IF WS-REG-NATURE-W = "EXTRAIT" AND WS-MAN-NB-ENREG > 0
                 PERFORM CHERCHER-DOUBLON-ENTREE
              END-IF
              IF REG-DOUBLON
                 PERFORM CONTROLER-FORCE-DOUBLON
              END-IF
              IF REG-DOUBLON
                 MOVE "REFUSE" TO WS-REG-STATUT-W
                 MOVE SPACES TO WS-REG-ARCHIVE-DSN
                 PERFORM ECRIRE-REGISTRE-ENTREE
                 PERFORM REFUSER-DOUBLON-ENTREE
              END-IF
              PERFORM ARCHIVER-ENTREE
              PERFORM ECRIRE-REGISTRE-ENTREE
           END-IF.

       RESOUDRE-REGISTRE-DSN.
           ACCEPT WS-REG-DSN FROM ENVIRONMENT "AOC_REGISTRE_ENTREES_DSN"
           IF WS-REG-DSN = SPACES
              MOVE WS-REG-DSN-DEFAUT TO WS-REG-DSN
           END-IF
           ACCEPT WS-REG-REPERTOIRE
              FROM ENVIRONMENT "AOC_ARCHIVE_ENTREES_REPERTOIRE"
           IF WS-REG-REPERTOIRE = SPACES
              MOVE WS-REG-REPERTOIRE-DEFAUT TO WS-REG-REPERTOIRE
           END-IF.

       CHERCHER-DOUBLON-ENTREE.
      *> Registre absent (statut '35') : premier run, pas de doublon.
      *> Les lignes REFUSE ne comptent pas : seul un extrait
      *> effectivement traité fait foi.
           MOVE ZERO TO WS-REG-DOUBLON-DATE
           MOVE SPACES TO WS-REG-DOUBLON-DSN
           OPEN INPUT FICHIER-REGISTRE-ENTREES
           IF WS-REG-STATUS = '00'
              SET NOT-FIN-REGISTRE TO TRUE
              PERFORM UNTIL FIN-REGISTRE OR REG-DOUBLON
                 READ FICHIER-REGISTRE-ENTREES
                    AT END
                       SET FIN-REGISTRE TO TRUE
                    NOT AT END
                       IF WS-REG-REC-PROGID = WS-MAN-PROGID
                          AND WS-REG-REC-NATURE = "EXTRAIT"
                          AND WS-REG-REC-STATUT NOT = "REFUSE"
                          AND WS-REG-REC-DATE NOT = WS-REG-DATE
                          AND WS-REG-REC-NB = WS-MAN-NB-ENREG
                          AND WS-REG-REC-EMPREINTE = WS-MAN-EMPREINTE
                          SET REG-DOUBLON TO TRUE
                          MOVE WS-REG-REC-DATE TO WS-REG-DOUBLON-DATE
                          MOVE WS-REG-REC-DSN  TO WS-REG-DOUBLON-DSN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-REGISTRE-ENTREES
           END-IF.

       CONTROLER-FORCE-DOUBLON.
      *> Le passage en force d'un doublon est réservé aux opérateurs
      *> habilités (AOC-DOUBLON, cf. HABWS.cpy) : sans habilitation,
      *> la demande est tracée au journal et traitée comme absente.
           ACCEPT WS-REG-FORCE-X FROM ENVIRONMENT "AOC_DOUBLON_FORCE"
           IF WS-REG-FORCE-X = 'O'
              MOVE 'AOC-DOUBLON' TO WS-HAB-ACTION
              PERFORM VERIFIER-HABILITATION
              IF HAB-ACCORDEE
                 SET REG-INEDIT TO TRUE
                 MOVE "FORCE" TO WS-REG-STATUT-W
                 MOVE SPACES TO WS-LOG-MESSAGE
                 STRING "FORCE DOUBLON " FUNCTION TRIM(WS-REG-DSN-W)
                    " DEJA ACCEPTE LE " WS-REG-DOUBLON-DATE
                    " OPERATEUR " WS-HAB-OPERATEUR
                    DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                 END-STRING
                 PERFORM ECRIRE-JOURNAL
              END-IF
           END-IF.

       REFUSER-DOUBLON-ENTREE.
           DISPLAY "REFUS " FUNCTION TRIM(WS-MAN-PROGID)
                   " : extrait " FUNCTION TRIM(WS-REG-DSN-W)
                   " identique a celui accepte le "
                   WS-REG-DOUBLON-DATE " ("
                   FUNCTION TRIM(WS-REG-DOUBLON-DSN) ", "
                   WS-MAN-NB-ENREG " enregistrement(s), empreinte "
                   WS-MAN-EMPREINTE ") ; AOC_DOUBLON_FORCE=O pour "
                   "passer outre"
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "REFUS DOUBLON " FUNCTION TRIM(WS-REG-DSN-W)
              " DEJA ACCEPTE LE " WS-REG-DOUBLON-DATE
              " EMPREINTE " WS-MAN-EMPREINTE
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
      *> GOBACK plutôt que STOP RUN : appelé par JOURCTL, le refus
      *> lui revient avec le code 14 (politique du pas, fichier
      *> d'état, journal de la chaîne). L'extrait est inscrit avant
      *> le verrou du point de reprise : aucun verrou n'est laissé.
           MOVE 14 TO RETURN-CODE
           PERFORM FERMER-JOURNAL
           GOBACK.

       ARCHIVER-ENTREE.
      *> Copie ligne à ligne dans le répertoire du jour de
      *> traitement, créé au besoin (CBL_CREATE_DIR rend un code non
      *> nul quand le répertoire existe déjà : le code retour du
      *> programme est préservé).
           MOVE RETURN-CODE TO WS-REG-RC-SAUVE
           CALL "CBL_CREATE_DIR" USING WS-REG-REPERTOIRE
           MOVE SPACES TO WS-REG-REP-JOUR
           STRING FUNCTION TRIM(WS-REG-REPERTOIRE) "/" WS-REG-DATE
              DELIMITED BY SIZE INTO WS-REG-REP-JOUR
           END-STRING
           CALL "CBL_CREATE_DIR" USING WS-REG-REP-JOUR
           MOVE WS-REG-RC-SAUVE TO RETURN-CODE
      *> Nom de base : ce qui suit le dernier '/' du DSN.
           MOVE FUNCTION REVERSE(FUNCTION TRIM(WS-REG-DSN-W))
              TO WS-REG-INVERSE
           MOVE ZERO TO WS-REG-LONG
           INSPECT WS-REG-INVERSE TALLYING WS-REG-LONG
              FOR CHARACTERS BEFORE INITIAL '/'
           MOVE FUNCTION REVERSE(WS-REG-INVERSE(1:WS-REG-LONG))
              TO WS-REG-NOM-BASE
           ACCEPT WS-REG-HEURE FROM TIME
           MOVE SPACES TO WS-REG-ARCHIVE-DSN
           STRING FUNCTION TRIM(WS-REG-REP-JOUR) "/"
              FUNCTION TRIM(WS-MAN-PROGID) "." WS-REG-HEURE "."
              FUNCTION TRIM(WS-REG-NOM-BASE)
              DELIMITED BY SIZE INTO WS-REG-ARCHIVE-DSN
           END-STRING
           MOVE WS-REG-DSN-W TO WS-REG-SOURCE-DSN
           OPEN INPUT FICHIER-REG-SOURCE
           MOVE WS-REG-SOURCE-STATUS TO WS-FSTAT-CODE
           MOVE WS-REG-SOURCE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-REG-SOURCE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-REG-ARCHIVE
           MOVE WS-REG-ARCHIVE-STATUS TO WS-FSTAT-CODE
           MOVE WS-REG-ARCHIVE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-REG-ARCHIVE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE ZERO TO WS-REG-NB-LIGNES
           SET NOT-FIN-COPIE-ENTREE TO TRUE
           PERFORM UNTIL FIN-COPIE-ENTREE
              MOVE SPACES TO WS-REG-SOURCE-RECORD
              READ FICHIER-REG-SOURCE
                 AT END
                    SET FIN-COPIE-ENTREE TO TRUE
                 NOT AT END
                    WRITE WS-REG-ARCHIVE-RECORD
                       FROM WS-REG-SOURCE-RECORD
                    ADD 1 TO WS-REG-NB-LIGNES
              END-READ
           END-PERFORM
           CLOSE FICHIER-REG-SOURCE
           CLOSE FICHIER-REG-ARCHIVE.

       ECRIRE-REGISTRE-ENTREE.
      *> OPEN EXTEND ne crée pas le registre s'il n'existe pas encore
      *> (statut '35') : on retombe alors sur OPEN OUTPUT.
           ACCEPT WS-REG-DATE-W FROM DATE YYYYMMDD
           ACCEPT WS-REG-HEURE FROM TIME
           COMPUTE WS-REG-HORODATE = WS-REG-DATE-W * 1000000
                                   + WS-REG-HEURE / 100
           OPEN EXTEND FICHIER-REGISTRE-ENTREES
           IF WS-REG-STATUS = '35'
              OPEN OUTPUT FICHIER-REGISTRE-ENTREES
           END-IF
           MOVE WS-REG-STATUS TO WS-FSTAT-CODE
           MOVE WS-REG-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-REGISTRE-ENTREES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE SPACES TO WS-REG-RECORD
           MOVE WS-REG-DATE        TO WS-REG-REC-DATE
           MOVE WS-MAN-PROGID      TO WS-REG-REC-PROGID
           MOVE WS-REG-NATURE-W    TO WS-REG-REC-NATURE
           MOVE WS-REG-STATUT-W    TO WS-REG-REC-STATUT
           MOVE WS-MAN-NB-ENREG    TO WS-REG-REC-NB
           MOVE WS-MAN-EMPREINTE   TO WS-REG-REC-EMPREINTE
           MOVE WS-REG-HORODATE    TO WS-REG-REC-HORODATE
           MOVE WS-REG-DSN-W       TO WS-REG-REC-DSN
           MOVE WS-REG-ARCHIVE-DSN TO WS-REG-REC-ARCHIVE
           WRITE WS-REG-RECORD
           CLOSE FICHIER-REGISTRE-ENTREES
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "REGISTRE " FUNCTION TRIM(WS-REG-NATURE-W) " "
              FUNCTION TRIM(WS-REG-STATUT-W) " "
              FUNCTION TRIM(WS-REG-DSN-W) " " WS-MAN-NB-ENREG
              " " WS-MAN-EMPREINTE
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.
