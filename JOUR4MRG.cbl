      *> densité additionnée cellule à cellule avec le rendu
      *> imprimable, sommaire et bilan consolidés - si bien que les
      *> bandes peuvent tourner en parallèle dans la fenêtre batch.
      *> Le sommaire et le bilan consolidés portent l'identifiant du
      *> run de la fusion (cf. RUNWS.cpy) : celui de la chaîne quand
      *> JOURCTL l'a lancée, le sien propre sinon. Liste des bandes,
      *> fragments et fichiers réécrits sont inscrits au manifeste de
      *> run (cf. MANWS.cpy), les cumuls de travail exceptés.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUMUL-B-STATUS.
           COPY PUBSEL.
           COPY MANSEL.

       DATA DIVISION.
       FILE SECTION.
           05  WS-BIL-NOM          PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-BIL-VALEUR       PIC 9(10).
           05  FILLER              PIC X(10).
           05  WS-BIL-RUNID        PIC X(26).

       FD  FICHIER-CUMUL-A.
      *> Fichiers de travail de la fusion de densité : le cumul

       COPY PUBFD.

       COPY MANFD.

       WORKING-STORAGE SECTION.
       01  WS-LISTE-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-LISTE-DSN PIC X(200) VALUE
       01  WS-TOK2            PIC X(20) VALUE SPACES.
       01  WS-TOK3            PIC X(20) VALUE SPACES.
       01  WS-SOM-W           PIC X(60) VALUE SPACES.
      *> Ligne de version de la liste de mots (cf. VIGWS.cpy) : la
      *> même pour toutes les bandes d'un run, reprise du premier
      *> fragment qui la porte.
       01  WS-SOM-PARAM-W     PIC X(60) VALUE SPACES.

       01  WS-BIL-NOM-W       PIC X(12) VALUE SPACES.
       01  WS-BIL-VALEUR-W    PIC 9(10) VALUE 0.
       COPY FSTATWS.
       COPY RDEOFWS.
       COPY PUBWS.
       COPY RUNWS.
       COPY DATWS.
       COPY MANWS.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE 'JOUR4MRG' TO WS-RUNID-PROGID
           PERFORM DETERMINER-RUNID
           MOVE 'JOUR4MRG' TO WS-MAN-PROGID
           PERFORM RESOUDRE-DATASETS
      *> C'est la fusion qui publie le résultat JOUR4 des bandes :
      *> marqué ENCOURS pendant l'écriture, PUBLIE en fin normale
           PERFORM FUSIONNER-DENSITES
           PERFORM FUSIONNER-SOMMAIRES
           PERFORM ECRIRE-BILAN
           PERFORM ECRIRE-MANIFESTE
           PERFORM MARQUER-PUBLICATION-FAITE
           DISPLAY "JOUR4MRG : " WS-NB-BANDES " bande(s), "
                   WS-NB-HITS-ECRITS " occurrence(s), "
       CHARGER-LISTE-BANDES.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-LISTE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-LISTE-DSN TO WS-MAN-DSN-W
           MOVE WS-LISTE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-LISTE-STATUS TO WS-FSTAT-CODE
           MOVE WS-LISTE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-LISTE" TO WS-FSTAT-OPER
              END-READ
           END-PERFORM
           CLOSE FICHIER-LISTE
           MOVE WS-LISTE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           IF WS-NB-BANDES = 0
              DISPLAY "ABEND JOUR4MRG : aucune bande dans "
                      FUNCTION TRIM(WS-LISTE-DSN)
      *> entre bandes, le dédoublonnage couvre une liste de bandes
      *> mal découpée).
           OPEN OUTPUT FICHIER-HITLIST-OUT
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-HITLIST-DSN TO WS-MAN-DSN-W
           MOVE WS-HITLIST-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-HITLIST-STATUS TO WS-FSTAT-CODE
           MOVE WS-HITLIST-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-HITLIST-OUT" TO WS-FSTAT-OPER
              MOVE BND-HIT-DSN(WS-BANDE-IDX) TO WS-FRAG-DSN
              PERFORM LIRE-HITLIST-FRAGMENT
           END-PERFORM
           CLOSE FICHIER-HITLIST-OUT
           MOVE WS-HITLIST-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       LIRE-HITLIST-FRAGMENT.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-FRAGMENT
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-FRAG-DSN TO WS-MAN-DSN-W
           MOVE WS-FRAG-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-FRAG-STATUS TO WS-FSTAT-CODE
           MOVE WS-FRAG-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FRAGMENT HIT-LIST" TO WS-FSTAT-OPER
                    PERFORM ECRIRE-HIT-FUSIONNE
              END-READ
           END-PERFORM
           CLOSE FICHIER-FRAGMENT
           MOVE WS-FRAG-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-HIT-FUSIONNE.
           SET HIT-NOUVEAU TO TRUE
       COPIER-FRAGMENT-VERS-A.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-FRAGMENT
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-FRAG-DSN TO WS-MAN-DSN-W
           MOVE WS-FRAG-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-FRAG-STATUS TO WS-FSTAT-CODE
           MOVE WS-FRAG-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FRAGMENT DENSITE" TO WS-FSTAT-OPER
              END-READ
           END-PERFORM
           CLOSE FICHIER-FRAGMENT
           MOVE WS-FRAG-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-CUMUL-A.

       FUSIONNER-UN-FRAGMENT.
           END-IF
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-FRAGMENT
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-FRAG-DSN TO WS-MAN-DSN-W
           MOVE WS-FRAG-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-FRAG-STATUS TO WS-FSTAT-CODE
           MOVE WS-FRAG-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FRAGMENT DENSITE" TO WS-FSTAT-OPER
              END-EVALUATE
           END-PERFORM
           CLOSE FICHIER-FRAGMENT
           MOVE WS-FRAG-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           IF CUMUL-DANS-A
              CLOSE FICHIER-CUMUL-A
              CLOSE FICHIER-CUMUL-B
      *> ligne par ligne (les enregistrements sont triés par ligne).
      *> Une seule bande : le cumul est resté dans A.
           OPEN OUTPUT FICHIER-DENSITE-OUT
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-DENSITE-DSN TO WS-MAN-DSN-W
           MOVE WS-DENSITE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-DENSITE-STATUS TO WS-FSTAT-CODE
           MOVE WS-DENSITE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-DENSITE-OUT" TO WS-FSTAT-OPER
              WRITE WS-DENSITE-LIGNE FROM WS-REN-LIGNE
           END-PERFORM
           PERFORM FERMER-CUMUL-LECTURE
           CLOSE FICHIER-DENSITE-OUT
           MOVE WS-DENSITE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       OUVRIR-CUMUL-LECTURE.
           IF CUMUL-DANS-A
       FUSIONNER-SOMMAIRES.
      *> Additionne la première ligne de chaque sommaire de bande,
      *> puis les lignes MOT par nom et la ligne PARTAGE ; la date
      *> est celle du premier fragment, comme la ligne PARAMETRE
      *> (version de la liste de mots). La ligne PARTAGE fusionnée
      *> est la somme des bandes : une cellule partagée à cheval sur
      *> deux bandes n'est comptée que par la bande propriétaire de
      *> chacun de ses mots, le compte fusionné est donc une borne
              PERFORM LIRE-SOMMAIRE-FRAGMENT
           END-PERFORM
           OPEN OUTPUT FICHIER-SOMMAIRE-OUT
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-SOMMAIRE-DSN TO WS-MAN-DSN-W
           MOVE WS-SOMMAIRE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-SOMMAIRE-STATUS TO WS-FSTAT-CODE
           MOVE WS-SOMMAIRE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SOMMAIRE-OUT" TO WS-FSTAT-OPER
              DELIMITED BY SIZE INTO WS-SOM-W
           END-STRING
           WRITE WS-SOMMAIRE-MOT-LIGNE FROM WS-SOM-W
           IF WS-SOM-PARAM-W NOT = SPACES
              WRITE WS-SOMMAIRE-MOT-LIGNE FROM WS-SOM-PARAM-W
           END-IF
           WRITE WS-SOMMAIRE-MOT-LIGNE FROM WS-RUNID-LIGNE
           CLOSE FICHIER-SOMMAIRE-OUT
           MOVE WS-SOMMAIRE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       LIRE-SOMMAIRE-FRAGMENT.
           SET NOT-FIN-FICHIER TO TRUE
           MOVE 0 TO WS-SOM-PREMIERE
           OPEN INPUT FICHIER-FRAGMENT
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-FRAG-DSN TO WS-MAN-DSN-W
           MOVE WS-FRAG-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-FRAG-STATUS TO WS-FSTAT-CODE
           MOVE WS-FRAG-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FRAGMENT SOMMAIRE" TO WS-FSTAT-OPER
                    PERFORM CUMULER-LIGNE-SOMMAIRE
              END-READ
           END-PERFORM
           CLOSE FICHIER-FRAGMENT
           MOVE WS-FRAG-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       CUMULER-LIGNE-SOMMAIRE.
           IF WS-SOM-PREMIERE = 0
                 WHEN 'PARTAGE'
                    COMPUTE WS-TOT-PARTAGE = WS-TOT-PARTAGE
                       + FUNCTION NUMVAL(WS-TOK2)
                 WHEN 'PARAMETRE'
                    IF WS-SOM-PARAM-W = SPACES
                       MOVE WS-FRAG-RECORD TO WS-SOM-PARAM-W
                    END-IF
      *> Lignes de queue propres aux fragments de bande : elles sont
      *> consommées ici et ne ressortent pas dans le sommaire
      *> consolidé (même contenu qu'un run plein). La ligne RUN d'un
      *> fragment est celle de sa bande : le sommaire consolidé
      *> porte celle de la fusion.
                 WHEN 'LIGNES'
                    COMPUTE WS-TOT-LIGNES = WS-TOT-LIGNES
                       + FUNCTION NUMVAL(WS-TOK2)
                       COMPUTE WS-TOT-LARGEUR =
                          FUNCTION NUMVAL(WS-TOK2)
                    END-IF
                 WHEN 'RUN'
                    CONTINUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE

       ECRIRE-BILAN.
           OPEN OUTPUT FICHIER-BILAN
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           MOVE WS-BILAN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-BILAN-STATUS TO WS-FSTAT-CODE
           MOVE WS-BILAN-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-BILAN" TO WS-FSTAT-OPER
           MOVE "SUPP-CROIX" TO WS-BIL-NOM-W
           MOVE WS-TOT-SUPP-CROIX TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
           CLOSE FICHIER-BILAN
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-LIGNE-BILAN.
           MOVE SPACES TO WS-BILAN-RECORD
           MOVE "JOUR4" TO WS-BIL-PROGID
           MOVE WS-BIL-NOM-W TO WS-BIL-NOM
           MOVE WS-BIL-VALEUR-W TO WS-BIL-VALEUR
           MOVE WS-RUNID TO WS-BIL-RUNID
           WRITE WS-BILAN-RECORD.

       COPY FSTATPR.
       COPY RDEOFPR.
       COPY PUBPR.
       COPY RUNPR.
       COPY DATPR.
       COPY MANPR.
