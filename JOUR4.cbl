           COPY LOGSEL.
           COPY CKPTSEL.
           COPY PUBSEL.
           COPY MANSEL.
           COPY REGSEL.
           COPY HABSEL.
           COPY PANSEL.

       DATA DIVISION.
          FILE SECTION.
                 05 WS-HIT-COLONNE    PIC 9(03).
                 05 FILLER            PIC X(01).
                 05 WS-HIT-DIRECTION  PIC 9(02).
      *          Panneau d'origine de l'occurrence (à blanc en mode
      *          mono-grille, la ligne garde alors sa longueur).
                 05 FILLER            PIC X(01).
                 05 WS-HIT-PANNEAU    PIC X(08).

            FD FICHIER-SOMMAIRE.
      *       En mode multi-motifs, des lignes par mot puis une ligne
      *       de recouvrement suivent le résumé (le pilote ne lit que
      *       la première ligne, cf. WS-SOMMAIRE-MOT-LIGNE), puis la
      *       version de la liste de mots en vigueur (cf. VIGWS.cpy) ;
      *       la dernière ligne est "RUN <identifiant>" (RUNWS.cpy).
      *       Les FILLER de séparation sont positionnés à SPACE par
      *       ECRIRE-SOMMAIRE (MOVE SPACES TO WS-SOMMAIRE-RECORD) : un
      *       FD n'initialise pas ses champs via VALUE à chaque
      *       compteur clé), relu par le pas d'équilibrage JOURBAL :
      *       le compte XMAS doit y retomber sur le nombre de lignes
      *       de la hit-list. Les FILLER de séparation sont
      *       positionnés à SPACE par ECRIRE-LIGNE-BILAN. En mode
      *       multi-panneaux, les lignes PAN- portent en queue le
      *       panneau concerné (à blanc sur les totaux de la suite).
      *       Chaque ligne se termine par l'identifiant du run (cf.
      *       RUNWS.cpy).
              01 WS-BILAN-RECORD.
                 05 WS-BIL-PROGID       PIC X(08).
                 05 FILLER              PIC X(01).
                 05 WS-BIL-NOM          PIC X(12).
                 05 FILLER              PIC X(01).
                 05 WS-BIL-VALEUR       PIC 9(10).
                 05 FILLER              PIC X(01).
                 05 WS-BIL-PANNEAU      PIC X(08).
                 05 FILLER              PIC X(01).
                 05 WS-BIL-RUNID        PIC X(26).

            FD FICHIER-MASQUE.
      *       Masque d'exclusion optionnel, même géométrie que la
      *       Liste de motifs optionnelle : un mot par ligne (20 au
      *       plus). Tous les mots sont cherchés en une seule passe
      *       de la grille ; sans liste, le mot unique historique
      *       (JOUR4_MOT_RECHERCHE) reste le comportement. Chaque
      *       mot peut être précédé de sa fenêtre de vigueur (cf.
      *       VIGWS.cpy).
              01 WS-MOTS-RECORD PIC X(60).

            FD FICHIER-GRILLE-PREC.
      *       Photographie de la grille du run précédent : relue au
                 05 WS-HP-COLONNE     PIC 9(03).
                 05 FILLER            PIC X(01).
                 05 WS-HP-DIRECTION   PIC 9(02).
                 05 FILLER            PIC X(01).
                 05 WS-HP-PANNEAU     PIC X(08).

            FD FICHIER-DELTA-GRILLE.
      *       Rapport des écarts jour sur jour : occurrences gagnées

           COPY PUBFD.

           COPY MANFD.

           COPY REGFD.

           COPY HABFD.

           COPY PANFD.

       WORKING-STORAGE SECTION.
      *    Nom du dataset d'entrée : fourni par PARM/variable
      *    d'environnement JOUR4_INPUT_DSN, sinon valeur par défaut,
       01  WS-BILAN-STATUS          PIC X(02) VALUE '00'.
       01  WS-BIL-NOM-W             PIC X(12) VALUE SPACES.
       01  WS-BIL-VALEUR-W          PIC 9(10) VALUE 0.
       01  WS-BIL-PANNEAU-W         PIC X(08) VALUE SPACES.

      *    Masque d'exclusion des cellules connues mauvaises : chargé
      *    depuis le dataset optionnel JOUR4_MASQUE_DSN, consulté par
       01  WS-SOMMAIRE-STATUS       PIC X(02) VALUE '00'.
       01  WS-RUN-DATE              PIC 9(08) VALUE 0.

      *    Mode multi-panneaux (cf. PANWS.cpy) : les compteurs du run
      *    cumulent la suite, les sous-totaux de chaque panneau sont
      *    pris par différence avant/après son traitement (même
      *    principe que les sous-totaux par fichier de JOUR3) pour
      *    les lignes PANNEAU du sommaire et PAN- du bilan.
       01  TABLE-COMPTES-PANNEAUX.
           05  CPT-PANNEAU-ENTRY OCCURS 20.
               10  CPT-LIGNES       PIC 9(06).
               10  CPT-XMAS         PIC 9(06).
               10  CPT-CROIX        PIC 9(06).
               10  CPT-SUPP-XMAS    PIC 9(06).
               10  CPT-SUPP-CROIX   PIC 9(06).
       01  WS-XMAS-AVANT            PIC 9(06) VALUE 0.
       01  WS-CROIX-AVANT           PIC 9(06) VALUE 0.
       01  WS-SUPP-XMAS-AVANT       PIC 9(06) VALUE 0.
       01  WS-SUPP-CROIX-AVANT      PIC 9(06) VALUE 0.
       01  WS-NB-LIGNES-RUN         PIC 9(06) VALUE 0.

       COPY CKPTWS.
       COPY LOGWS.
       COPY RUNWS.
       COPY FSTATWS.
       COPY RDEOFWS.
       COPY ENVWS.
       COPY DATWS.
       COPY VIGWS.
       COPY PUBWS.
       COPY MANWS.
       COPY REGWS.
       COPY HABWS.
       COPY PANWS.

       PROCEDURE DIVISION.
       Main-Logic.
              TO WS-LOG-DSN-DEFAUT
           PERFORM OUVRIR-JOURNAL
           perform resoudre-input-dsn
           MOVE 'JOUR4' TO WS-PAN-PROGID
           PERFORM CHARGER-LISTE-PANNEAUX
           perform resoudre-mot-recherche
           perform charger-mots
           perform resoudre-mode-bande
      *    Une bande découpe une grille unique en plages de lignes :
      *    elle n'a pas de sens sur une liste de panneaux.
           IF MODE-BANDE AND MODE-MULTI-PANNEAUX
              DISPLAY "ABEND JOUR4 : mode bande et liste de "
                      "panneaux incompatibles"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *    Sorties marquées ENCOURS jusqu'à la fin normale du run
      *    (cf. PUBWS.cpy) ; en mode bande c'est JOUR4MRG qui publie
      *    le résultat fusionné, les bandes parallèles ne touchent
      *    pas au fichier des publications.
           MOVE 'JOUR4' TO WS-MAN-PROGID
           IF MODE-PLEIN
              MOVE 'JOUR4' TO WS-PUB-PROGID
              PERFORM MARQUER-PUBLICATION-ENCOURS
           perform resoudre-sommaire-dsn
           perform resoudre-densite-dsn
           perform resoudre-masque-dsn
           perform resoudre-checkpoint-dsn
      *    En mode bande, les sauvegardes de point de reprise posées
      *    avant un ABEND partent dans un fichier propre à la bande :
           END-IF
           perform charger-directions
           MOVE SPACES TO WS-LOG-MESSAGE
           IF MODE-MULTI-PANNEAUX
              STRING "ENTREE " FUNCTION TRIM(WS-PAN-LISTE-DSN)
                 " PANNEAUX " WS-NB-PANNEAUX
                 " MOT " FUNCTION TRIM(ws-txt-chrch)
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
           ELSE
              STRING "ENTREE " FUNCTION TRIM(ws-input-dsn)
                 " MOT " FUNCTION TRIM(ws-txt-chrch)
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
           END-IF
           PERFORM ECRIRE-JOURNAL
      *    Admission des grilles au registre des entrées (cf.
      *    REGWS.cpy) avant le verrou du point de reprise : une
      *    grille identique à celle d'une autre date s'arrête ici
      *    (RC 14).
           MOVE "EXTRAIT" TO WS-REG-NATURE-W
           IF MODE-MULTI-PANNEAUX
              PERFORM VARYING WS-PAN-IDX FROM 1 BY 1
                 UNTIL WS-PAN-IDX > WS-NB-PANNEAUX
                 MOVE PAN-DSN(WS-PAN-IDX) TO WS-REG-DSN-W
                 PERFORM INSCRIRE-ENTREE
              END-PERFORM
           ELSE
              MOVE ws-input-dsn TO WS-REG-DSN-W
              PERFORM INSCRIRE-ENTREE
           END-IF
      *    Le point de reprise partagé n'est pas pris en mode bande :
      *    plusieurs bandes tournent en parallèle et se voleraient le
      *    verrou.
              PERFORM VERIFIER-REPRISE-SANS-CUMULS
              PERFORM PRENDRE-VERROU-CHECKPOINT
           END-IF
      *    Reprise par reconstruction sans objet sur une liste de
      *    panneaux (le compte du point de reprise ne dit pas de quel
      *    panneau il relève) : tous les panneaux sont relus, pas de
      *    sauvegarde périodique.
           IF MODE-MULTI-PANNEAUX
              MOVE 0 TO WS-CKPT-SKIP WS-CKPT-FREQ
           END-IF
           IF MODE-TOLERANT
              OPEN OUTPUT FICHIER-AVERTISSEMENTS
              MOVE "SORTIE" TO WS-MAN-ROLE-W
              MOVE WS-AVERT-DSN TO WS-MAN-DSN-W
              MOVE WS-AVERT-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              MOVE WS-AVERT-STATUS TO WS-FSTAT-CODE
              MOVE WS-AVERT-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-AVERTISSEMENTS"
                 TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
           END-IF
      *    Compteurs du run remis à zéro une fois : ils cumulent
      *    tous les panneaux en mode multi-panneaux.
           move 0 to COMPTEUR-OCCURENCES
           move 0 to COMPTEUR-CROIX
           move 0 to WS-NB-PARTAGES
           move 0 to WS-NB-LIGNES-RUN
      *    La comparaison jour sur jour n'a pas de sens sur une
      *    bande : elle reste l'affaire du run plein (ou du résultat
      *    fusionné).
           IF MODE-PLEIN
              perform resoudre-delta-grille-dsns
           END-IF
           IF MODE-MULTI-PANNEAUX
              PERFORM VARYING WS-PAN-IDX FROM 1 BY 1
                 UNTIL WS-PAN-IDX > WS-NB-PANNEAUX
                 PERFORM traiter-un-panneau
              END-PERFORM
           ELSE
              PERFORM traiter-grille
           END-IF
           IF MODE-TOLERANT
              CLOSE FICHIER-AVERTISSEMENTS
              MOVE WS-AVERT-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
      *    Run mené à son terme : rien à reprendre la prochaine fois
      *    (cf. WS-CKPT-COUNT dans CKPTWS.cpy).
              PERFORM SAUVEGARDER-CHECKPOINT
           END-IF

           display "=== Rapport consolidé JOUR4 ==="
           display "nombre d'occurence " FUNCTION TRIM(ws-txt-chrch)
                 " (linéaire) : " COMPTEUR-OCCURENCES
           display "nombre d'occurence X-MAS (croix)    : "
                 COMPTEUR-CROIX
           display "occurences suppressees par masque   : "
                 WS-NB-SUPPRIMES-LIN " (lineaire) "
                 WS-NB-SUPPRIMES-CROIX " (croix)"

           PERFORM ECRIRE-SOMMAIRE

           PERFORM resoudre-bilan-dsn
           PERFORM ECRIRE-BILAN

           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "XMAS " COMPTEUR-OCCURENCES
              " CROIX " COMPTEUR-CROIX
              " SUPPRIMES " WS-NB-SUPPRIMES-LIN
              " ECARTS " WS-NB-ECARTS
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM ECRIRE-MANIFESTE
           IF MODE-PLEIN
              PERFORM MARQUER-PUBLICATION-FAITE
           END-IF
           PERFORM FERMER-JOURNAL

      *    GOBACK plutôt que STOP RUN : un programme pilote peut
      *    appeler ce programme en séquence avec d'autres, et un
      *    STOP RUN mettrait fin à tout le run unit de l'appelant.
      *    GOBACK termine le programme normalement quand il est
      *    exécuté seul (programme initial du run unit).
           GOBACK.

       traiter-un-panneau.
      *    Un panneau de la liste : sa grille, et les datasets qui lui
      *    sont propres (masque, carte de densité, photographies de
      *    la veille, rapport des écarts) suffixés de son
      *    identifiant ; hit-list, sommaire et bilan restent uniques
      *    pour la suite.
           MOVE PAN-ID(WS-PAN-IDX)  TO WS-PANNEAU-COURANT
           MOVE PAN-DSN(WS-PAN-IDX) TO ws-input-dsn
           MOVE COMPTEUR-OCCURENCES   TO WS-XMAS-AVANT
           MOVE COMPTEUR-CROIX        TO WS-CROIX-AVANT
           MOVE WS-NB-SUPPRIMES-LIN   TO WS-SUPP-XMAS-AVANT
           MOVE WS-NB-SUPPRIMES-CROIX TO WS-SUPP-CROIX-AVANT
           MOVE 0 TO RecordCounter
           INITIALIZE TABLE-DENSITE TABLE-MOTS-CELLULES
           perform resoudre-masque-dsn
           MOVE WS-MASQUE-DSN TO WS-PAN-DSN-W
           PERFORM SUFFIXER-DSN-PANNEAU
           MOVE WS-PAN-DSN-W TO WS-MASQUE-DSN
           perform resoudre-densite-dsn
           MOVE WS-DENSITE-DSN TO WS-PAN-DSN-W
           PERFORM SUFFIXER-DSN-PANNEAU
           MOVE WS-PAN-DSN-W TO WS-DENSITE-DSN
           perform resoudre-delta-grille-dsns
           MOVE WS-GRIPREC-DSN TO WS-PAN-DSN-W
           PERFORM SUFFIXER-DSN-PANNEAU
           MOVE WS-PAN-DSN-W TO WS-GRIPREC-DSN
           MOVE WS-HITPREC-DSN TO WS-PAN-DSN-W
           PERFORM SUFFIXER-DSN-PANNEAU
           MOVE WS-PAN-DSN-W TO WS-HITPREC-DSN
           MOVE WS-DELTAG-DSN TO WS-PAN-DSN-W
           PERFORM SUFFIXER-DSN-PANNEAU
           MOVE WS-PAN-DSN-W TO WS-DELTAG-DSN
           DISPLAY "JOUR4 : panneau " FUNCTION TRIM(WS-PANNEAU-COURANT)
                   " (" FUNCTION TRIM(ws-input-dsn) ")"
           PERFORM traiter-grille
           MOVE RecordCounter TO CPT-LIGNES(WS-PAN-IDX)
           COMPUTE CPT-XMAS(WS-PAN-IDX) =
              COMPTEUR-OCCURENCES - WS-XMAS-AVANT
           COMPUTE CPT-CROIX(WS-PAN-IDX) =
              COMPTEUR-CROIX - WS-CROIX-AVANT
           COMPUTE CPT-SUPP-XMAS(WS-PAN-IDX) =
              WS-NB-SUPPRIMES-LIN - WS-SUPP-XMAS-AVANT
           COMPUTE CPT-SUPP-CROIX(WS-PAN-IDX) =
              WS-NB-SUPPRIMES-CROIX - WS-SUPP-CROIX-AVANT
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "PANNEAU " WS-PANNEAU-COURANT
              " XMAS " CPT-XMAS(WS-PAN-IDX)
              " CROIX " CPT-CROIX(WS-PAN-IDX)
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       traiter-grille.
      *    Lecture, recherches et sorties d'une grille : la grille
      *    unique du mode historique, ou le panneau courant.
           perform charger-masque
           perform traitement-fichier

           move RecordCounter to ws-max-i
           add RecordCounter to WS-NB-LIGNES-RUN

      *    Chatter par enregistrement : tu en production (cf.
      *    AOC_VERBOSITE dans LOGWS.cpy), l'impression de la grille
              end-perform
           END-IF

           move 0 To ws-nb-x

           IF MODE-PLEIN
              perform charger-photographies-precedentes
              perform ouvrir-delta-grille
           END-IF

      *    Hit-list unique pour la suite : les panneaux suivants le
      *    premier y ajoutent leurs occurrences.
           IF MODE-MULTI-PANNEAUX AND WS-PAN-IDX > 1
              OPEN EXTEND FICHIER-HITLIST
              MOVE "SORTIE" TO WS-MAN-ROLE-W
              MOVE WS-HITLIST-DSN TO WS-MAN-DSN-W
              MOVE WS-HITLIST-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
           ELSE
              OPEN OUTPUT FICHIER-HITLIST
              MOVE "SORTIE" TO WS-MAN-ROLE-W
              MOVE WS-HITLIST-DSN TO WS-MAN-DSN-W
              MOVE WS-HITLIST-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
           END-IF
           MOVE WS-HITLIST-STATUS TO WS-FSTAT-CODE
           MOVE WS-HITLIST-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-HITLIST" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           perform recherche-chaine
           CLOSE FICHIER-HITLIST
           MOVE WS-HITLIST-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE

           move 0 to ws-nb-croix
           perform recherche-croix

              PERFORM CLORE-DELTA-GRILLE
           END-IF

           PERFORM COMPTER-PARTAGES
           PERFORM ECRIRE-DENSITE

           IF MODE-PLEIN
              PERFORM ECRIRE-PHOTOGRAPHIES-COURANTES
           END-IF.

       resoudre-input-dsn.
           ACCEPT ws-input-dsn FROM ENVIRONMENT "JOUR4_INPUT_DSN"
           END-IF.

       ECRIRE-SOMMAIRE.
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           OPEN OUTPUT FICHIER-SOMMAIRE
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-SOMMAIRE-DSN TO WS-MAN-DSN-W
           MOVE WS-SOMMAIRE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-SOMMAIRE-STATUS TO WS-FSTAT-CODE
           MOVE WS-SOMMAIRE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SOMMAIRE" TO WS-FSTAT-OPER
           WRITE WS-SOMMAIRE-RECORD
      *    Sections multi-motifs : une ligne par mot du dictionnaire
      *    puis le compte des cellules partagées par deux mots ou
      *    plus (cumulé par COMPTER-PARTAGES grille par grille).
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
              UNTIL WS-MOT-IDX > WS-NB-MOTS
              MOVE SPACES TO WS-SOM-MOT-W
              DELIMITED BY SIZE INTO WS-SOM-MOT-W
           END-STRING
           WRITE WS-SOMMAIRE-MOT-LIGNE FROM WS-SOM-MOT-W
           WRITE WS-SOMMAIRE-MOT-LIGNE FROM WS-VIG-VERSION
      *    Mode multi-panneaux : une ligne PANNEAU par panneau (xmas,
      *    croix, suppressions linéaires et croix, lignes de grille)
      *    puis la ligne SUITE des totaux, dans la même disposition.
           IF MODE-MULTI-PANNEAUX
              PERFORM VARYING WS-PAN-IDX FROM 1 BY 1
                 UNTIL WS-PAN-IDX > WS-NB-PANNEAUX
                 MOVE SPACES TO WS-SOM-MOT-W
                 STRING "PANNEAU " PAN-ID(WS-PAN-IDX) " "
                    CPT-XMAS(WS-PAN-IDX) " "
                    CPT-CROIX(WS-PAN-IDX) " "
                    CPT-SUPP-XMAS(WS-PAN-IDX) " "
                    CPT-SUPP-CROIX(WS-PAN-IDX) " "
                    CPT-LIGNES(WS-PAN-IDX)
                    DELIMITED BY SIZE INTO WS-SOM-MOT-W
                 END-STRING
                 WRITE WS-SOMMAIRE-MOT-LIGNE FROM WS-SOM-MOT-W
              END-PERFORM
              MOVE SPACES TO WS-SOM-MOT-W
              STRING "SUITE            "
                 COMPTEUR-OCCURENCES " "
                 COMPTEUR-CROIX " "
                 WS-NB-SUPPRIMES-LIN " "
                 WS-NB-SUPPRIMES-CROIX " "
                 WS-NB-LIGNES-RUN
                 DELIMITED BY SIZE INTO WS-SOM-MOT-W
              END-STRING
              WRITE WS-SOMMAIRE-MOT-LIGNE FROM WS-SOM-MOT-W
           END-IF
      *    Fragments de bande uniquement : le compte des lignes
      *    possédées par la bande et la largeur de la grille partent
      *    en queue de sommaire pour la fusion JOUR4MRG (compteur
              END-STRING
              WRITE WS-SOMMAIRE-MOT-LIGNE FROM WS-SOM-MOT-W
           END-IF
           WRITE WS-SOMMAIRE-MOT-LIGNE FROM WS-RUNID-LIGNE
           CLOSE FICHIER-SOMMAIRE
           MOVE WS-SOMMAIRE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       COMPTER-PARTAGES.
      *    Compte les cellules traversées par deux mots distincts ou
      *    plus (marqueurs posés par tester-direction), en cumul
      *    sur les grilles du run.
           PERFORM VARYING WS-DEN-I FROM 1 BY 1
              UNTIL WS-DEN-I > ws-max-i
              PERFORM VARYING WS-DEN-J FROM 1 BY 1
       charger-masque.
      *    Dataset optionnel : s'il est absent, la recherche
      *    travaille sans masque.
      *    Rechargé pour chaque panneau : le masque du panneau
      *    précédent ne doit pas déborder sur le suivant.
           SET MASQUE-ABSENT TO TRUE
           MOVE 'N' TO WS-MASQUE-EOF
           MOVE 0 TO WS-NB-LIGNES-MASQUE
           MOVE SPACES TO TABLE-MASQUE
           OPEN INPUT FICHIER-MASQUE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-MASQUE-DSN TO WS-MAN-DSN-W
           MOVE WS-MASQUE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE "REFERENCE" TO WS-REG-NATURE-W
           MOVE WS-MASQUE-DSN TO WS-REG-DSN-W
           PERFORM INSCRIRE-ENTREE
           IF WS-MASQUE-STATUS = '00'
              SET MASQUE-ACTIF TO TRUE
              PERFORM UNTIL WS-MASQUE-EOF = 'Y'
                 END-READ
              END-PERFORM
              CLOSE FICHIER-MASQUE
              MOVE WS-MASQUE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
              DISPLAY "Masque d'exclusion charge : "
                      WS-NB-LIGNES-MASQUE " ligne(s)"
           END-IF.

       ECRIRE-DENSITE.
           OPEN OUTPUT FICHIER-DENSITE
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-DENSITE-DSN TO WS-MAN-DSN-W
           MOVE WS-DENSITE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-DENSITE-STATUS TO WS-FSTAT-CODE
           MOVE WS-DENSITE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-DENSITE" TO WS-FSTAT-OPER
                 PERFORM ECRIRE-DENSITE-LIGNE-GRILLE
              END-PERFORM
           END-IF
           CLOSE FICHIER-DENSITE
           MOVE WS-DENSITE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-DENSITE-LIGNE-GRILLE.
      *    Rendu imprimable : '.' pour une cellule jamais traversée,

       ECRIRE-BILAN.
           OPEN OUTPUT FICHIER-BILAN
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           MOVE WS-BILAN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-BILAN-STATUS TO WS-FSTAT-CODE
           MOVE WS-BILAN-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-BILAN" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE "LIGNES" TO WS-BIL-NOM-W
           MOVE WS-NB-LIGNES-RUN TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
           MOVE "XMAS" TO WS-BIL-NOM-W
           MOVE COMPTEUR-OCCURENCES TO WS-BIL-VALEUR-W
           MOVE "SUPP-CROIX" TO WS-BIL-NOM-W
           MOVE WS-NB-SUPPRIMES-CROIX TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
      *    Mode multi-panneaux : les mêmes compteurs par panneau, pour
      *    que JOURBAL équilibre chaque panneau contre ses propres
      *    lignes de hit-list.
           IF MODE-MULTI-PANNEAUX
              PERFORM VARYING WS-PAN-IDX FROM 1 BY 1
                 UNTIL WS-PAN-IDX > WS-NB-PANNEAUX
                 MOVE PAN-ID(WS-PAN-IDX) TO WS-BIL-PANNEAU-W
                 MOVE "PAN-LIGNES" TO WS-BIL-NOM-W
                 MOVE CPT-LIGNES(WS-PAN-IDX) TO WS-BIL-VALEUR-W
                 PERFORM ECRIRE-LIGNE-BILAN
                 MOVE "PAN-XMAS" TO WS-BIL-NOM-W
                 MOVE CPT-XMAS(WS-PAN-IDX) TO WS-BIL-VALEUR-W
                 PERFORM ECRIRE-LIGNE-BILAN
                 MOVE "PAN-CROIX" TO WS-BIL-NOM-W
                 MOVE CPT-CROIX(WS-PAN-IDX) TO WS-BIL-VALEUR-W
                 PERFORM ECRIRE-LIGNE-BILAN
                 MOVE "PAN-SUPP-X" TO WS-BIL-NOM-W
                 MOVE CPT-SUPP-XMAS(WS-PAN-IDX) TO WS-BIL-VALEUR-W
                 PERFORM ECRIRE-LIGNE-BILAN
                 MOVE "PAN-SUPP-C" TO WS-BIL-NOM-W
                 MOVE CPT-SUPP-CROIX(WS-PAN-IDX) TO WS-BIL-VALEUR-W
                 PERFORM ECRIRE-LIGNE-BILAN
              END-PERFORM
              MOVE SPACES TO WS-BIL-PANNEAU-W
           END-IF
           CLOSE FICHIER-BILAN
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-LIGNE-BILAN.
           MOVE SPACES TO WS-BILAN-RECORD
           MOVE "JOUR4" TO WS-BIL-PROGID
           MOVE WS-BIL-NOM-W TO WS-BIL-NOM
           MOVE WS-BIL-VALEUR-W TO WS-BIL-VALEUR
           MOVE WS-BIL-PANNEAU-W TO WS-BIL-PANNEAU
           MOVE WS-RUNID TO WS-BIL-RUNID
           WRITE WS-BILAN-RECORD.

       resoudre-mot-recherche.
       traitement-fichier.
           MOVE 'N' TO WS-EOF
           OPEN INPUT InputFile
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-INPUT-DSN TO WS-MAN-DSN-W
           MOVE WS-INPUT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE ws-input-status TO WS-FSTAT-CODE
           MOVE ws-input-dsn    TO WS-FSTAT-DSN
           MOVE "OUVERTURE InputFile" TO WS-FSTAT-OPER
           MOVE ws-input-dsn  TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE InputFile
           MOVE WS-INPUT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE ws-input-dsn TO WS-ENV-DSN-CTRL
           PERFORM VERIFIER-ENVELOPPE
           .
      *    de la grille est la partie coûteuse du run, chercher N
      *    mots en N passes revenait à le payer N fois. Sans liste,
      *    le mot unique résolu par resoudre-mot-recherche devient
      *    une liste d'un seul élément. Seuls les mots en vigueur à
      *    la date traitée sont retenus (cf. VIGWS.cpy).
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-VIG-DATE
           MOVE "JOUR4_MOTS" TO WS-VIG-NOM
           PERFORM INITIALISER-VIGUEUR
           MOVE 0 TO WS-NB-MOTS
           ACCEPT WS-MOTS-DSN FROM ENVIRONMENT "JOUR4_MOTS_DSN"
           IF WS-MOTS-DSN NOT = SPACES
              MOVE 'N' TO WS-MOTS-EOF
              OPEN INPUT FICHIER-MOTS
              MOVE "ENTREE" TO WS-MAN-ROLE-W
              MOVE WS-MOTS-DSN TO WS-MAN-DSN-W
              MOVE WS-MOTS-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              MOVE "REFERENCE" TO WS-REG-NATURE-W
              MOVE WS-MOTS-DSN TO WS-REG-DSN-W
              PERFORM INSCRIRE-ENTREE
              MOVE WS-MOTS-STATUS TO WS-FSTAT-CODE
              MOVE WS-MOTS-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-MOTS" TO WS-FSTAT-OPER
                    AT END
                       MOVE 'Y' TO WS-MOTS-EOF
                    NOT AT END
                       MOVE WS-MOTS-RECORD TO WS-VIG-LIGNE
                       PERFORM FILTRER-VIGUEUR
                       IF VIG-RETENUE AND WS-VIG-ENTREE NOT = SPACES
                          IF WS-NB-MOTS >= WS-MAX-MOTS
                             DISPLAY "ABEND JOUR4 : liste de mots "
                                     "pleine (" WS-MAX-MOTS
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-NB-MOTS
                          MOVE WS-VIG-ENTREE
                             TO MOT-TEXTE(WS-NB-MOTS)
                          COMPUTE MOT-LONGUEUR(WS-NB-MOTS) =
                             FUNCTION LENGTH(FUNCTION TRIM(
                             MOT-TEXTE(WS-NB-MOTS)))
                          MOVE 0 TO MOT-COMPTEUR(WS-NB-MOTS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-MOTS
              MOVE WS-MOTS-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
              DISPLAY "Dictionnaire charge : " WS-NB-MOTS " mot(s)"
           END-IF
           IF WS-NB-MOTS = 0
              SET VIG-PAR-DEFAUT TO TRUE
              MOVE 1 TO WS-NB-MOTS
              MOVE ws-txt-chrch TO MOT-TEXTE(1)
              MOVE ws-longueur-mot TO MOT-LONGUEUR(1)
              MOVE 0 TO MOT-COMPTEUR(1)
           END-IF
           PERFORM FORMATER-VERSION-VIGUEUR
           MOVE WS-VIG-VERSION TO WS-LOG-MESSAGE
           PERFORM ECRIRE-JOURNAL.

       recherche-chaine.
      *    Une seule passe de la grille pour tout le dictionnaire :
      *    En mode bande, les coordonnées écrites sont absolues
      *    (l'offset vaut 0 en run plein).
           COMPUTE WS-HIT-LIGNE = I + WS-BANDE-OFFSET
           MOVE WS-PANNEAU-COURANT TO WS-HIT-PANNEAU
           WRITE WS-HIT-RECORD
           IF MODE-PLEIN
              PERFORM COMPARER-HIT-PRECEDENT
           MOVE 0 TO WS-NB-LIGNES-PREC WS-NB-HITS-PREC
           MOVE 'N' TO WS-PREC-EOF
           OPEN INPUT FICHIER-GRILLE-PREC
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-GRIPREC-DSN TO WS-MAN-DSN-W
           MOVE WS-GRIPREC-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-GRIPREC-STATUS = '00'
              SET PREC-CHARGE TO TRUE
              PERFORM UNTIL WS-PREC-EOF = 'Y'
                 END-READ
              END-PERFORM
              CLOSE FICHIER-GRILLE-PREC
              MOVE WS-GRIPREC-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           MOVE 'N' TO WS-PREC-EOF
           OPEN INPUT FICHIER-HITPREC
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-HITPREC-DSN TO WS-MAN-DSN-W
           MOVE WS-HITPREC-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-HITPREC-STATUS = '00'
              PERFORM UNTIL WS-PREC-EOF = 'Y'
                 READ FICHIER-HITPREC INTO WS-HITPREC-RECORD
                 END-READ
              END-PERFORM
              CLOSE FICHIER-HITPREC
              MOVE WS-HITPREC-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       CHARGER-HIT-PRECEDENT.
       ouvrir-delta-grille.
           MOVE 0 TO WS-NB-GAGNES WS-NB-PERDUS WS-NB-CEL-MODIFIEES
           OPEN OUTPUT FICHIER-DELTA-GRILLE
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-DELTAG-DSN TO WS-MAN-DSN-W
           MOVE WS-DELTAG-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-DELTAG-STATUS TO WS-FSTAT-CODE
           MOVE WS-DELTAG-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-DELTA-GRILLE" TO WS-FSTAT-OPER
                 END-PERFORM
              END-PERFORM
           END-IF
      *    Le compte du run cumule les panneaux déjà traités : seule
      *    la part du panneau courant se compare à sa photographie.
           COMPUTE WS-NET-DELTA =
              COMPTEUR-OCCURENCES - WS-XMAS-AVANT - WS-NB-HITS-PREC
           MOVE WS-NET-DELTA TO WS-DGN-NET
           WRITE WS-DELTAG-LIGNE FROM WS-DG-NET-LIGNE
           CLOSE FICHIER-DELTA-GRILLE
           MOVE WS-DELTAG-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY "Ecarts jour sur jour : " WS-NB-GAGNES
                   " gagnee(s), " WS-NB-PERDUS " perdue(s), "
                   WS-NB-CEL-MODIFIEES " cellule(s) modifiee(s)".
       ECRIRE-PHOTOGRAPHIES-COURANTES.
      *    Fin de run : la grille et la hit-list courantes deviennent
      *    la référence du prochain run (la hit-list est recopiée
      *    depuis le dataset qui vient d'être écrit, réduite aux
      *    occurrences du panneau courant).
           OPEN OUTPUT FICHIER-GRILLE-PREC
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-GRIPREC-DSN TO WS-MAN-DSN-W
           MOVE WS-GRIPREC-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-GRIPREC-STATUS TO WS-FSTAT-CODE
           MOVE WS-GRIPREC-DSN    TO WS-FSTAT-DSN
           MOVE "REECRITURE FICHIER-GRILLE-PREC" TO WS-FSTAT-OPER
              WRITE WS-GRIPREC-RECORD
           end-perform
           CLOSE FICHIER-GRILLE-PREC
           MOVE WS-GRIPREC-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE 'N' TO WS-PREC-EOF
           OPEN INPUT FICHIER-HITLIST
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-HITLIST-DSN TO WS-MAN-DSN-W
           MOVE WS-HITLIST-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-HITLIST-STATUS TO WS-FSTAT-CODE
           MOVE WS-HITLIST-DSN    TO WS-FSTAT-DSN
           MOVE "RELECTURE FICHIER-HITLIST" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-HITPREC
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-HITPREC-DSN TO WS-MAN-DSN-W
           MOVE WS-HITPREC-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-HITPREC-STATUS TO WS-FSTAT-CODE
           MOVE WS-HITPREC-DSN    TO WS-FSTAT-DSN
           MOVE "REECRITURE FICHIER-HITPREC" TO WS-FSTAT-OPER
                 AT END
                    MOVE 'Y' TO WS-PREC-EOF
                 NOT AT END
                    IF WS-HIT-PANNEAU = WS-PANNEAU-COURANT
                       MOVE WS-HIT-RECORD TO WS-HITPREC-RECORD
                       WRITE WS-HITPREC-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER-HITLIST
           MOVE WS-HITLIST-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-HITPREC
           MOVE WS-HITPREC-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       recherche-croix.
      *    Même règle d'appartenance qu'en linéaire : en mode bande,

       COPY CKPTPR.
       COPY LOGPR.
       COPY RUNPR.
       COPY FSTATPR.
       COPY RDEOFPR.
       COPY ENVPR.
       COPY DATPR.
       COPY VIGPR.
       COPY PUBPR.
       COPY MANPR.
       COPY REGPR.
       COPY HABPR.
       COPY PANPR.
