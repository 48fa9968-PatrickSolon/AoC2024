           FILE STATUS IS WS-SOMMAIRE42-STATUS.
           COPY LOGSEL.
           COPY PUBSEL.
           COPY MANSEL.
           COPY REGSEL.
           COPY HABSEL.
           COPY PANSEL.

       DATA DIVISION.
          FILE SECTION.
                 05 WS-CROIX-COL      PIC 9(03).
                 05 FILLER            PIC X(01).
                 05 WS-CROIX-GABARIT  PIC X(08).
      *          Panneau d'origine du pivot (à blanc en mode
      *          mono-grille), en queue lui aussi.
                 05 FILLER            PIC X(01).
                 05 WS-CROIX-PANNEAU  PIC X(08).

      *       Relit la liste des occurrences linéaires XMAS produite
      *       par JOUR4 (même disposition que WS-HIT-RECORD dans
                 05 WS-HIT-IN-COLONNE   PIC 9(03).
                 05 FILLER              PIC X(01).
                 05 WS-HIT-IN-DIRECTION PIC 9(02).
                 05 FILLER              PIC X(01).
                 05 WS-HIT-IN-PANNEAU   PIC X(08).

            FD FICHIER-RECOUVREMENT.
      *       Les FILLER de séparation sont positionnés à SPACE par
                 05 WS-RECOUV-COL     PIC 9(03).
                 05 FILLER            PIC X(01).
                 05 WS-RECOUV-MOT     PIC X(20).
                 05 FILLER            PIC X(01).
                 05 WS-RECOUV-PANNEAU PIC X(08).

            FD FICHIER-BILAN.
      *       Enregistrement d'équilibre de fin de run (une ligne par
      *       compteur clé), relu par le pas d'équilibrage JOURBAL :
      *       le compte des croix doit y retomber sur le nombre de
      *       lignes de croix.rpt. Les FILLER de séparation sont
      *       positionnés à SPACE par ECRIRE-LIGNE-BILAN. En mode
      *       multi-panneaux, les lignes PAN- portent en queue le
      *       panneau concerné (même disposition que dans JOUR4), et
      *       chaque ligne se termine par l'identifiant du run.
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
      *       signés). Un nouveau motif du groupe d'étude devient une
      *       ligne de dataset, plus une mise en production. Sans
      *       dataset, la croix X-MAS historique reste le gabarit par
      *       défaut (cf. charger-gabarits-par-defaut). Chaque
      *       ligne peut être précédée de sa fenêtre de vigueur (cf.
      *       VIGWS.cpy).
              01 WS-GABARIT-RECORD PIC X(60).

            FD FICHIER-SOMMAIRE42.
      *       Résumé du run : une ligne de totaux, une ligne de
      *       compte par gabarit puis la version du dataset des
      *       gabarits en vigueur (cf. VIGWS.cpy), et en dernière ligne
      *       "RUN <identifiant>" (cf. RUNWS.cpy). Lignes préparées en
      *       WORKING-STORAGE et écrites via WRITE ... FROM.
              01 WS-SOMMAIRE42-LIGNE PIC X(60).


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

      *    Masque d'exclusion des cellules connues mauvaises (cf. le
      *    FD FICHIER-MASQUE) : chargé au lancement s'il existe,
           "/mnt/c/pgmcobol/AoC2024/J4/croix.rpt".
       01  WS-CROIX-STATUS          PIC X(02) VALUE '00'.
       01  WS-NB-CROIX-PIVOTS       PIC 9(05) VALUE 0.
      *    Numéro de séquence de croix.rpt, continu sur tous les
      *    panneaux (la table des pivots, elle, ne porte que ceux du
      *    panneau courant pour le recoupement).
       01  WS-NB-CROIX-ECRITES      PIC 9(05) VALUE 0.
       01  TABLE-CROIX-PIVOTS.
           05  CROIX-PIVOT-ENTRY OCCURS 1 TO 19600 TIMES
               DEPENDING ON WS-NB-CROIX-PIVOTS
           88  RECOUV-TROUVE            VALUE 1.
           88  RECOUV-PAS-TROUVE        VALUE 0.

      *    Mode multi-panneaux (cf. PANWS.cpy) : sous-totaux par
      *    panneau pris par différence, comme dans JOUR4.
       01  TABLE-COMPTES-PANNEAUX.
           05  CPT-PANNEAU-ENTRY OCCURS 20.
               10  CPT-LIGNES       PIC 9(06).
               10  CPT-CROIX        PIC 9(06).
               10  CPT-SUPP-CROIX   PIC 9(06).
               10  CPT-RECOUV       PIC 9(06).
       01  WS-CROIX-AVANT           PIC 9(06) VALUE 0.
       01  WS-SUPP-CROIX-AVANT      PIC 9(06) VALUE 0.
       01  WS-RECOUV-AVANT          PIC 9(06) VALUE 0.
       01  WS-NB-LIGNES-RUN         PIC 9(06) VALUE 0.
       01  WS-SOM42-RECOUV          PIC 9(06) VALUE 0.

           COPY LOGWS.
           COPY RUNWS.
           COPY PUBWS.
           COPY MANWS.
           COPY REGWS.
           COPY HABWS.
           COPY FSTATWS.
           COPY RDEOFWS.
           COPY ENVWS.
           COPY DATWS.
           COPY VIGWS.
           COPY PANWS.

       PROCEDURE DIVISION.
       Main-Logic.
      *    Sorties marquées ENCOURS jusqu'à la fin normale du run
      *    (cf. PUBWS.cpy).
           MOVE 'JOUR4-2' TO WS-PUB-PROGID
           MOVE 'JOUR4-2' TO WS-MAN-PROGID
           PERFORM MARQUER-PUBLICATION-ENCOURS
           perform resoudre-input-dsn
           MOVE 'JOUR4-2' TO WS-PAN-PROGID
           PERFORM CHARGER-LISTE-PANNEAUX
           perform resoudre-croix-dsn
           perform resoudre-hitlist-in-dsn
           perform resoudre-recouvrement-dsn
           perform resoudre-masque-dsn
           perform initialiser-directions-lin
           perform charger-gabarits
      *    Admission des grilles au registre des entrées (cf.
      *    REGWS.cpy) avant l'ouverture des sorties : une grille
      *    identique à celle d'une autre date s'arrête ici (RC 14).
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

           move 0 to COMPTEUR-OCCURENCES
           move 0 to WS-NB-LIGNES-RUN

      *    croix.rpt et le rapport de recoupement sont uniques pour
      *    la suite : ouverts une fois, chaque panneau y ajoute ses
      *    lignes.
           OPEN OUTPUT FICHIER-CROIX
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-CROIX-DSN TO WS-MAN-DSN-W
           MOVE WS-CROIX-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-CROIX-STATUS TO WS-FSTAT-CODE
           MOVE WS-CROIX-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-CROIX" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM OUVRIR-RECOUVREMENT
           IF MODE-MULTI-PANNEAUX
              PERFORM VARYING WS-PAN-IDX FROM 1 BY 1
                 UNTIL WS-PAN-IDX > WS-NB-PANNEAUX
                 PERFORM traiter-un-panneau
              END-PERFORM
           ELSE
              PERFORM traiter-grille
           END-IF
           CLOSE FICHIER-CROIX
           MOVE WS-CROIX-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           PERFORM CLORE-RECOUVREMENT

           display "nombre d'occurence : " COMPTEUR-OCCURENCES
           display "croix suppressees par masque : "

           PERFORM ECRIRE-SOMMAIRE42

           PERFORM resoudre-bilan-dsn
           PERFORM ECRIRE-BILAN

              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM ECRIRE-MANIFESTE
           PERFORM MARQUER-PUBLICATION-FAITE
           PERFORM FERMER-JOURNAL

           STOP RUN.

       traiter-un-panneau.
      *    Un panneau de la liste : sa grille et son masque (dataset
      *    du mode mono-grille suffixé de son identifiant, le même
      *    que celui lu par JOUR4).
           MOVE PAN-ID(WS-PAN-IDX)  TO WS-PANNEAU-COURANT
           MOVE PAN-DSN(WS-PAN-IDX) TO ws-input-dsn
           MOVE COMPTEUR-OCCURENCES   TO WS-CROIX-AVANT
           MOVE WS-NB-SUPPRIMES-CROIX TO WS-SUPP-CROIX-AVANT
           MOVE WS-NB-RECOUVREMENTS   TO WS-RECOUV-AVANT
           MOVE 0 TO RecordCounter
           perform resoudre-masque-dsn
           MOVE WS-MASQUE-DSN TO WS-PAN-DSN-W
           PERFORM SUFFIXER-DSN-PANNEAU
           MOVE WS-PAN-DSN-W TO WS-MASQUE-DSN
           DISPLAY "JOUR4-2 : panneau "
                   FUNCTION TRIM(WS-PANNEAU-COURANT)
                   " (" FUNCTION TRIM(ws-input-dsn) ")"
           PERFORM traiter-grille
           MOVE RecordCounter TO CPT-LIGNES(WS-PAN-IDX)
           COMPUTE CPT-CROIX(WS-PAN-IDX) =
              COMPTEUR-OCCURENCES - WS-CROIX-AVANT
           COMPUTE CPT-SUPP-CROIX(WS-PAN-IDX) =
              WS-NB-SUPPRIMES-CROIX - WS-SUPP-CROIX-AVANT
           COMPUTE CPT-RECOUV(WS-PAN-IDX) =
              WS-NB-RECOUVREMENTS - WS-RECOUV-AVANT.

       traiter-grille.
      *    Lecture, recherche des gabarits et recoupement d'une
      *    grille : la grille unique du mode historique, ou le
      *    panneau courant.
           perform charger-masque
           perform traitement-fichier

           move RecordCounter to ws-max-i
           add RecordCounter to WS-NB-LIGNES-RUN

      *    Chatter par enregistrement : tu en production (cf.
      *    AOC_VERBOSITE dans LOGWS.cpy).
           IF JOURNAL-BAVARD
              perform varying i from 1 by 1 until i > ws-max-i
                 perform varying j from 1 by 1 until j > ws-max-j
                    display caract(i,j) WITH NO ADVANCING
                 end-perform
                 display " "
              end-perform
           END-IF

           move 0 To ws-nb-x
           move 0 to WS-NB-CROIX-PIVOTS

           perform recherche-gabarits

           PERFORM VERIFIER-RECOUVREMENT.

       resoudre-input-dsn.
           ACCEPT ws-input-dsn FROM ENVIRONMENT "JOUR4_INPUT_DSN"
           IF ws-input-dsn = SPACES

       ECRIRE-BILAN.
           OPEN OUTPUT FICHIER-BILAN
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           MOVE WS-BILAN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-BILAN-STATUS TO WS-FSTAT-CODE
           MOVE WS-BILAN-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-BILAN" TO WS-FSTAT-OPER
           MOVE "RECOUVREMENT" TO WS-BIL-NOM-W
           MOVE WS-NB-RECOUVREMENTS TO WS-BIL-VALEUR-W
           PERFORM ECRIRE-LIGNE-BILAN
      *    Mode multi-panneaux : les mêmes compteurs par panneau, pour
      *    que JOURBAL équilibre chaque panneau contre ses propres
      *    lignes de croix.rpt.
           IF MODE-MULTI-PANNEAUX
              PERFORM VARYING WS-PAN-IDX FROM 1 BY 1
                 UNTIL WS-PAN-IDX > WS-NB-PANNEAUX
                 MOVE PAN-ID(WS-PAN-IDX) TO WS-BIL-PANNEAU-W
                 MOVE "PAN-LIGNES" TO WS-BIL-NOM-W
                 MOVE CPT-LIGNES(WS-PAN-IDX) TO WS-BIL-VALEUR-W
                 PERFORM ECRIRE-LIGNE-BILAN
                 MOVE "PAN-CROIX" TO WS-BIL-NOM-W
                 MOVE CPT-CROIX(WS-PAN-IDX) TO WS-BIL-VALEUR-W
                 PERFORM ECRIRE-LIGNE-BILAN
                 MOVE "PAN-SUPP-C" TO WS-BIL-NOM-W
                 MOVE CPT-SUPP-CROIX(WS-PAN-IDX) TO WS-BIL-VALEUR-W
                 PERFORM ECRIRE-LIGNE-BILAN
                 MOVE "PAN-RECOUV" TO WS-BIL-NOM-W
                 MOVE CPT-RECOUV(WS-PAN-IDX) TO WS-BIL-VALEUR-W
                 PERFORM ECRIRE-LIGNE-BILAN
              END-PERFORM
              MOVE SPACES TO WS-BIL-PANNEAU-W
           END-IF
           CLOSE FICHIER-BILAN
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-LIGNE-BILAN.
           MOVE SPACES TO WS-BILAN-RECORD
           MOVE "JOUR4-2" TO WS-BIL-PROGID
           MOVE WS-BIL-NOM-W TO WS-BIL-NOM
           MOVE WS-BIL-VALEUR-W TO WS-BIL-VALEUR
           MOVE WS-BIL-PANNEAU-W TO WS-BIL-PANNEAU
           MOVE WS-RUNID TO WS-BIL-RUNID
           WRITE WS-BILAN-RECORD.

       resoudre-masque-dsn.
       charger-masque.
      *    Dataset optionnel : s'il est absent, la recherche
      *    travaille sans masque (même principe que la hit-list de
      *    JOUR4 pour le recoupement). Rechargé pour chaque
      *    panneau en mode multi-panneaux.
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
       traitement-fichier.
           MOVE 'N' TO WS-EOF
           OPEN INPUT InputFile
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-INPUT-DSN TO WS-MAN-DSN-W
           MOVE WS-INPUT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE ws-input-status TO WS-FSTAT-CODE
           MOVE ws-input-dsn    TO WS-FSTAT-DSN
           MOVE "OUVERTURE InputFile"  TO WS-FSTAT-OPER
           MOVE ws-input-dsn  TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE InputFile
           MOVE WS-INPUT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE ws-input-dsn TO WS-ENV-DSN-CTRL
           PERFORM VERIFIER-ENVELOPPE
           .
      *    Charge le dataset des gabarits (une ligne par élément,
      *    regroupées par nom, dans n'importe quel ordre) ; à défaut
      *    les quatre orientations de la croix X-MAS historique
      *    restent les gabarits par défaut. Seules les lignes en
      *    vigueur à la date traitée sont retenues (cf. VIGWS.cpy).
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-VIG-DATE
           MOVE "JOUR42_GABARITS" TO WS-VIG-NOM
           PERFORM INITIALISER-VIGUEUR
           MOVE 0 TO WS-NB-GABARITS
           ACCEPT WS-GABARITS-DSN
              FROM ENVIRONMENT "JOUR42_GABARITS_DSN"
           IF WS-GABARITS-DSN NOT = SPACES
              MOVE 'N' TO WS-GABARITS-EOF
              OPEN INPUT FICHIER-GABARITS
              MOVE "ENTREE" TO WS-MAN-ROLE-W
              MOVE WS-GABARITS-DSN TO WS-MAN-DSN-W
              MOVE WS-GABARITS-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              MOVE "REFERENCE" TO WS-REG-NATURE-W
              MOVE WS-GABARITS-DSN TO WS-REG-DSN-W
              PERFORM INSCRIRE-ENTREE
              MOVE WS-GABARITS-STATUS TO WS-FSTAT-CODE
              MOVE WS-GABARITS-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-GABARITS" TO WS-FSTAT-OPER
                    AT END
                       MOVE 'Y' TO WS-GABARITS-EOF
                    NOT AT END
                       MOVE WS-GABARIT-RECORD TO WS-VIG-LIGNE
                       PERFORM FILTRER-VIGUEUR
                       IF VIG-RETENUE AND WS-VIG-ENTREE NOT = SPACES
                          PERFORM charger-element-gabarit
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-GABARITS
              MOVE WS-GABARITS-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
              DISPLAY "Gabarits charges : " WS-NB-GABARITS
           END-IF
           IF WS-NB-GABARITS = 0
              SET VIG-PAR-DEFAUT TO TRUE
              PERFORM charger-gabarits-par-defaut
           END-IF
           PERFORM FORMATER-VERSION-VIGUEUR
           MOVE WS-VIG-VERSION TO WS-LOG-MESSAGE
           PERFORM ECRIRE-JOURNAL.

       charger-element-gabarit.
           MOVE SPACES TO WS-GAB-NOM-X WS-GAB-DI-X WS-GAB-DJ-X
                          WS-GAB-LETTRE-X
           UNSTRING WS-VIG-ENTREE DELIMITED BY ALL SPACE
              INTO WS-GAB-NOM-X WS-GAB-DI-X WS-GAB-DJ-X
                   WS-GAB-LETTRE-X
           END-UNSTRING
           SET IDX-CROIX TO WS-NB-CROIX-PIVOTS
           MOVE i TO CROIX-PIVOT-I(IDX-CROIX)
           MOVE j TO CROIX-PIVOT-J(IDX-CROIX)
           ADD 1 TO WS-NB-CROIX-ECRITES
           MOVE SPACES         TO WS-CROIX-RECORD
           MOVE WS-NB-CROIX-ECRITES TO WS-CROIX-SEQ
           MOVE i               TO WS-CROIX-LIG
           MOVE j               TO WS-CROIX-COL
           MOVE GAB-NOM(WS-GAB-IDX) TO WS-CROIX-GABARIT
           MOVE WS-PANNEAU-COURANT TO WS-CROIX-PANNEAU
           WRITE WS-CROIX-RECORD.

       ECRIRE-SOMMAIRE42.
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           ACCEPT WS-SOMMAIRE42-DSN
              FROM ENVIRONMENT "JOUR42_SOMMAIRE_DSN"
           IF WS-SOMMAIRE42-DSN = SPACES
              MOVE WS-DEFAULT-SOMMAIRE42-DSN TO WS-SOMMAIRE42-DSN
           END-IF
           OPEN OUTPUT FICHIER-SOMMAIRE42
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-SOMMAIRE42-DSN TO WS-MAN-DSN-W
           MOVE WS-SOMMAIRE42-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-SOMMAIRE42-STATUS TO WS-FSTAT-CODE
           MOVE WS-SOMMAIRE42-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SOMMAIRE42" TO WS-FSTAT-OPER
              END-STRING
              WRITE WS-SOMMAIRE42-LIGNE FROM WS-SOM42-W
           END-PERFORM
           WRITE WS-SOMMAIRE42-LIGNE FROM WS-VIG-VERSION
      *    Mode multi-panneaux : une ligne PANNEAU par panneau (croix,
      *    suppressions, recouvrements, lignes de grille) puis la
      *    ligne SUITE des totaux, dans la même disposition.
           IF MODE-MULTI-PANNEAUX
              PERFORM VARYING WS-PAN-IDX FROM 1 BY 1
                 UNTIL WS-PAN-IDX > WS-NB-PANNEAUX
                 MOVE SPACES TO WS-SOM42-W
                 STRING "PANNEAU " PAN-ID(WS-PAN-IDX) " "
                    CPT-CROIX(WS-PAN-IDX) " "
                    CPT-SUPP-CROIX(WS-PAN-IDX) " "
                    CPT-RECOUV(WS-PAN-IDX) " "
                    CPT-LIGNES(WS-PAN-IDX)
                    DELIMITED BY SIZE INTO WS-SOM42-W
                 END-STRING
                 WRITE WS-SOMMAIRE42-LIGNE FROM WS-SOM42-W
              END-PERFORM
              MOVE WS-NB-RECOUVREMENTS TO WS-SOM42-RECOUV
              MOVE SPACES TO WS-SOM42-W
              STRING "SUITE            "
                 COMPTEUR-OCCURENCES " "
                 WS-NB-SUPPRIMES-CROIX " "
                 WS-SOM42-RECOUV " "
                 WS-NB-LIGNES-RUN
                 DELIMITED BY SIZE INTO WS-SOM42-W
              END-STRING
              WRITE WS-SOMMAIRE42-LIGNE FROM WS-SOM42-W
           END-IF
           WRITE WS-SOMMAIRE42-LIGNE FROM WS-RUNID-LIGNE
           CLOSE FICHIER-SOMMAIRE42
           MOVE WS-SOMMAIRE42-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       OUVRIR-RECOUVREMENT.
           MOVE 0 TO WS-NB-RECOUVREMENTS
           OPEN OUTPUT FICHIER-RECOUVREMENT
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-RECOUV-DSN TO WS-MAN-DSN-W
           MOVE WS-RECOUV-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-RECOUV-STATUS TO WS-FSTAT-CODE
           MOVE WS-RECOUV-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-RECOUVREMENT" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER.

       VERIFIER-RECOUVREMENT.
      *    Recoupe les pivots de croix X-MAS relevés ci-dessus avec la
      *    hit-list de JOUR4 est un dataset produit par un autre
      *    programme du même lot ; si elle n'a pas encore été générée,
      *    le recoupement est simplement sauté (même principe que le
      *    fichier paramètre optionnel de JOUR2). En mode
      *    multi-panneaux, seules les occurrences du panneau courant
      *    sont recoupées avec ses pivots.
           MOVE 'N' TO WS-HIT-EOF
           OPEN INPUT FICHIER-HITLIST-IN
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-HITLIST-IN-DSN TO WS-MAN-DSN-W
           MOVE WS-HITLIST-IN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-HITLIST-IN-STATUS = '00'
              PERFORM UNTIL WS-HIT-EOF = 'Y'
                 READ FICHIER-HITLIST-IN INTO WS-HIT-IN-RECORD
                    AT END
                       MOVE 'Y' TO WS-HIT-EOF
                    NOT AT END
                       IF WS-HIT-IN-PANNEAU = WS-PANNEAU-COURANT
                          PERFORM VERIFIER-PIVOT-CORRESPONDANT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-HITLIST-IN
              MOVE WS-HITLIST-IN-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           ELSE
              DISPLAY "Recoupement croix/lineaire ignore : hit-list "
                      "JOUR4 absente (" WS-HITLIST-IN-DSN ")"
           END-IF.

       CLORE-RECOUVREMENT.
           CLOSE FICHIER-RECOUVREMENT
           MOVE WS-RECOUV-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY "Cellules communes croix/XMAS lineaire : "
                   WS-NB-RECOUVREMENTS.

                    MOVE WS-SPAN-LIGNE TO WS-RECOUV-LIG
                    MOVE WS-SPAN-COL   TO WS-RECOUV-COL
                    MOVE WS-HIT-IN-MOT TO WS-RECOUV-MOT
                    MOVE WS-PANNEAU-COURANT TO WS-RECOUV-PANNEAU
                    WRITE WS-RECOUV-RECORD
                 END-IF
              END-PERFORM
           END-PERFORM.

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
