       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOUR5ORD.

      *    Ordre maître des pages publié pour l'atelier d'impression,
      *    dérivé du graphe des règles en vigueur au lieu d'être
      *    refait à la main : chaque page admise au référentiel des
      *    pages (pages_valides.dat, date d'effet atteinte) reçoit un
      *    rang, niveau du tri topologique des règles restreintes aux
      *    pages admises (rang 1 : aucune page ne la précède). Deux
      *    pages contraintes de même rang ne sont pas départagées
      *    par les règles et sortent marquées EXAEQUO ; une page
      *    qu'aucune règle ne cite sort marquée LIBRE, rang 1 (elle
      *    peut se placer n'importe où), en fin de liste. Les
      *    pages prises dans un cycle ne peuvent pas être ordonnées :
      *    elles sortent marquées CYCLE, rang 0, et le run se termine
      *    avec le code retour 8. La liste est écrite dans un dataset
      *    daté (nom de base + ".AAAAMMJJ") dont l'en-tête porte la
      *    date et la génération du référentiel (registre de
      *    JOUR5MNT), pour être classée avec le travail, et dont la
      *    dernière ligne porte l'identifiant du run (cf. RUNWS.cpy).
      *    Référentiels lus et liste écrite sont inscrits au
      *    manifeste de run (cf. MANWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-PAGES ASSIGN TO DYNAMIC WS-PAGES-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAGES-STATUS.
           SELECT FICHIER-REGLES ASSIGN TO DYNAMIC WS-REGLES-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGLES-STATUS.
           SELECT FICHIER-GENREG ASSIGN TO DYNAMIC WS-GENREG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENREG-STATUS.
           SELECT FICHIER-ORDRE ASSIGN TO DYNAMIC WS-ORDRE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDRE-STATUS.
           COPY MANSEL.

       DATA DIVISION.
          FILE SECTION.
            FD FICHIER-PAGES.
      *       Même disposition que le référentiel des pages relu par
      *       JOUR5 : numéro de page et date d'effet.
              01 WS-PAGES-RECORD.
                 05 WS-PG-NUMERO       PIC 9(02).
                 05 FILLER             PIC X(01).
                 05 WS-PG-DATE-EFFET   PIC 9(08).

            FD FICHIER-REGLES.
      *       Référentiel maître des règles, disposition noeud|fils.
              01 WS-REGLES-RECORD PIC X(80).

            FD FICHIER-GENREG.
      *       Registre des générations tenu par JOUR5MNT.
              01 WS-GENREG-RECORD.
                 05 WS-GRG-NUM         PIC 9(04).
                 05 FILLER             PIC X(01).
                 05 WS-GRG-DATE        PIC 9(08).
                 05 FILLER             PIC X(01).
                 05 WS-GRG-NB          PIC 9(05).

            FD FICHIER-ORDRE.
      *       Ordre maître des pages : en-tête, une ligne par page
      *       admise dans l'ordre publié, ligne de synthèse. Lignes
      *       préparées en WORKING-STORAGE et écrites via WRITE ...
      *       FROM.
              01 WS-ORDRE-LIGNE PIC X(80).

           COPY MANFD.

       WORKING-STORAGE SECTION.
      *    Noms des datasets : mêmes variables d'environnement et
      *    mêmes défauts que JOUR5 pour les référentiels.
           01 WS-PAGES-DSN          pic x(200) value spaces.
           01 WS-DEFAULT-PAGES-DSN  pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/pages_valides.dat".
           01 WS-PAGES-STATUS       pic x(02) value '00'.
           01 WS-REGLES-DSN         pic x(200) value spaces.
           01 WS-DEFAULT-REGLES-DSN pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/regles.dat".
           01 WS-REGLES-STATUS      pic x(02) value '00'.
           01 WS-GENREG-DSN         pic x(200) value spaces.
           01 WS-DEFAULT-GENREG-DSN pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/generations.dat".
           01 WS-GENREG-STATUS      pic x(02) value '00'.
           01 WS-ORDRE-BASE-DSN     pic x(200) value spaces.
           01 WS-DEFAULT-ORDRE-DSN  pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/ordre_pages.rpt".
           01 WS-ORDRE-DSN          pic x(200) value spaces.
           01 WS-ORDRE-STATUS       pic x(02) value '00'.

           01 WS-RUN-DATE           pic 9(08) value 0.
           01 WS-GENERATION         pic 9(04) value 0.

      *    Une case par numéro de page possible (0 à 99, index =
      *    page + 1, comme la table des pages admises de JOUR5) :
      *    page admise, page citée par une règle, demi-degré
      *    entrant restant pendant le tri, rang attribué.
      *    TABLE-ARCS : une case par paire noeud|fils (index =
      *    noeud * 100 + fils + 1), à 'O' quand la règle relie deux
      *    pages admises.
           01 TABLE-PAGES-ORDRE.
             05 PG-ENTRY occurs 100.
                10 PG-ADMISE        pic x(1) value 'N'.
                10 PG-CITEE         pic x(1) value 'N'.
                10 PG-DEGRE         pic 9(3) value zero.
                10 PG-RANG          pic 9(3) value zero.
           01 TABLE-ARCS.
             05 ARC occurs 10000 pic x(1) value 'N'.
      *    Effectif de chaque rang (pages contraintes seulement).
           01 TABLE-RANGS.
             05 RG-EFFECTIF occurs 100 pic 9(3) value zero.

           01 WS-RG-NOEUD           pic 9(2) value 0.
           01 WS-RG-FILS            pic 9(2) value 0.
           01 WS-IDX                pic 9(5) value 0.
           01 WS-PG                 pic 9(3) value 0.
           01 WS-PG-FILS            pic 9(3) value 0.
           01 WS-RANG               pic 9(3) value 0.
           01 WS-RANG-MAX           pic 9(3) value 0.
           01 WS-POSITION           pic 9(3) value 0.
           01 WS-NB-PAGES           pic 9(3) value 0.
           01 WS-NB-CONTRAINTES     pic 9(3) value 0.
           01 WS-NB-CLASSEES        pic 9(3) value 0.
           01 WS-NB-LIBRES          pic 9(3) value 0.
           01 WS-NB-EXAEQUO         pic 9(3) value 0.
           01 WS-NB-CYCLE           pic 9(3) value 0.
           01 WS-NB-REGLES          pic 9(5) value 0.
           01 WS-NB-REGLES-HORS     pic 9(5) value 0.
           01 WS-NB-NIVEAU          pic 9(3) value 0.
           01 WS-ORDRE-UNIQUE       pic x(1) value 'O'.

           01 WS-PAGES-EOF    PIC 9 VALUE 0.
             88  fin-pages         VALUE 1.
             88  not-fin-pages     VALUE 0.
           01 WS-REGLES-EOF   PIC 9 VALUE 0.
             88  fin-regles        VALUE 1.
             88  not-fin-regles    VALUE 0.
           01 WS-GENREG-EOF   PIC 9 VALUE 0.
             88  fin-genreg        VALUE 1.
             88  not-fin-genreg    VALUE 0.

      *    Lignes de l'ordre publié, écrites via WRITE FROM.
           01 WS-PAGE-LIGNE-W.
             05 FILLER              pic x(09) value "POSITION ".
             05 WS-PL-POSITION      pic 9(3).
             05 FILLER              pic x(06) value " PAGE ".
             05 WS-PL-PAGE          pic 9(2).
             05 FILLER              pic x(06) value " RANG ".
             05 WS-PL-RANG          pic 9(3).
             05 FILLER              pic x(01) value space.
             05 WS-PL-STATUT        pic x(07).
           01 WS-LIGNE-W            pic x(80) value spaces.

           COPY FSTATWS.
           COPY RDEOFWS.
           COPY RUNWS.
           COPY DATWS.
           COPY MANWS.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           MOVE 'JOUR5ORD' TO WS-RUNID-PROGID
           PERFORM DETERMINER-RUNID
           MOVE 'JOUR5ORD' TO WS-MAN-PROGID
           perform resoudre-datasets
           perform charger-generation-courante
           perform charger-pages
           perform charger-regles
           perform classer-pages
           OPEN OUTPUT FICHIER-ORDRE
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-ORDRE-DSN TO WS-MAN-DSN-W
           MOVE WS-ORDRE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-ORDRE-STATUS TO WS-FSTAT-CODE
           MOVE WS-ORDRE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-ORDRE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           perform ecrire-entete
           perform ecrire-ordre
           perform ecrire-synthese
           MOVE WS-RUNID TO WS-RUNID-LIGNE-ID
           WRITE WS-ORDRE-LIGNE FROM WS-RUNID-LIGNE
           CLOSE FICHIER-ORDRE
           MOVE WS-ORDRE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           display "JOUR5ORD : " WS-NB-PAGES " page(s), "
                   WS-RANG-MAX " rang(s), " WS-NB-EXAEQUO
                   " ex aequo, " WS-NB-LIBRES " libre(s), "
                   WS-NB-CYCLE " en cycle -> "
                   FUNCTION TRIM(WS-ORDRE-DSN)
      *    Des pages en cycle laissent l'ordre incomplet (RC 8,
      *    écart) : le référentiel des règles est à corriger avant
      *    publication à l'atelier.
           IF WS-NB-CYCLE > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM ECRIRE-MANIFESTE
           GOBACK.

       resoudre-datasets.
           ACCEPT WS-PAGES-DSN FROM ENVIRONMENT "JOUR5_PAGES_DSN"
           IF WS-PAGES-DSN = SPACES
              MOVE WS-DEFAULT-PAGES-DSN TO WS-PAGES-DSN
           END-IF
           ACCEPT WS-REGLES-DSN FROM ENVIRONMENT "JOUR5_REGLES_DSN"
           IF WS-REGLES-DSN = SPACES
              MOVE WS-DEFAULT-REGLES-DSN TO WS-REGLES-DSN
           END-IF
           ACCEPT WS-GENREG-DSN
              FROM ENVIRONMENT "JOUR5_GENERATIONS_DSN"
           IF WS-GENREG-DSN = SPACES
              MOVE WS-DEFAULT-GENREG-DSN TO WS-GENREG-DSN
           END-IF
           ACCEPT WS-ORDRE-BASE-DSN FROM ENVIRONMENT "JOUR5ORD_DSN"
           IF WS-ORDRE-BASE-DSN = SPACES
              MOVE WS-DEFAULT-ORDRE-DSN TO WS-ORDRE-BASE-DSN
           END-IF
           MOVE SPACES TO WS-ORDRE-DSN
           STRING FUNCTION TRIM(WS-ORDRE-BASE-DSN) "." WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-ORDRE-DSN
           END-STRING.

       charger-generation-courante.
      *    La dernière ligne du registre donne la génération en
      *    vigueur ; registre absent (JOUR5MNT jamais passé) :
      *    génération 0, comme dans JOUR5.
           set not-fin-genreg to true
           OPEN INPUT FICHIER-GENREG
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-GENREG-DSN TO WS-MAN-DSN-W
           MOVE WS-GENREG-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-GENREG-STATUS = '00'
              PERFORM UNTIL fin-genreg
                 READ FICHIER-GENREG INTO WS-GENREG-RECORD
                    AT END
                       set fin-genreg to true
                    NOT AT END
                       MOVE WS-GRG-NUM TO WS-GENERATION
                 END-READ
              END-PERFORM
              CLOSE FICHIER-GENREG
              MOVE WS-GENREG-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       charger-pages.
      *    Le référentiel des pages est ici obligatoire : c'est la
      *    liste des pages à ordonner.
           set not-fin-pages to true
           OPEN INPUT FICHIER-PAGES
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-PAGES-DSN TO WS-MAN-DSN-W
           MOVE WS-PAGES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-PAGES-STATUS TO WS-FSTAT-CODE
           MOVE WS-PAGES-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-PAGES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL fin-pages
              READ FICHIER-PAGES INTO WS-PAGES-RECORD
                 AT END
                    set fin-pages to true
                 NOT AT END
                    IF WS-PAGES-RECORD NOT = SPACES
                       AND WS-PG-DATE-EFFET <= WS-RUN-DATE
                       COMPUTE WS-PG = WS-PG-NUMERO + 1
                       IF PG-ADMISE(WS-PG) NOT = 'O'
                          MOVE 'O' TO PG-ADMISE(WS-PG)
                          ADD 1 TO WS-NB-PAGES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER-PAGES
           MOVE WS-PAGES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE WS-NB-PAGES TO WS-RDEOF-COUNT
           MOVE WS-PAGES-DSN TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE.

       charger-regles.
      *    Seules les règles reliant deux pages admises contraignent
      *    l'ordre publié ; les autres sont comptées à part.
           set not-fin-regles to true
           OPEN INPUT FICHIER-REGLES
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-REGLES-DSN TO WS-MAN-DSN-W
           MOVE WS-REGLES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-REGLES-STATUS TO WS-FSTAT-CODE
           MOVE WS-REGLES-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-REGLES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL fin-regles
              READ FICHIER-REGLES INTO WS-REGLES-RECORD
                 AT END
                    set fin-regles to true
              END-READ
              IF not-fin-regles
                 AND WS-REGLES-RECORD NOT = SPACES
                 ADD 1 TO WS-NB-REGLES
                 initialize WS-RG-NOEUD WS-RG-FILS
                 UNSTRING WS-REGLES-RECORD DELIMITED BY "|" INTO
                    WS-RG-NOEUD
                    WS-RG-FILS
                 END-UNSTRING
                 perform poser-arc
              END-IF
           END-PERFORM
           CLOSE FICHIER-REGLES
           MOVE WS-REGLES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE WS-NB-REGLES TO WS-RDEOF-COUNT
           MOVE WS-REGLES-DSN TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE.

       poser-arc.
           COMPUTE WS-PG = WS-RG-NOEUD + 1
           COMPUTE WS-PG-FILS = WS-RG-FILS + 1
           IF PG-ADMISE(WS-PG) = 'O' AND PG-ADMISE(WS-PG-FILS) = 'O'
              COMPUTE WS-IDX = WS-RG-NOEUD * 100 + WS-RG-FILS + 1
              IF ARC(WS-IDX) NOT = 'O'
                 MOVE 'O' TO ARC(WS-IDX)
                 ADD 1 TO PG-DEGRE(WS-PG-FILS)
                 MOVE 'O' TO PG-CITEE(WS-PG)
                 MOVE 'O' TO PG-CITEE(WS-PG-FILS)
              END-IF
           ELSE
              ADD 1 TO WS-NB-REGLES-HORS
           END-IF.

       classer-pages.
      *    Tri topologique par niveaux : le rang r regroupe les pages
      *    contraintes dont tous les prédécesseurs ont un rang < r.
      *    Les pages libres (aucune règle) sont hors tri. Un niveau
      *    vide alors qu'il reste des pages signale un cycle.
           PERFORM VARYING WS-PG FROM 1 BY 1 UNTIL WS-PG > 100
              IF PG-ADMISE(WS-PG) = 'O'
                 IF PG-CITEE(WS-PG) = 'O'
                    ADD 1 TO WS-NB-CONTRAINTES
                 ELSE
                    ADD 1 TO WS-NB-LIBRES
                 END-IF
              END-IF
           END-PERFORM
           MOVE 1 TO WS-NB-NIVEAU
           MOVE 0 TO WS-RANG
           PERFORM UNTIL WS-NB-CLASSEES >= WS-NB-CONTRAINTES
              OR WS-NB-NIVEAU = 0
              ADD 1 TO WS-RANG
              perform classer-un-niveau
              IF WS-NB-NIVEAU > 0
                 MOVE WS-RANG TO WS-RANG-MAX
                 perform liberer-successeurs
              END-IF
           END-PERFORM
           COMPUTE WS-NB-CYCLE = WS-NB-CONTRAINTES - WS-NB-CLASSEES
           PERFORM VARYING WS-RANG FROM 1 BY 1
              UNTIL WS-RANG > WS-RANG-MAX
              IF RG-EFFECTIF(WS-RANG) > 1
                 ADD RG-EFFECTIF(WS-RANG) TO WS-NB-EXAEQUO
                 MOVE 'N' TO WS-ORDRE-UNIQUE
              END-IF
           END-PERFORM
           IF WS-NB-LIBRES > 0 OR WS-NB-CYCLE > 0
              MOVE 'N' TO WS-ORDRE-UNIQUE
           END-IF.

       classer-un-niveau.
      *    Rang WS-RANG pour toutes les pages contraintes non encore
      *    classées sans prédécesseur restant.
           MOVE 0 TO WS-NB-NIVEAU
           PERFORM VARYING WS-PG FROM 1 BY 1 UNTIL WS-PG > 100
              IF PG-CITEE(WS-PG) = 'O'
                 AND PG-RANG(WS-PG) = 0
                 AND PG-DEGRE(WS-PG) = 0
                 MOVE WS-RANG TO PG-RANG(WS-PG)
                 ADD 1 TO WS-NB-NIVEAU
                 ADD 1 TO WS-NB-CLASSEES
              END-IF
           END-PERFORM
           MOVE WS-NB-NIVEAU TO RG-EFFECTIF(WS-RANG).

       liberer-successeurs.
      *    Les arcs sortant des pages du rang qui vient d'être posé
      *    ne comptent plus dans le degré entrant de leurs fils.
           PERFORM VARYING WS-PG FROM 1 BY 1 UNTIL WS-PG > 100
              IF PG-RANG(WS-PG) = WS-RANG AND PG-CITEE(WS-PG) = 'O'
                 PERFORM VARYING WS-PG-FILS FROM 1 BY 1
                    UNTIL WS-PG-FILS > 100
                    COMPUTE WS-IDX = (WS-PG - 1) * 100 + WS-PG-FILS
                    IF ARC(WS-IDX) = 'O'
                       SUBTRACT 1 FROM PG-DEGRE(WS-PG-FILS)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       ecrire-entete.
           MOVE SPACES TO WS-LIGNE-W
           STRING "ORDRE MAITRE DES PAGES DU " WS-RUN-DATE
              " GENERATION " WS-GENERATION
              " REGLES " WS-NB-REGLES
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           WRITE WS-ORDRE-LIGNE FROM WS-LIGNE-W.

       ecrire-ordre.
      *    Pages contraintes par rang puis numéro, pages libres,
      *    puis pages en cycle (rang 0).
           MOVE 0 TO WS-POSITION
           PERFORM VARYING WS-RANG FROM 1 BY 1
              UNTIL WS-RANG > WS-RANG-MAX
              PERFORM VARYING WS-PG FROM 1 BY 1 UNTIL WS-PG > 100
                 IF PG-CITEE(WS-PG) = 'O'
                    AND PG-RANG(WS-PG) = WS-RANG
                    IF RG-EFFECTIF(WS-RANG) > 1
                       MOVE "EXAEQUO" TO WS-PL-STATUT
                    ELSE
                       MOVE "UNIQUE " TO WS-PL-STATUT
                    END-IF
                    perform ecrire-ligne-page
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-PG FROM 1 BY 1 UNTIL WS-PG > 100
              IF PG-ADMISE(WS-PG) = 'O' AND PG-CITEE(WS-PG) NOT = 'O'
                 MOVE "LIBRE  " TO WS-PL-STATUT
                 MOVE 1 TO PG-RANG(WS-PG)
                 perform ecrire-ligne-page
              END-IF
           END-PERFORM
           PERFORM VARYING WS-PG FROM 1 BY 1 UNTIL WS-PG > 100
              IF PG-CITEE(WS-PG) = 'O' AND PG-RANG(WS-PG) = 0
                 MOVE "CYCLE  " TO WS-PL-STATUT
                 perform ecrire-ligne-page
              END-IF
           END-PERFORM.

       ecrire-ligne-page.
           ADD 1 TO WS-POSITION
           MOVE WS-POSITION TO WS-PL-POSITION
           COMPUTE WS-PL-PAGE = WS-PG - 1
           MOVE PG-RANG(WS-PG) TO WS-PL-RANG
           WRITE WS-ORDRE-LIGNE FROM WS-PAGE-LIGNE-W.

       ecrire-synthese.
           MOVE SPACES TO WS-LIGNE-W
           STRING "SYNTHESE PAGES " WS-NB-PAGES
              " RANGS " WS-RANG-MAX
              " EXAEQUO " WS-NB-EXAEQUO
              " LIBRES " WS-NB-LIBRES
              " CYCLE " WS-NB-CYCLE
              " ORDRE-UNIQUE " WS-ORDRE-UNIQUE
              DELIMITED BY SIZE INTO WS-LIGNE-W
           END-STRING
           WRITE WS-ORDRE-LIGNE FROM WS-LIGNE-W.

       COPY FSTATPR.
       COPY RDEOFPR.
       COPY RUNPR.
       COPY DATPR.
       COPY MANPR.
