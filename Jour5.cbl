           SELECT FICHIER-USAGE-REGLES ASSIGN TO DYNAMIC WS-USAGE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-USAGE-STATUS.
           SELECT FICHIER-HISTO-USAGE ASSIGN TO DYNAMIC WS-HUSAGE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HUSAGE-STATUS.
           SELECT FICHIER-DIAG-REGLES ASSIGN TO DYNAMIC WS-DIAG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIAG-STATUS.
           COPY LOGSEL.
           COPY CKPTSEL.
           COPY PUBSEL.
           COPY MANSEL.
           COPY REGSEL.
           COPY HABSEL.

       DATA DIVISION.
          FILE SECTION.
      *       écriture.
      *       La génération du référentiel en vigueur (registre tenu
      *       par JOUR5MNT) est ajoutée en queue d'enregistrement :
      *       les lecteurs existants ne bougent pas. L'identifiant du
      *       run (cf. RUNWS.cpy) suit, sur le même principe.
              01 WS-AUDIT-RECORD.
                 05 WS-AUD-MAJ-NUM     PIC 9(04).
                 05 FILLER             PIC X(01).
                 05 WS-AUD-POS-J       PIC 9(03).
                 05 FILLER             PIC X(01).
                 05 WS-AUD-GENERATION  PIC 9(04).
                 05 FILLER             PIC X(01).
                 05 WS-AUD-RUNID       PIC X(26).

            FD FICHIER-SOMMAIRE.
      *       Les FILLER de séparation sont positionnés à SPACE par
                 05 WS-SOM-RESULTAT-INVAL  PIC 9(06).
                 05 FILLER                 PIC X(01).
                 05 WS-SOM-GENERATION      PIC 9(04).
      *       Ligne suivante : "RUN <identifiant>" (cf. RUNWS.cpy).
              01 WS-SOMMAIRE-RUN-LIGNE     PIC X(30).

            FD FICHIER-FREQ-PAGES.
      *       Les FILLER de séparation sont positionnés à SPACE par
                 05 FILLER             PIC X(01).
                 05 WS-USAGE-NB        PIC 9(05).

            FD FICHIER-HISTO-USAGE.
      *       Historique cumulatif de l'usage des règles, relu au
      *       lancement et réécrit en entier en fin de run (une ligne
      *       par règle noeud|fils vue au moins une fois) : date de
      *       première apparition, date de dernière consultation par
      *       page-valide (0 tant qu'elle n'a jamais été consultée) et
      *       total des consultations tous runs confondus. Relu par
      *       JOUR5RET pour proposer le retrait des règles dormantes.
      *       Les FILLER sont positionnés à SPACE par
      *       reecrire-historique-usage.
              01 WS-HUSAGE-RECORD.
                 05 WS-HU-NOEUD        PIC 9(02).
                 05 WS-HU-SEP          PIC X(01).
                 05 WS-HU-FILS         PIC 9(02).
                 05 FILLER             PIC X(01).
                 05 WS-HU-PREMIERE     PIC 9(08).
                 05 FILLER             PIC X(01).
                 05 WS-HU-DERNIERE     PIC 9(08).
                 05 FILLER             PIC X(01).
                 05 WS-HU-TOTAL        PIC 9(09).

            FD FICHIER-DIAG-REGLES.
      *       Les FILLER de séparation sont positionnés à SPACE par
      *       ECRIRE-DIAG-REGLE (MOVE SPACES TO WS-DIAG-RECORD) : un
      *       Enregistrement d'équilibre de fin de run (une ligne par
      *       compteur clé), relu par le pas d'équilibrage JOURBAL.
      *       Les FILLER de séparation sont positionnés à SPACE par
      *       ecrire-ligne-bilan. L'identifiant du run (cf.
      *       RUNWS.cpy) ferme la ligne, à la même colonne que dans
      *       les bilans à code panneau ou site en queue.
              01 WS-BILAN-RECORD.
                 05 WS-BIL-PROGID       PIC X(08).
                 05 FILLER              PIC X(01).
                 05 WS-BIL-NOM          PIC X(12).
                 05 FILLER              PIC X(01).
                 05 WS-BIL-VALEUR       PIC 9(10).
                 05 FILLER              PIC X(10).
                 05 WS-BIL-RUNID        PIC X(26).

            FD FICHIER-PAGES.
      *       Référentiel des numéros de page admis (une ligne par

           COPY PUBFD.

           COPY MANFD.

           COPY REGFD.

           COPY HABFD.

       WORKING-STORAGE SECTION.
      *    Nom du dataset d'entrée : fourni par PARM/variable
      *    d'environnement JOUR5_INPUT_DSN, sinon valeur par défaut,
              "/mnt/c/pgmcobol/AoC2024/J5/usage_regles.rpt".
           01 WS-USAGE-STATUS          PIC X(02) VALUE '00'.

      *    Historique cumulatif de l'usage des règles : fourni par la
      *    variable d'environnement JOUR5_HISTO_USAGE_DSN, sinon
      *    valeur par défaut. Le rapport ci-dessus est écrasé à
      *    chaque run ; l'historique, lui, garde pour chaque règle la
      *    date de sa dernière consultation. Une case par paire
      *    noeud|fils possible (pages sur 2 chiffres : index =
      *    noeud * 100 + fils + 1), comme TABLE-FREQ-PAGES.
           01 WS-HUSAGE-DSN            PIC X(200) VALUE SPACES.
           01 WS-DEFAULT-HUSAGE-DSN    PIC X(200) VALUE
              "/mnt/c/pgmcobol/AoC2024/J5/usage_histo.dat".
           01 WS-HUSAGE-STATUS         PIC X(02) VALUE '00'.
           01 WS-HUSAGE-EOF            PIC 9 VALUE 0.
             88  fin-husage               VALUE 1.
             88  not-fin-husage           VALUE 0.
           01 TABLE-HISTO-USAGE.
             05 HU-ENTRY occurs 10000.
                10 HU-CONNUE           pic x(1) value 'N'.
                10 HU-PREMIERE         pic 9(8) value zero.
                10 HU-DERNIERE         pic 9(8) value zero.
                10 HU-TOTAL            pic 9(9) value zero.
           01 WS-HU-IDX                pic 9(5) value 0.
           01 WS-NB-HISTO-LUES         pic 9(5) value 0.
           01 WS-NB-HISTO-ECRITES      pic 9(5) value 0.
           01 WS-NB-HISTO-NOUVELLES    pic 9(5) value 0.

           COPY CKPTWS.
           COPY LOGWS.
           COPY RUNWS.
           COPY FSTATWS.
           COPY RDEOFWS.
           COPY ENVWS.
           COPY DATWS.
           COPY PUBWS.
           COPY MANWS.
           COPY REGWS.
           COPY HABWS.

       PROCEDURE DIVISION.
       Main-Logic.
      *    Sorties marquées ENCOURS jusqu'à la fin normale du run
      *    (cf. PUBWS.cpy).
           MOVE 'JOUR5' TO WS-PUB-PROGID
           MOVE 'JOUR5' TO WS-MAN-PROGID
           PERFORM MARQUER-PUBLICATION-ENCOURS
           MOVE 'N' TO WS-EOF
           set listing to true
           perform charger-generation-courante
           perform resoudre-severite-regles
           perform charger-pages-valides
           perform charger-historique-usage
           perform resoudre-checkpoint-dsn
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "ENTREE " FUNCTION TRIM(WS-INPUT-DSN)
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
      *    Admission de l'extrait au registre des entrées (cf.
      *    REGWS.cpy) avant le verrou du point de reprise : un
      *    doublon de l'extrait d'une autre date s'arrête ici (RC 14).
           MOVE "EXTRAIT" TO WS-REG-NATURE-W
           MOVE WS-INPUT-DSN TO WS-REG-DSN-W
           PERFORM INSCRIRE-ENTREE
           MOVE 'JOUR5' TO WS-CKPT-PROGID
           PERFORM CHARGER-CHECKPOINT
           PERFORM VERIFIER-REPRISE-SANS-CUMULS
           PERFORM PRENDRE-VERROU-CHECKPOINT
           OPEN OUTPUT FICHIER-AUDIT
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           MOVE WS-AUDIT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-AUDIT-STATUS TO WS-FSTAT-CODE
           MOVE WS-AUDIT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-AUDIT" TO WS-FSTAT-OPER
      *    zéro, afin que le rapport accumule tous les blocs du
      *    fichier plutôt que de ne refléter que le dernier.
           OPEN OUTPUT FICHIER-USAGE-REGLES
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-USAGE-DSN TO WS-MAN-DSN-W
           MOVE WS-USAGE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-USAGE-STATUS TO WS-FSTAT-CODE
           MOVE WS-USAGE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-USAGE-REGLES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-DIAG-REGLES
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-DIAG-DSN TO WS-MAN-DSN-W
           MOVE WS-DIAG-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-DIAG-STATUS TO WS-FSTAT-CODE
           MOVE WS-DIAG-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-DIAG-REGLES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-MAJ-CORRIGEES
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-MAJCOR-DSN TO WS-MAN-DSN-W
           MOVE WS-MAJCOR-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-MAJCOR-STATUS TO WS-FSTAT-CODE
           MOVE WS-MAJCOR-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-MAJ-CORRIGEES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           IF controle-pages-actif
              OPEN OUTPUT FICHIER-REJETS-PAGES
              MOVE "SORTIE" TO WS-MAN-ROLE-W
              MOVE WS-REJPAGES-DSN TO WS-MAN-DSN-W
              MOVE WS-REJPAGES-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              MOVE WS-REJPAGES-STATUS TO WS-FSTAT-CODE
              MOVE WS-REJPAGES-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-REJETS-PAGES"
              set impression to true
           END-IF
           OPEN INPUT InputFile
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-INPUT-DSN TO WS-MAN-DSN-W
           MOVE WS-INPUT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-INPUT-STATUS TO WS-FSTAT-CODE
           MOVE WS-INPUT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE InputFile" TO WS-FSTAT-OPER
           MOVE WS-INPUT-DSN  TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE InputFile
           MOVE WS-INPUT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           MOVE WS-INPUT-DSN TO WS-ENV-DSN-CTRL
           PERFORM VERIFIER-ENVELOPPE
           CLOSE FICHIER-AUDIT
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-DIAG-REGLES
           MOVE WS-DIAG-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-MAJ-CORRIGEES
           MOVE WS-MAJCOR-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           IF controle-pages-actif
              CLOSE FICHIER-REJETS-PAGES
              MOVE WS-REJPAGES-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
              display 'mises a jour avec page inconnue : '
                     WS-NB-MAJ-PAGES-KO
           END-IF
           PERFORM ECRIRE-SOMMAIRE
           PERFORM ECRIRE-RAPPORT-FREQ-PAGES
           PERFORM ECRIRE-RAPPORT-USAGE-REGLES
           perform reecrire-historique-usage
           perform resoudre-bilan-dsn
           perform ecrire-bilan
           MOVE SPACES TO WS-LOG-MESSAGE
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM ECRIRE-MANIFESTE
           PERFORM MARQUER-PUBLICATION-FAITE
           PERFORM FERMER-JOURNAL
      *    GOBACK plutôt que STOP RUN : un programme pilote peut
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
           MOVE resultat-invalide  TO WS-SOM-RESULTAT-INVAL
           MOVE WS-GENERATION      TO WS-SOM-GENERATION
           WRITE WS-SOMMAIRE-RECORD
           WRITE WS-SOMMAIRE-RUN-LIGNE FROM WS-RUNID-LIGNE
           CLOSE FICHIER-SOMMAIRE
           MOVE WS-SOMMAIRE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       resoudre-input-dsn.
           ACCEPT WS-INPUT-DSN FROM ENVIRONMENT "JOUR5_INPUT_DSN"
           IF WS-REJPAGES-DSN = SPACES
              MOVE WS-DEFAULT-REJPAGES-DSN TO WS-REJPAGES-DSN
           END-IF
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           set controle-pages-inactif to true
           set not-fin-pages to true
           OPEN INPUT FICHIER-PAGES
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-PAGES-DSN TO WS-MAN-DSN-W
           MOVE WS-PAGES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE "REFERENCE" TO WS-REG-NATURE-W
           MOVE WS-PAGES-DSN TO WS-REG-DSN-W
           PERFORM INSCRIRE-ENTREE
           IF WS-PAGES-STATUS = '00'
              set controle-pages-actif to true
              PERFORM UNTIL fin-pages
                 END-READ
              END-PERFORM
              CLOSE FICHIER-PAGES
              MOVE WS-PAGES-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
              display "Referentiel des pages charge ("
                      FUNCTION TRIM(WS-PAGES-DSN) ")"
           END-IF.
           END-IF
           set not-fin-genreg to true
           OPEN INPUT FICHIER-GENREG
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-GENREG-DSN TO WS-MAN-DSN-W
           MOVE WS-GENREG-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-GENREG-STATUS = '00'
              PERFORM UNTIL fin-genreg
                 READ FICHIER-GENREG INTO WS-GENREG-RECORD
                 END-READ
              END-PERFORM
              CLOSE FICHIER-GENREG
              MOVE WS-GENREG-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       resoudre-severite-regles.

       ecrire-bilan.
           OPEN OUTPUT FICHIER-BILAN
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           MOVE WS-BILAN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-BILAN-STATUS TO WS-FSTAT-CODE
           MOVE WS-BILAN-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-BILAN" TO WS-FSTAT-OPER
           MOVE "MAJ-PAGES-KO" TO WS-BIL-NOM-W
           MOVE WS-NB-MAJ-PAGES-KO TO WS-BIL-VALEUR-W
           perform ecrire-ligne-bilan
           CLOSE FICHIER-BILAN
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ecrire-ligne-bilan.
           MOVE SPACES TO WS-BILAN-RECORD
           MOVE "JOUR5" TO WS-BIL-PROGID
           MOVE WS-BIL-NOM-W TO WS-BIL-NOM
           MOVE WS-BIL-VALEUR-W TO WS-BIL-VALEUR
           MOVE WS-RUNID TO WS-BIL-RUNID
           WRITE WS-BILAN-RECORD.

       resoudre-mode-regles.
      *    cohérence que les blocs du format combiné.
           set not-fin-regles to true
           OPEN INPUT FICHIER-REGLES
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-REGLES-DSN TO WS-MAN-DSN-W
           MOVE WS-REGLES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-REGLES-STATUS TO WS-FSTAT-CODE
           MOVE WS-REGLES-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-REGLES" TO WS-FSTAT-OPER
              END-IF
           END-PERFORM
           CLOSE FICHIER-REGLES
           MOVE WS-REGLES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           display "regles maitres chargees : " WS-NB-REGLES-MASTER
           perform valider-bloc-regles
           .

       ECRIRE-RAPPORT-FREQ-PAGES.
           OPEN OUTPUT FICHIER-FREQ-PAGES
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-FREQ-DSN TO WS-MAN-DSN-W
           MOVE WS-FREQ-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-FREQ-STATUS TO WS-FSTAT-CODE
           MOVE WS-FREQ-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-FREQ-PAGES" TO WS-FSTAT-OPER
                 WRITE WS-FREQ-RECORD
              END-IF
           END-PERFORM
           CLOSE FICHIER-FREQ-PAGES
           MOVE WS-FREQ-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ECRIRE-USAGE-BLOC.
      *    Écrit les compteurs d'utilisation du bloc de règles
                 MOVE tab-fils(i,j)       TO WS-USAGE-FILS
                 MOVE tab-fils-usage(i,j) TO WS-USAGE-NB
                 WRITE WS-USAGE-RECORD
                 perform cumuler-historique-usage
              END-PERFORM
           END-PERFORM.

      *    Fin de run : reporte le dernier bloc encore actif, puis
      *    ferme le fichier ouvert en début de run (cf. Main-Logic).
           PERFORM ECRIRE-USAGE-BLOC
           CLOSE FICHIER-USAGE-REGLES
           MOVE WS-USAGE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       charger-historique-usage.
      *    Historique absent (premier run avec l'historique) : on
      *    part d'une table vide, créée en fin de run.
           ACCEPT WS-HUSAGE-DSN
              FROM ENVIRONMENT "JOUR5_HISTO_USAGE_DSN"
           IF WS-HUSAGE-DSN = SPACES
              MOVE WS-DEFAULT-HUSAGE-DSN TO WS-HUSAGE-DSN
           END-IF
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           set not-fin-husage to true
           OPEN INPUT FICHIER-HISTO-USAGE
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-HUSAGE-DSN TO WS-MAN-DSN-W
           MOVE WS-HUSAGE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-HUSAGE-STATUS = '35'
              display "Historique d'usage des regles inexistant : "
                      "cree par ce run"
           ELSE
              MOVE WS-HUSAGE-STATUS TO WS-FSTAT-CODE
              MOVE WS-HUSAGE-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-HISTO-USAGE" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              PERFORM UNTIL fin-husage
                 READ FICHIER-HISTO-USAGE INTO WS-HUSAGE-RECORD
                    AT END
                       set fin-husage to true
                    NOT AT END
                       IF WS-HUSAGE-RECORD NOT = SPACES
                          ADD 1 TO WS-NB-HISTO-LUES
                          COMPUTE WS-HU-IDX =
                             WS-HU-NOEUD * 100 + WS-HU-FILS + 1
                          MOVE 'O' TO HU-CONNUE(WS-HU-IDX)
                          MOVE WS-HU-PREMIERE
                             TO HU-PREMIERE(WS-HU-IDX)
                          MOVE WS-HU-DERNIERE
                             TO HU-DERNIERE(WS-HU-IDX)
                          MOVE WS-HU-TOTAL TO HU-TOTAL(WS-HU-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-HISTO-USAGE
              MOVE WS-HUSAGE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
              MOVE WS-NB-HISTO-LUES TO WS-RDEOF-COUNT
              MOVE WS-HUSAGE-DSN    TO WS-RDEOF-DSN
              PERFORM ANNONCER-LECTURE
           END-IF.

       cumuler-historique-usage.
      *    Reporte dans l'historique la règle (i,j) du bloc en cours
      *    d'écriture au rapport d'usage : une règle jamais vue
      *    entre dans l'historique à la date du run, une règle
      *    consultée par ce bloc prend la date du run comme date de
      *    dernière consultation.
           COMPUTE WS-HU-IDX = noeuds(i) * 100 + tab-fils(i,j) + 1
           IF HU-CONNUE(WS-HU-IDX) NOT = 'O'
              MOVE 'O' TO HU-CONNUE(WS-HU-IDX)
              MOVE WS-RUN-DATE TO HU-PREMIERE(WS-HU-IDX)
              MOVE 0 TO HU-DERNIERE(WS-HU-IDX)
              MOVE 0 TO HU-TOTAL(WS-HU-IDX)
              ADD 1 TO WS-NB-HISTO-NOUVELLES
           END-IF
           IF tab-fils-usage(i,j) > 0
              MOVE WS-RUN-DATE TO HU-DERNIERE(WS-HU-IDX)
              ADD tab-fils-usage(i,j) TO HU-TOTAL(WS-HU-IDX)
           END-IF.

       reecrire-historique-usage.
      *    Réécrit l'historique entier, trié par noeud puis fils
      *    (ordre de la table), une fois tous les blocs reportés.
           OPEN OUTPUT FICHIER-HISTO-USAGE
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-HUSAGE-DSN TO WS-MAN-DSN-W
           MOVE WS-HUSAGE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-HUSAGE-STATUS TO WS-FSTAT-CODE
           MOVE WS-HUSAGE-DSN    TO WS-FSTAT-DSN
           MOVE "REECRITURE FICHIER-HISTO-USAGE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM VARYING WS-HU-IDX FROM 1 BY 1
              UNTIL WS-HU-IDX > 10000
              IF HU-CONNUE(WS-HU-IDX) = 'O'
                 MOVE SPACES TO WS-HUSAGE-RECORD
                 COMPUTE WS-HU-NOEUD = (WS-HU-IDX - 1) / 100
                 COMPUTE WS-HU-FILS =
                    FUNCTION MOD(WS-HU-IDX - 1, 100)
                 MOVE "|" TO WS-HU-SEP
                 MOVE HU-PREMIERE(WS-HU-IDX) TO WS-HU-PREMIERE
                 MOVE HU-DERNIERE(WS-HU-IDX) TO WS-HU-DERNIERE
                 MOVE HU-TOTAL(WS-HU-IDX)    TO WS-HU-TOTAL
                 WRITE WS-HUSAGE-RECORD
                 ADD 1 TO WS-NB-HISTO-ECRITES
              END-IF
           END-PERFORM
           CLOSE FICHIER-HISTO-USAGE
           MOVE WS-HUSAGE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           display "historique d'usage des regles : "
                   WS-NB-HISTO-ECRITES " regle(s) dont "
                   WS-NB-HISTO-NOUVELLES " nouvelle(s)".

       REPOSITIONNER-INPUTFILE.
      *    Reprise à chaud par reconstruction : l'état de ce
           MOVE i              TO WS-AUD-POS-I
           MOVE j              TO WS-AUD-POS-J
           MOVE WS-GENERATION  TO WS-AUD-GENERATION
           MOVE WS-RUNID       TO WS-AUD-RUNID
           WRITE WS-AUDIT-RECORD.

       COPY CKPTPR.
       COPY LOGPR.
       COPY RUNPR.
       COPY FSTATPR.
       COPY RDEOFPR.
       COPY ENVPR.
       COPY DATPR.
       COPY PUBPR.
       COPY MANPR.
       COPY REGPR.
       COPY HABPR.
