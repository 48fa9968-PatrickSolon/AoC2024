       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOUR5VAL.

      *    Module appelable de contrôle d'une séquence de pages
      *    contre les règles en vigueur, pour les programmes (prise
      *    en charge des demandes d'impression, etc.) qui doivent
      *    valider une séquence sans passer par le batch JOUR5.
      *    Même logique que JOUR5 : la séquence est valide si chaque
      *    page précède les suivantes selon une règle noeud|fils ;
      *    sinon elle est corrigée par le même échange de paires
      *    (correction-impression) et la page du milieu est prise
      *    sur la séquence corrigée. Le contrôle des pages admises
      *    (pages_valides.dat, optionnel comme dans JOUR5) précède
      *    l'évaluation. Zone de liaison et codes retour : VALLK.cpy.
      *    Les référentiels sont chargés au premier appel puis
      *    gardés en mémoire pour tout le run de l'appelant (le
      *    module n'est pas INITIAL) ; VAL-FONCTION 'R' force leur
      *    relecture. Le module ne termine jamais le run : un
      *    référentiel absent est rendu à l'appelant (code 12).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-REGLES ASSIGN TO DYNAMIC WS-REGLES-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGLES-STATUS.
           SELECT FICHIER-PAGES ASSIGN TO DYNAMIC WS-PAGES-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAGES-STATUS.
           SELECT FICHIER-GENREG ASSIGN TO DYNAMIC WS-GENREG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENREG-STATUS.

       DATA DIVISION.
          FILE SECTION.
            FD FICHIER-REGLES.
      *       Référentiel maître des règles, disposition noeud|fils.
              01 WS-REGLES-RECORD PIC X(80).

            FD FICHIER-PAGES.
      *       Même disposition que le référentiel des pages relu par
      *       JOUR5 : numéro de page et date d'effet.
              01 WS-PAGES-RECORD.
                 05 WS-PG-NUMERO       PIC 9(02).
                 05 FILLER             PIC X(01).
                 05 WS-PG-DATE-EFFET   PIC 9(08).

            FD FICHIER-GENREG.
      *       Registre des générations tenu par JOUR5MNT.
              01 WS-GENREG-RECORD.
                 05 WS-GRG-NUM         PIC 9(04).
                 05 FILLER             PIC X(01).
                 05 WS-GRG-DATE        PIC 9(08).
                 05 FILLER             PIC X(01).
                 05 WS-GRG-NB          PIC 9(05).

       WORKING-STORAGE SECTION.
      *    Noms des datasets : mêmes variables d'environnement et
      *    mêmes défauts que JOUR5.
           01 WS-REGLES-DSN         pic x(200) value spaces.
           01 WS-DEFAULT-REGLES-DSN pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/regles.dat".
           01 WS-REGLES-STATUS      pic x(02) value '00'.
           01 WS-PAGES-DSN          pic x(200) value spaces.
           01 WS-DEFAULT-PAGES-DSN  pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/pages_valides.dat".
           01 WS-PAGES-STATUS       pic x(02) value '00'.
           01 WS-GENREG-DSN         pic x(200) value spaces.
           01 WS-DEFAULT-GENREG-DSN pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/generations.dat".
           01 WS-GENREG-STATUS      pic x(02) value '00'.

      *    État des référentiels, conservé d'un appel à l'autre :
      *    ' ' pas encore chargés, 'C' chargés, 'K' règles
      *    inutilisables (motif dans WS-MOTIF-CHARGEMENT).
           01 WS-ETAT-REFERENTIELS  pic x(1) value space.
             88  referentiels-a-charger  VALUE ' '.
             88  referentiels-charges    VALUE 'C'.
             88  referentiels-ko         VALUE 'K'.
           01 WS-MOTIF-CHARGEMENT   pic x(20) value spaces.

           01 WS-RUN-DATE           pic 9(08) value 0.
           01 WS-GENERATION         pic 9(04) value 0.
           01 WS-NB-REGLES          pic 9(05) value 0.
           01 WS-NB-PAGES-ADMISES   pic 9(03) value 0.

      *    Une case par paire noeud|fils (index = noeud * 100 +
      *    fils + 1), à 'O' quand la règle existe : même réponse que
      *    la recherche page-valide de JOUR5 sur ses tables triées.
           01 TABLE-REGLES-VAL.
             05 RV-PRESENTE occurs 10000 pic x(1) value 'N'.
      *    Pages admises (index = page + 1), comme dans JOUR5.
           01 WS-CONTROLE-PAGES     pic x(1) value 'N'.
             88  controle-pages-actif    VALUE 'O'.
             88  controle-pages-inactif  VALUE 'N'.
           01 TABLE-PAGES-VAL.
             05 PV-ADMISE occurs 100 pic x(1) value 'N'.

           01 WS-RG-NOEUD-X         pic x(2) value spaces.
           01 WS-RG-FILS-X          pic x(2) value spaces.
           01 WS-RG-NOEUD           pic 9(2) value 0.
           01 WS-RG-FILS            pic 9(2) value 0.
           01 WS-RG-NB-CHAMPS       pic 9(2) value 0.
           01 WS-IDX                pic 9(5) value 0.
           01 WS-PG                 pic 9(3) value 0.

      *    Zones de travail de l'évaluation et de la correction.
           01 i                     pic 9(3) value 0.
           01 j                     pic 9(3) value 0.
           01 w                     pic 9(3) value 0.
           01 noeud-en-cours        pic 9(2) value 0.
           01 fils-en-cours         pic 9(2) value 0.
           01 WS-NB-ECHANGES        pic 9(7) value 0.
           01 WS-ECHANGES-MAX       pic 9(7) value 0.
           01 WS-IMPRESSION         pic x(1) value 'V'.
             88  impression-valide       VALUE 'V'.
             88  impression-invalide     VALUE 'I'.
           01 WS-RECHERCHE          pic x(1) value 'N'.
             88  trouve                  VALUE 'O'.
             88  pas-trouve              VALUE 'N'.

           01 WS-REGLES-EOF   PIC 9 VALUE 0.
             88  fin-regles        VALUE 1.
             88  not-fin-regles    VALUE 0.
           01 WS-PAGES-EOF    PIC 9 VALUE 0.
             88  fin-pages         VALUE 1.
             88  not-fin-pages     VALUE 0.
           01 WS-GENREG-EOF   PIC 9 VALUE 0.
             88  fin-genreg        VALUE 1.
             88  not-fin-genreg    VALUE 0.

           COPY RDEOFWS.

       LINKAGE SECTION.
           COPY VALLK.

       PROCEDURE DIVISION USING JOUR5VAL-LIAISON.
       Main-Logic.
           MOVE 0      TO VAL-CODE-RETOUR
           MOVE SPACES TO VAL-MOTIF
           MOVE 'I'    TO VAL-ETAT
           MOVE 0      TO VAL-REGLE-NOEUD VAL-REGLE-FILS
                          VAL-PAGE-INCONNUE VAL-PAGE-MILIEU
           IF NOT VAL-VALIDER AND NOT VAL-RECHARGER
              MOVE 16 TO VAL-CODE-RETOUR
              MOVE "FONCTION INCONNUE" TO VAL-MOTIF
           ELSE
              IF VAL-RECHARGER
                 set referentiels-a-charger to true
              END-IF
              IF referentiels-a-charger
                 perform charger-referentiels
              END-IF
              MOVE WS-GENERATION TO VAL-GENERATION
              MOVE WS-NB-REGLES  TO VAL-NB-REGLES
              IF referentiels-ko
                 MOVE 12 TO VAL-CODE-RETOUR
                 MOVE WS-MOTIF-CHARGEMENT TO VAL-MOTIF
              ELSE
                 perform controler-appel
                 IF VAL-CODE-RETOUR = 0
                    PERFORM VARYING i FROM 1 BY 1
                       UNTIL i > VAL-NB-PAGES
                       MOVE VAL-SEQUENCE(i) TO VAL-SEQUENCE-CORRIGEE(i)
                    END-PERFORM
                    perform controler-pages-seq
                 END-IF
                 IF VAL-CODE-RETOUR = 0
                    perform evaluer-sequence
                 END-IF
              END-IF
           END-IF
           GOBACK.

       charger-referentiels.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REGLES-DSN FROM ENVIRONMENT "JOUR5_REGLES_DSN"
           IF WS-REGLES-DSN = SPACES
              MOVE WS-DEFAULT-REGLES-DSN TO WS-REGLES-DSN
           END-IF
           ACCEPT WS-PAGES-DSN FROM ENVIRONMENT "JOUR5_PAGES_DSN"
           IF WS-PAGES-DSN = SPACES
              MOVE WS-DEFAULT-PAGES-DSN TO WS-PAGES-DSN
           END-IF
           ACCEPT WS-GENREG-DSN
              FROM ENVIRONMENT "JOUR5_GENERATIONS_DSN"
           IF WS-GENREG-DSN = SPACES
              MOVE WS-DEFAULT-GENREG-DSN TO WS-GENREG-DSN
           END-IF
           set referentiels-charges to true
           MOVE SPACES TO WS-MOTIF-CHARGEMENT
           perform charger-generation-courante
           perform charger-regles
           perform charger-pages-valides.

       charger-generation-courante.
      *    La dernière ligne du registre donne la génération en
      *    vigueur ; registre absent (JOUR5MNT jamais passé) :
      *    génération 0, comme dans JOUR5.
           MOVE 0 TO WS-GENERATION
           set not-fin-genreg to true
           OPEN INPUT FICHIER-GENREG
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
           END-IF.

       charger-regles.
      *    Référentiel absent, vide, ou portant une ligne qui n'est
      *    pas de la forme nn|ff : aucune séquence ne peut être
      *    jugée, chaque appel reçoit le code 12 jusqu'à relecture.
           MOVE 0 TO WS-NB-REGLES
           INITIALIZE TABLE-REGLES-VAL
           set not-fin-regles to true
           OPEN INPUT FICHIER-REGLES
           IF WS-REGLES-STATUS NOT = '00'
              set referentiels-ko to true
              MOVE "REGLES ABSENTES" TO WS-MOTIF-CHARGEMENT
           ELSE
              PERFORM UNTIL fin-regles
                 READ FICHIER-REGLES INTO WS-REGLES-RECORD
                    AT END
                       set fin-regles to true
                 END-READ
                 IF not-fin-regles
                    AND WS-REGLES-RECORD NOT = SPACES
                    perform poser-regle
                 END-IF
              END-PERFORM
              CLOSE FICHIER-REGLES
              MOVE WS-NB-REGLES TO WS-RDEOF-COUNT
              MOVE WS-REGLES-DSN TO WS-RDEOF-DSN
              PERFORM ANNONCER-LECTURE
              IF WS-NB-REGLES = 0 AND referentiels-charges
                 set referentiels-ko to true
                 MOVE "REGLES VIDES" TO WS-MOTIF-CHARGEMENT
              END-IF
           END-IF.

       poser-regle.
           MOVE SPACES TO WS-RG-NOEUD-X WS-RG-FILS-X
           MOVE 0 TO WS-RG-NB-CHAMPS
           UNSTRING WS-REGLES-RECORD DELIMITED BY "|" OR SPACE INTO
              WS-RG-NOEUD-X
              WS-RG-FILS-X
              TALLYING IN WS-RG-NB-CHAMPS
           END-UNSTRING
           IF WS-RG-NB-CHAMPS < 2
              OR WS-RG-NOEUD-X IS NOT NUMERIC
              OR WS-RG-FILS-X IS NOT NUMERIC
              set referentiels-ko to true
              MOVE "REGLES INVALIDES" TO WS-MOTIF-CHARGEMENT
           ELSE
              MOVE WS-RG-NOEUD-X TO WS-RG-NOEUD
              MOVE WS-RG-FILS-X  TO WS-RG-FILS
              COMPUTE WS-IDX = WS-RG-NOEUD * 100 + WS-RG-FILS + 1
              MOVE 'O' TO RV-PRESENTE(WS-IDX)
              ADD 1 TO WS-NB-REGLES
           END-IF.

       charger-pages-valides.
      *    Référentiel des pages optionnel, comme dans JOUR5 :
      *    absent, les pages ne sont pas contrôlées. Une page n'est
      *    admise que si sa date d'effet est atteinte.
           MOVE 0 TO WS-NB-PAGES-ADMISES
           INITIALIZE TABLE-PAGES-VAL
           set controle-pages-inactif to true
           set not-fin-pages to true
           OPEN INPUT FICHIER-PAGES
           IF WS-PAGES-STATUS = '00'
              set controle-pages-actif to true
              PERFORM UNTIL fin-pages
                 READ FICHIER-PAGES INTO WS-PAGES-RECORD
                    AT END
                       set fin-pages to true
                    NOT AT END
                       IF WS-PAGES-RECORD NOT = SPACES
                          AND WS-PG-DATE-EFFET <= WS-RUN-DATE
                          COMPUTE WS-PG = WS-PG-NUMERO + 1
                          MOVE 'O' TO PV-ADMISE(WS-PG)
                          ADD 1 TO WS-NB-PAGES-ADMISES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-PAGES
              MOVE WS-NB-PAGES-ADMISES TO WS-RDEOF-COUNT
              MOVE WS-PAGES-DSN TO WS-RDEOF-DSN
              PERFORM ANNONCER-LECTURE
           END-IF.

       controler-appel.
      *    Nombre de pages hors bornes ou page non numérique : la
      *    zone de liaison est mal renseignée par l'appelant.
           IF VAL-NB-PAGES IS NOT NUMERIC
              OR VAL-NB-PAGES = 0
              MOVE 16 TO VAL-CODE-RETOUR
              MOVE "NOMBRE DE PAGES" TO VAL-MOTIF
           ELSE
              PERFORM VARYING i FROM 1 BY 1
                 UNTIL i > VAL-NB-PAGES OR VAL-CODE-RETOUR NOT = 0
                 IF VAL-SEQUENCE(i) IS NOT NUMERIC
                    MOVE 16 TO VAL-CODE-RETOUR
                    MOVE "PAGE NON NUMERIQUE" TO VAL-MOTIF
                 END-IF
              END-PERFORM
           END-IF.

       controler-pages-seq.
           IF controle-pages-actif
              PERFORM VARYING i FROM 1 BY 1
                 UNTIL i > VAL-NB-PAGES OR VAL-CODE-RETOUR NOT = 0
                 IF PV-ADMISE(VAL-SEQUENCE(i) + 1) NOT = 'O'
                    MOVE 8 TO VAL-CODE-RETOUR
                    MOVE "PAGE INCONNUE" TO VAL-MOTIF
                    MOVE VAL-SEQUENCE(i) TO VAL-PAGE-INCONNUE
                 END-IF
              END-PERFORM
           END-IF.

       evaluer-sequence.
      *    Même parcours que evaluer-impression-maj de JOUR5 : la
      *    première paire (i < j) sans règle tab(i)|tab(j) rend la
      *    séquence invalide ; la règle enfreinte est tab(j)|tab(i).
           set impression-valide to true
           PERFORM VARYING i FROM 1 BY 1
            UNTIL i >= VAL-NB-PAGES or impression-invalide
               move VAL-SEQUENCE(i) to noeud-en-cours
               compute w = i + 1
               perform varying j from w by 1
                until j > VAL-NB-PAGES or impression-invalide
                  move VAL-SEQUENCE(j) to fils-en-cours
                  perform page-valide
                  if pas-trouve
                     set impression-invalide to true
                     MOVE fils-en-cours  TO VAL-REGLE-NOEUD
                     MOVE noeud-en-cours TO VAL-REGLE-FILS
                  end-if
               end-perform
           END-PERFORM
           IF impression-valide
              MOVE 'V' TO VAL-ETAT
           ELSE
              MOVE 'I' TO VAL-ETAT
              MOVE 4 TO VAL-CODE-RETOUR
              perform controler-paires
              IF VAL-CODE-RETOUR = 4
                 perform correction-sequence
              END-IF
           END-IF
           IF VAL-CODE-RETOUR < 8
              compute i = VAL-NB-PAGES / 2
              add 1 to i
              MOVE VAL-SEQUENCE-CORRIGEE(i) TO VAL-PAGE-MILIEU
           END-IF.

       controler-paires.
      *    La correction par échange ne se termine que si chaque
      *    paire de la séquence est ordonnée par une règle, dans un
      *    sens ou dans l'autre : une paire sans règle est rendue à
      *    l'appelant (code 8) au lieu d'être échangée sans fin.
           PERFORM VARYING i FROM 1 BY 1
            UNTIL i >= VAL-NB-PAGES or VAL-CODE-RETOUR NOT = 4
               compute w = i + 1
               perform varying j from w by 1
                until j > VAL-NB-PAGES or VAL-CODE-RETOUR NOT = 4
                  move VAL-SEQUENCE(i) to noeud-en-cours
                  move VAL-SEQUENCE(j) to fils-en-cours
                  perform page-valide
                  if pas-trouve
                     move VAL-SEQUENCE(j) to noeud-en-cours
                     move VAL-SEQUENCE(i) to fils-en-cours
                     perform page-valide
                     if pas-trouve
                        MOVE 8 TO VAL-CODE-RETOUR
                        MOVE "PAIRE SANS REGLE" TO VAL-MOTIF
                        MOVE VAL-SEQUENCE(i) TO VAL-REGLE-NOEUD
                        MOVE VAL-SEQUENCE(j) TO VAL-REGLE-FILS
                     end-if
                  end-if
               end-perform
           END-PERFORM.

       correction-sequence.
      *    Même correction que correction-impression de JOUR5, sur
      *    VAL-SEQUENCE-CORRIGEE. Sans cycle entre les pages de la
      *    séquence, chaque échange réduit le nombre d'inversions :
      *    au-delà de n(n-1)/2 échanges, les règles bouclent et la
      *    séquence est rendue telle quelle (code 8).
           MOVE 0 TO WS-NB-ECHANGES
           COMPUTE WS-ECHANGES-MAX =
              VAL-NB-PAGES * (VAL-NB-PAGES - 1) / 2
           PERFORM VARYING i FROM 1 BY 1
            UNTIL i >= VAL-NB-PAGES or VAL-CODE-RETOUR NOT = 4
               move VAL-SEQUENCE-CORRIGEE(i) to noeud-en-cours
               compute w = i + 1
               set impression-valide to true
               perform varying j from w by 1
                until j > VAL-NB-PAGES or impression-invalide
                  move VAL-SEQUENCE-CORRIGEE(j) to fils-en-cours
                  perform page-valide
                  if pas-trouve
                     move fils-en-cours to VAL-SEQUENCE-CORRIGEE(i)
                     move noeud-en-cours to VAL-SEQUENCE-CORRIGEE(j)
                     compute i = i - 1
                     set impression-invalide to true
                     ADD 1 TO WS-NB-ECHANGES
                     IF WS-NB-ECHANGES > WS-ECHANGES-MAX
                        MOVE 8 TO VAL-CODE-RETOUR
                        MOVE "CYCLE DE REGLES" TO VAL-MOTIF
                     END-IF
                  end-if
               end-perform
           END-PERFORM
           IF VAL-CODE-RETOUR = 8
              PERFORM VARYING i FROM 1 BY 1 UNTIL i > VAL-NB-PAGES
                 MOVE VAL-SEQUENCE(i) TO VAL-SEQUENCE-CORRIGEE(i)
              END-PERFORM
           END-IF.

       page-valide.
      *    Même protocole que page-valide de JOUR5 : trouve levé si
      *    la règle noeud-en-cours|fils-en-cours existe.
           COMPUTE WS-IDX = noeud-en-cours * 100 + fils-en-cours + 1
           IF RV-PRESENTE(WS-IDX) = 'O'
              set trouve to true
           ELSE
              set pas-trouve to true
           END-IF.

       COPY RDEOFPR.
