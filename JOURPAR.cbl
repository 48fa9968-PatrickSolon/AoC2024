       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURPAR.

      *> Contrôle de syntaxe des fichiers paramètres et de commande de
      *> la suite, lancé par JOURCTL avant le premier pas (et
      *> lançable seul). Le pré-vol de JOURCTL ne prouve que
      *> l'existence des entrées ; or chaque programme lit ses
      *> paramètres à sa façon et une ligne mal tapée y est souvent
      *> sautée ou mal lue sans un mot (budget hors plage dans
      *> tolerance.par, plage "NOM MIN MAX" au nom inconnu, dépendant
      *> mal orthographié dans la définition de chaîne...). Ici,
      *> chaque dataset est résolu comme son programme le résout
      *> (même variable d'environnement, même défaut) et chaque ligne
      *> est décomposée selon le format de ce programme :
      *>   JOURCTL_CHAINE    NOM PROGRAMME [ORDRE [POLITIQUE [DEP..]]]
      *>                     [RELANCE=codes/tentatives/attente]
      *>                     [ARRIVEE=DECLENCHEUR|ENVELOPPE/HHMM]
      *>   JOURCTL_POLICY    NOM POLITIQUE [DEP1 .. DEP4]
      *>   JOURCTL_CALENDRIER AAAAMMJJ libellé
      *>                     | AAAAMMJJ LIMITE HHMM [NOM]
      *>   JOURCTL_COMMANDES HOLD | SKIP nom | STOP-AFTER nom
      *>   JOUR2_PARAM       min max [budget]            (vigueur)
      *>   JOUR3_OPCODES     mnémonique longueur nb-args action
      *>                                                 (vigueur)
      *>   JOUR3_LISTE       un DSN par ligne
      *>   JOUR4_MOTS        un mot par ligne              (vigueur)
      *>   JOUR4_PANNEAUX    ID DSN ('*' en colonne 1 : commentaire)
      *>   JOUR4_MASQUE      grille de 'X' et de '.' (par panneau en
      *>                     mode multi-panneaux : suffixe ".ID")
      *>   JOUR42_GABARITS   NOM DI DJ LETTRE              (vigueur)
      *>   JOUR4MRG_LISTE    hit-list densité sommaire
      *>   JOURALR_PLAGES    NOM MIN MAX [MAXPCT]          (vigueur)
      *>   JOURFAC_TARIFS    TYPE CODE PRIX-ENREG PRIX-REJET PRIX-RUN
      *>                     MINIMUM ('*' en colonne 1 : commentaire)
      *>                                                 (vigueur)
      *> Les fenêtres de vigueur sont décomposées par la routine
      *> partagée (cf. VIGWS.cpy) et toutes les lignes sont
      *> contrôlées, en vigueur ou non : une ligne datée de demain
      *> doit être juste dès aujourd'hui. Les plafonds de table des
      *> programmes, eux, portent sur les entrées en vigueur à la date
      *> de traitement (cf. DATWS.cpy). Un dataset facultatif absent
      *> n'est pas une erreur ; une liste désignée par sa variable
      *> d'environnement mais absente en est une ; une liste dont la
      *> variable n'est pas posée n'est pas utilisée et n'est pas lue.
      *> Chaque ligne rejetée est affichée et portée au rapport
      *> (JOURPAR_RAPPORT_DSN) et au journal avec le fichier, le
      *> numéro de ligne et le motif. Code retour : 0 si tout est
      *> lisible, 8 au moindre rejet (JOURCTL ne lance alors pas la
      *> chaîne).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LOGSEL.
           SELECT FICHIER-PARAMETRE ASSIGN TO DYNAMIC WS-PAR-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
           SELECT FICHIER-RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY LOGFD.

      *> Enregistrement générique, plus large que le plus long des
      *> formats contrôlés : une ligne trop longue pour son programme
      *> (qui la tronquerait) se mesure ici.
       FD  FICHIER-PARAMETRE.
       01  WS-PAR-RECORD        PIC X(1024).

       FD  FICHIER-RAPPORT.
       01  WS-RAPPORT-RECORD    PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-RAPPORT-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAUT-RAPPORT-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/controle_parametres.rpt".
       01  WS-RAPPORT-STATUS    PIC X(02) VALUE '00'.
       01  WS-RAPPORT-LIGNE     PIC X(200) VALUE SPACES.
       01  WS-RAPPORT-PTR       PIC 9(03) VALUE ZERO.

      *> Fichier en cours de contrôle.
       01  WS-PAR-DSN           PIC X(200) VALUE SPACES.
       01  WS-PAR-STATUS        PIC X(02) VALUE '00'.
       01  WS-PAR-EOF           PIC 9 VALUE 0.
           88  FIN-PARAMETRE        VALUE 1.
           88  NOT-FIN-PARAMETRE    VALUE 0.
       01  WS-PAR-NOM           PIC X(20) VALUE SPACES.
       01  WS-PAR-TYPE          PIC X(03) VALUE SPACES.
           88  PAR-CHAINE           VALUE 'CHN'.
           88  PAR-POLITIQUES       VALUE 'POL'.
           88  PAR-CALENDRIER       VALUE 'CAL'.
           88  PAR-COMMANDES        VALUE 'CMD'.
           88  PAR-TOLERANCE        VALUE 'TOL'.
           88  PAR-OPCODES          VALUE 'OPC'.
           88  PAR-LISTE-JOUR3      VALUE 'LS3'.
           88  PAR-MOTS             VALUE 'MOT'.
           88  PAR-PANNEAUX         VALUE 'PAN'.
           88  PAR-MASQUE           VALUE 'MSQ'.
           88  PAR-GABARITS         VALUE 'GAB'.
           88  PAR-LISTE-BANDES     VALUE 'LSM'.
           88  PAR-PLAGES           VALUE 'PLG'.
           88  PAR-TARIFS           VALUE 'TRF'.
       01  WS-PAR-VIGUEUR-FLAG  PIC X(01) VALUE 'N'.
           88  PAR-AVEC-VIGUEUR     VALUE 'O'.
           88  PAR-SANS-VIGUEUR     VALUE 'N'.
       01  WS-PAR-EXIGE-FLAG    PIC X(01) VALUE 'N'.
           88  PAR-EXIGE            VALUE 'O'.
           88  PAR-FACULTATIF       VALUE 'N'.
      *> Longueur d'enregistrement du programme lecteur (0 : pas de
      *> contrôle) et plafond de sa table (0 : pas de plafond).
       01  WS-PAR-LONG-MAX      PIC 9(04) VALUE ZERO.
       01  WS-PAR-MAX           PIC 9(03) VALUE ZERO.
       01  WS-PAR-NO-LIGNE      PIC 9(05) VALUE ZERO.
       01  WS-PAR-LONG          PIC 9(04) VALUE ZERO.
       01  WS-PAR-NB-ENTREES    PIC 9(05) VALUE ZERO.
       01  WS-PAR-NB-REJETS     PIC 9(05) VALUE ZERO.
       01  WS-PAR-ETAT          PIC X(12) VALUE SPACES.
       01  WS-PAR-MOTIF         PIC X(60) VALUE SPACES.
       01  WS-PAR-TEXTE         PIC X(80) VALUE SPACES.
       01  WS-PAR-ENTREE        PIC X(1024) VALUE SPACES.
       01  WS-PAR-EN-VIGUEUR-FLAG PIC 9 VALUE 1.
           88  PAR-EN-VIGUEUR       VALUE 1.
           88  PAR-HORS-VIGUEUR     VALUE 0.
       01  WS-EDIT-NB           PIC Z(04)9.

      *> Décomposition d'une entrée en mots (au plus 10 retenus, un
      *> onzième signale l'excès).
       01  TABLE-JETONS.
           05  WS-JETON         PIC X(200) OCCURS 11.
       01  WS-NB-JETONS         PIC 9(02) VALUE ZERO.
       01  WS-JETON-IDX         PIC 9(02) VALUE ZERO.
       01  WS-JETON-LONG        PIC 9(04) VALUE ZERO.
       01  WS-JETON-DEBUT       PIC 9(02) VALUE ZERO.
       01  WS-ENTIER-CHIFFRES   PIC 9(02) VALUE ZERO.
       01  WS-ENTIER-VALEUR     PIC 9(15) VALUE ZERO.
       01  WS-ENTIER-FLAG       PIC 9 VALUE 0.
           88  ENTIER-VALIDE        VALUE 1.
           88  ENTIER-INVALIDE      VALUE 0.
       01  WS-MIN-W             PIC 9(15) VALUE ZERO.
      *> Politique de relance d'un pas de la chaîne.
       01  WS-CHN-NB-DEP        PIC 9(02) VALUE ZERO.
       01  WS-CHN-NB-REL        PIC 9(02) VALUE ZERO.
       01  WS-CHN-NB-ARR        PIC 9(02) VALUE ZERO.
      *> Heure limite HHMM d'arrivée des entrées (HH jusqu'à 47).
       01  WS-HEURE-X           PIC X(200) VALUE SPACES.
       01  TABLE-REL-PARTIES.
           05  WS-REL-PARTIE    PIC X(200) OCCURS 4.
       01  TABLE-REL-CODES.
           05  WS-REL-CODE      PIC X(200) OCCURS 5.
       01  WS-REL-IDX           PIC 9(02) VALUE ZERO.
       01  WS-REL-VALEUR        PIC X(200) VALUE SPACES.
       01  WS-REL-LONG          PIC 9(04) VALUE ZERO.
       01  WS-MAX-W             PIC 9(15) VALUE ZERO.
       01  WS-CAR-IDX           PIC 9(04) VALUE ZERO.
       01  WS-DATE-W            PIC 9(08) VALUE ZERO.
      *> Montant d'un tarif de JOURFAC (décimales admises).
       01  WS-MONTANT-W         PIC S9(09)V9(06) VALUE ZERO.

      *> Pas de la chaîne : ceux de la définition externe, ou à
      *> défaut ceux de la chaîne câblée de JOURCTL ; les dépendants
      *> de la définition sont vérifiés une fois toutes ses lignes
      *> lues (un dépendant peut précéder son pas dans le fichier).
       01  WS-PAS-DEFAUT-VALEURS.
           05  FILLER           PIC X(08) VALUE 'JOUR1'.
           05  FILLER           PIC X(08) VALUE 'JOUR2'.
           05  FILLER           PIC X(08) VALUE 'JOUR3'.
           05  FILLER           PIC X(08) VALUE 'JOUR4'.
           05  FILLER           PIC X(08) VALUE 'JOUR5'.
           05  FILLER           PIC X(08) VALUE 'BILAN'.
           05  FILLER           PIC X(08) VALUE 'HISTO'.
           05  FILLER           PIC X(08) VALUE 'ALERTES'.
       01  WS-PAS-DEFAUT REDEFINES WS-PAS-DEFAUT-VALEURS.
           05  PAS-DEFAUT-NOM   PIC X(08) OCCURS 8.
       01  WS-NB-PAS            PIC 9(02) VALUE ZERO.
       01  WS-PAS-IDX           PIC 9(02) VALUE ZERO.
       01  WS-PAS-CHERCHE       PIC X(08) VALUE SPACES.
       01  TABLE-PAS.
           05  PAS-NOM          PIC X(08) OCCURS 20.
       01  WS-PAS-FLAG          PIC 9 VALUE 0.
           88  PAS-CONNU            VALUE 1.
           88  PAS-INCONNU          VALUE 0.
       01  WS-NB-DEP            PIC 9(03) VALUE ZERO.
       01  WS-DEP-IDX           PIC 9(03) VALUE ZERO.
       01  TABLE-DEP.
           05  DEP-ENTRY OCCURS 80.
               10  DEP-NOM      PIC X(08).
               10  DEP-LIGNE    PIC 9(05).

      *> Métriques connues de JOURALR (noms sur 14 caractères comme
      *> sa table) ; les parts J1-PART-* viennent du bilan de JOUR1.
       01  WS-METRIQUES-VALEURS.
           05  FILLER           PIC X(14) VALUE 'J1-NB-LIGNES'.
           05  FILLER           PIC X(14) VALUE 'J1-DIS-TOTAL'.
           05  FILLER           PIC X(14) VALUE 'J1-SIM-TOTAL'.
           05  FILLER           PIC X(14) VALUE 'J2-NB-RAPPORTS'.
           05  FILLER           PIC X(14) VALUE 'J2-OK'.
           05  FILLER           PIC X(14) VALUE 'J2-OK-DUMP'.
           05  FILLER           PIC X(14) VALUE 'J3-TOTAL'.
           05  FILLER           PIC X(14) VALUE 'J3-TOTAL-CORR'.
           05  FILLER           PIC X(14) VALUE 'J4-XMAS'.
           05  FILLER           PIC X(14) VALUE 'J4-CROIX'.
           05  FILLER           PIC X(14) VALUE 'J5-RESULTAT'.
           05  FILLER           PIC X(14) VALUE 'J5-RESULT-INVA'.
       01  WS-METRIQUES REDEFINES WS-METRIQUES-VALEURS.
           05  METRIQUE-NOM     PIC X(14) OCCURS 12.
       01  WS-MET-IDX           PIC 9(02) VALUE ZERO.
       01  WS-MET-FLAG          PIC 9 VALUE 0.
           88  METRIQUE-CONNUE      VALUE 1.
           88  METRIQUE-INCONNUE    VALUE 0.

      *> Gabarits de JOUR4-2 en vigueur (plafonds de sa table).
       01  WS-NB-GAB            PIC 9(02) VALUE ZERO.
       01  WS-GAB-IDX           PIC 9(02) VALUE ZERO.
       01  WS-GAB-IDX2          PIC 9(02) VALUE ZERO.
       01  TABLE-GAB.
           05  GAB-ENTRY OCCURS 20.
               10  GAB-NOM      PIC X(08).
               10  GAB-NB-ELEM  PIC 9(03).

      *> Panneaux de la liste multi-panneaux (masques suffixés).
       01  WS-NB-PAN            PIC 9(02) VALUE ZERO.
       01  WS-PAN-IDX           PIC 9(02) VALUE ZERO.
       01  TABLE-PAN.
           05  PAN-ID           PIC X(08) OCCURS 20.
       01  WS-PAN-MODE-FLAG     PIC 9 VALUE 0.
           88  PAN-MULTI            VALUE 1.
           88  PAN-MONO             VALUE 0.
       01  WS-MASQUE-BASE-DSN   PIC X(200) VALUE SPACES.

       01  WS-NB-FICHIERS-CONTROLES PIC 9(03) VALUE ZERO.
       01  WS-TOTAL-REJETS      PIC 9(05) VALUE ZERO.

         COPY FSTATWS.
         COPY LOGWS.
         COPY RUNWS.
         COPY VIGWS.
         COPY DATWS.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE 'JOURPAR' TO WS-LOG-PROGID
           MOVE 'JOURPAR_JOURNAL_DSN' TO WS-LOG-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/journal_par.log"
              TO WS-LOG-DSN-DEFAUT
           PERFORM OUVRIR-JOURNAL
           PERFORM DETERMINER-DATE-TRAITEMENT
           ACCEPT WS-RAPPORT-DSN FROM ENVIRONMENT "JOURPAR_RAPPORT_DSN"
           IF WS-RAPPORT-DSN = SPACES
              MOVE WS-DEFAUT-RAPPORT-DSN TO WS-RAPPORT-DSN
           END-IF
           OPEN OUTPUT FICHIER-RAPPORT
           MOVE WS-RAPPORT-STATUS TO WS-FSTAT-CODE
           MOVE WS-RAPPORT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-RAPPORT" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE SPACES TO WS-RAPPORT-LIGNE
           STRING "CONTROLE DES PARAMETRES - DATE DE TRAITEMENT "
              WS-DAT-TRAITEMENT
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING
           WRITE WS-RAPPORT-RECORD FROM WS-RAPPORT-LIGNE
           MOVE ZERO TO WS-NB-FICHIERS-CONTROLES WS-TOTAL-REJETS
                        WS-NB-PAS WS-NB-DEP WS-NB-GAB WS-NB-PAN
      *> La définition de chaîne d'abord : les politiques et les
      *> commandes nomment ses pas.
           PERFORM CONTROLER-FICHIER-CHAINE
           PERFORM CONTROLER-FICHIER-POLITIQUES
           PERFORM CONTROLER-FICHIER-CALENDRIER
           PERFORM CONTROLER-FICHIER-COMMANDES
           PERFORM CONTROLER-FICHIER-TOLERANCE
           PERFORM CONTROLER-FICHIER-OPCODES
           PERFORM CONTROLER-FICHIER-LISTE-JOUR3
           PERFORM CONTROLER-FICHIER-MOTS
      *> La liste des panneaux avant les masques : en mode
      *> multi-panneaux, chaque panneau a le sien.
           PERFORM CONTROLER-FICHIER-PANNEAUX
           PERFORM CONTROLER-FICHIERS-MASQUES
           PERFORM CONTROLER-FICHIER-GABARITS
           PERFORM CONTROLER-FICHIER-BANDES
           PERFORM CONTROLER-FICHIER-PLAGES
           PERFORM CONTROLER-FICHIER-TARIFS
           MOVE SPACES TO WS-RAPPORT-LIGNE
           STRING "TOTAL " WS-NB-FICHIERS-CONTROLES
              " FICHIER(S) CONTROLE(S) " WS-TOTAL-REJETS
              " LIGNE(S) REJETEE(S)"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING
           WRITE WS-RAPPORT-RECORD FROM WS-RAPPORT-LIGNE
           CLOSE FICHIER-RAPPORT
           MOVE WS-RAPPORT-LIGNE TO WS-LOG-MESSAGE
           PERFORM ECRIRE-JOURNAL
           DISPLAY "JOURPAR : " WS-NB-FICHIERS-CONTROLES
                   " fichier(s) controle(s), " WS-TOTAL-REJETS
                   " ligne(s) rejetee(s) -> "
                   FUNCTION TRIM(WS-RAPPORT-DSN)
           IF WS-TOTAL-REJETS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM FERMER-JOURNAL
      *> GOBACK plutôt que STOP RUN : ce pas peut être appelé en
      *> séquence par le programme pilote.
           GOBACK.

      *> ---------------------------------------------------------
      *> Résolution de chaque dataset, comme dans son programme.
      *> ---------------------------------------------------------
       CONTROLER-FICHIER-CHAINE.
           MOVE "JOURCTL_CHAINE" TO WS-PAR-NOM
           ACCEPT WS-PAR-DSN FROM ENVIRONMENT "JOURCTL_CHAINE_DSN"
           IF WS-PAR-DSN = SPACES
              MOVE "/mnt/c/pgmcobol/AoC2024/chaine.def" TO WS-PAR-DSN
           END-IF
           SET PAR-CHAINE TO TRUE
           SET PAR-SANS-VIGUEUR TO TRUE
           SET PAR-FACULTATIF TO TRUE
           MOVE 100 TO WS-PAR-LONG-MAX
           MOVE 20 TO WS-PAR-MAX
           PERFORM CONTROLER-FICHIER
      *> Sans définition exploitable, JOURCTL déroule la chaîne
      *> câblée.
           IF WS-NB-PAS = 0
              MOVE 8 TO WS-NB-PAS
              PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
                 UNTIL WS-PAS-IDX > WS-NB-PAS
                 MOVE PAS-DEFAUT-NOM(WS-PAS-IDX)
                    TO PAS-NOM(WS-PAS-IDX)
              END-PERFORM
           END-IF.

       CONTROLER-FICHIER-POLITIQUES.
           MOVE "JOURCTL_POLICY" TO WS-PAR-NOM
           ACCEPT WS-PAR-DSN FROM ENVIRONMENT "JOURCTL_POLICY_DSN"
           IF WS-PAR-DSN = SPACES
              MOVE "/mnt/c/pgmcobol/AoC2024/etapes.par" TO WS-PAR-DSN
           END-IF
           SET PAR-POLITIQUES TO TRUE
           SET PAR-SANS-VIGUEUR TO TRUE
           SET PAR-FACULTATIF TO TRUE
           MOVE 80 TO WS-PAR-LONG-MAX
           MOVE 0 TO WS-PAR-MAX
           PERFORM CONTROLER-FICHIER.

       CONTROLER-FICHIER-CALENDRIER.
           MOVE "JOURCTL_CALENDRIER" TO WS-PAR-NOM
           ACCEPT WS-PAR-DSN FROM ENVIRONMENT "JOURCTL_CALENDRIER_DSN"
           IF WS-PAR-DSN = SPACES
              MOVE "/mnt/c/pgmcobol/AoC2024/calendrier.dat"
                 TO WS-PAR-DSN
           END-IF
           SET PAR-CALENDRIER TO TRUE
           SET PAR-SANS-VIGUEUR TO TRUE
           SET PAR-FACULTATIF TO TRUE
           MOVE 0 TO WS-PAR-LONG-MAX
           MOVE 200 TO WS-PAR-MAX
           PERFORM CONTROLER-FICHIER.

       CONTROLER-FICHIER-COMMANDES.
           MOVE "JOURCTL_COMMANDES" TO WS-PAR-NOM
           ACCEPT WS-PAR-DSN FROM ENVIRONMENT "JOURCTL_COMMANDES_DSN"
           IF WS-PAR-DSN = SPACES
              MOVE "/mnt/c/pgmcobol/AoC2024/commandes.dat"
                 TO WS-PAR-DSN
           END-IF
           SET PAR-COMMANDES TO TRUE
           SET PAR-SANS-VIGUEUR TO TRUE
           SET PAR-FACULTATIF TO TRUE
           MOVE 40 TO WS-PAR-LONG-MAX
           MOVE 0 TO WS-PAR-MAX
           PERFORM CONTROLER-FICHIER.

       CONTROLER-FICHIER-TOLERANCE.
           MOVE "JOUR2_PARAM" TO WS-PAR-NOM
           ACCEPT WS-PAR-DSN FROM ENVIRONMENT "JOUR2_PARAM_DSN"
           IF WS-PAR-DSN = SPACES
              MOVE "/mnt/c/pgmcobol/AoC2024/J2/tolerance.par"
                 TO WS-PAR-DSN
           END-IF
           SET PAR-TOLERANCE TO TRUE
           SET PAR-AVEC-VIGUEUR TO TRUE
           SET PAR-FACULTATIF TO TRUE
           MOVE 80 TO WS-PAR-LONG-MAX
           MOVE 20 TO WS-PAR-MAX
           PERFORM CONTROLER-FICHIER.

       CONTROLER-FICHIER-OPCODES.
           MOVE "JOUR3_OPCODES" TO WS-PAR-NOM
           ACCEPT WS-PAR-DSN FROM ENVIRONMENT "JOUR3_OPCODES_DSN"
           IF WS-PAR-DSN = SPACES
              MOVE "/mnt/c/pgmcobol/AoC2024/J3/opcodes.par"
                 TO WS-PAR-DSN
           END-IF
           SET PAR-OPCODES TO TRUE
           SET PAR-AVEC-VIGUEUR TO TRUE
           SET PAR-FACULTATIF TO TRUE
           MOVE 80 TO WS-PAR-LONG-MAX
           MOVE 20 TO WS-PAR-MAX
           PERFORM CONTROLER-FICHIER.

       CONTROLER-FICHIER-LISTE-JOUR3.
           MOVE "JOUR3_LISTE" TO WS-PAR-NOM
           ACCEPT WS-PAR-DSN FROM ENVIRONMENT "JOUR3_LISTE_DSN"
           SET PAR-LISTE-JOUR3 TO TRUE
           SET PAR-SANS-VIGUEUR TO TRUE
           SET PAR-EXIGE TO TRUE
           MOVE 200 TO WS-PAR-LONG-MAX
           MOVE 50 TO WS-PAR-MAX
           PERFORM CONTROLER-FICHIER-DESIGNE.

       CONTROLER-FICHIER-MOTS.
           MOVE "JOUR4_MOTS" TO WS-PAR-NOM
           ACCEPT WS-PAR-DSN FROM ENVIRONMENT "JOUR4_MOTS_DSN"
           SET PAR-MOTS TO TRUE
           SET PAR-AVEC-VIGUEUR TO TRUE
           SET PAR-EXIGE TO TRUE
           MOVE 60 TO WS-PAR-LONG-MAX
           MOVE 20 TO WS-PAR-MAX
           PERFORM CONTROLER-FICHIER-DESIGNE.

       CONTROLER-FICHIER-PANNEAUX.
           MOVE "JOUR4_PANNEAUX" TO WS-PAR-NOM
           ACCEPT WS-PAR-DSN FROM ENVIRONMENT "JOUR4_PANNEAUX_DSN"
           SET PAN-MONO TO TRUE
           IF WS-PAR-DSN NOT = SPACES
              SET PAN-MULTI TO TRUE
           END-IF
           SET PAR-PANNEAUX TO TRUE
           SET PAR-SANS-VIGUEUR TO TRUE
           SET PAR-EXIGE TO TRUE
           MOVE 220 TO WS-PAR-LONG-MAX
           MOVE 20 TO WS-PAR-MAX
           PERFORM CONTROLER-FICHIER-DESIGNE.

       CONTROLER-FICHIERS-MASQUES.
      *> Masque facultatif dans les deux modes ; en multi-panneaux,
      *> JOUR4 et JOUR4-2 ne lisent que les masques suffixés.
           ACCEPT WS-MASQUE-BASE-DSN
              FROM ENVIRONMENT "JOUR4_MASQUE_DSN"
           IF WS-MASQUE-BASE-DSN = SPACES
              MOVE "/mnt/c/pgmcobol/AoC2024/J4/masque.txt"
                 TO WS-MASQUE-BASE-DSN
           END-IF
           SET PAR-MASQUE TO TRUE
           SET PAR-SANS-VIGUEUR TO TRUE
           SET PAR-FACULTATIF TO TRUE
           MOVE 140 TO WS-PAR-LONG-MAX
           MOVE 140 TO WS-PAR-MAX
           IF PAN-MULTI
              PERFORM VARYING WS-PAN-IDX FROM 1 BY 1
                 UNTIL WS-PAN-IDX > WS-NB-PAN
                 MOVE SPACES TO WS-PAR-NOM WS-PAR-DSN
                 STRING "JOUR4_MASQUE." PAN-ID(WS-PAN-IDX)
                    DELIMITED BY SPACE INTO WS-PAR-NOM
                 END-STRING
                 STRING FUNCTION TRIM(WS-MASQUE-BASE-DSN) "."
                    FUNCTION TRIM(PAN-ID(WS-PAN-IDX))
                    DELIMITED BY SIZE INTO WS-PAR-DSN
                 END-STRING
                 PERFORM CONTROLER-FICHIER
              END-PERFORM
           ELSE
              MOVE "JOUR4_MASQUE" TO WS-PAR-NOM
              MOVE WS-MASQUE-BASE-DSN TO WS-PAR-DSN
              PERFORM CONTROLER-FICHIER
           END-IF.

       CONTROLER-FICHIER-GABARITS.
           MOVE "JOUR42_GABARITS" TO WS-PAR-NOM
           ACCEPT WS-PAR-DSN FROM ENVIRONMENT "JOUR42_GABARITS_DSN"
           SET PAR-GABARITS TO TRUE
           SET PAR-AVEC-VIGUEUR TO TRUE
           SET PAR-EXIGE TO TRUE
           MOVE 60 TO WS-PAR-LONG-MAX
      *>   Plafonds propres (20 gabarits de 12 éléments) : cf.
      *>   ANALYSER-LIGNE-GABARIT.
           MOVE 0 TO WS-PAR-MAX
           PERFORM CONTROLER-FICHIER-DESIGNE.

       CONTROLER-FICHIER-BANDES.
           MOVE "JOUR4MRG_LISTE" TO WS-PAR-NOM
           ACCEPT WS-PAR-DSN FROM ENVIRONMENT "JOUR4MRG_LISTE_DSN"
           IF WS-PAR-DSN = SPACES
              MOVE "/mnt/c/pgmcobol/AoC2024/J4/bandes.lst"
                 TO WS-PAR-DSN
           END-IF
           SET PAR-LISTE-BANDES TO TRUE
           SET PAR-SANS-VIGUEUR TO TRUE
           SET PAR-FACULTATIF TO TRUE
           MOVE 650 TO WS-PAR-LONG-MAX
           MOVE 20 TO WS-PAR-MAX
           PERFORM CONTROLER-FICHIER.

       CONTROLER-FICHIER-PLAGES.
           MOVE "JOURALR_PLAGES" TO WS-PAR-NOM
           ACCEPT WS-PAR-DSN FROM ENVIRONMENT "JOURALR_PLAGES_DSN"
           IF WS-PAR-DSN = SPACES
              MOVE "/mnt/c/pgmcobol/AoC2024/plages.par" TO WS-PAR-DSN
           END-IF
           SET PAR-PLAGES TO TRUE
           SET PAR-AVEC-VIGUEUR TO TRUE
           SET PAR-FACULTATIF TO TRUE
           MOVE 80 TO WS-PAR-LONG-MAX
           MOVE 0 TO WS-PAR-MAX
           PERFORM CONTROLER-FICHIER.

       CONTROLER-FICHIER-TARIFS.
           MOVE "JOURFAC_TARIFS" TO WS-PAR-NOM
           ACCEPT WS-PAR-DSN FROM ENVIRONMENT "JOURFAC_TARIFS_DSN"
           IF WS-PAR-DSN = SPACES
              MOVE "/mnt/c/pgmcobol/AoC2024/tarifs.par" TO WS-PAR-DSN
           END-IF
           SET PAR-TARIFS TO TRUE
           SET PAR-AVEC-VIGUEUR TO TRUE
           SET PAR-FACULTATIF TO TRUE
           MOVE 256 TO WS-PAR-LONG-MAX
           MOVE 100 TO WS-PAR-MAX
           PERFORM CONTROLER-FICHIER.

       CONTROLER-FICHIER-DESIGNE.
      *> Liste lue seulement quand sa variable d'environnement est
      *> posée : sinon le programme ne s'en sert pas.
           IF WS-PAR-DSN = SPACES
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "FICHIER " WS-PAR-NOM " NON UTILISE"
                 DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              WRITE WS-RAPPORT-RECORD FROM WS-RAPPORT-LIGNE
           ELSE
              PERFORM CONTROLER-FICHIER
           END-IF.

      *> ---------------------------------------------------------
      *> Lecture d'un dataset et bilan.
      *> ---------------------------------------------------------
       CONTROLER-FICHIER.
           MOVE ZERO TO WS-PAR-NO-LIGNE WS-PAR-NB-ENTREES
                        WS-PAR-NB-REJETS
           MOVE SPACES TO WS-RAPPORT-LIGNE
           STRING "FICHIER " WS-PAR-NOM " " FUNCTION TRIM(WS-PAR-DSN)
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING
           WRITE WS-RAPPORT-RECORD FROM WS-RAPPORT-LIGNE
           OPEN INPUT FICHIER-PARAMETRE
           EVALUATE TRUE
              WHEN WS-PAR-STATUS = '00'
                 ADD 1 TO WS-NB-FICHIERS-CONTROLES
                 MOVE "CONTROLE" TO WS-PAR-ETAT
                 SET NOT-FIN-PARAMETRE TO TRUE
                 PERFORM UNTIL FIN-PARAMETRE
                    MOVE SPACES TO WS-PAR-RECORD
                    READ FICHIER-PARAMETRE
                       AT END
                          SET FIN-PARAMETRE TO TRUE
                       NOT AT END
                          ADD 1 TO WS-PAR-NO-LIGNE
                          PERFORM ANALYSER-LIGNE
                    END-READ
                 END-PERFORM
                 CLOSE FICHIER-PARAMETRE
                 PERFORM CONTROLER-FIN-FICHIER
              WHEN WS-PAR-STATUS = '35' AND PAR-FACULTATIF
                 MOVE "ABSENT" TO WS-PAR-ETAT
              WHEN WS-PAR-STATUS = '35'
                 MOVE "ABSENT" TO WS-PAR-ETAT
                 MOVE SPACES TO WS-PAR-TEXTE
                 MOVE "fichier designe par la variable mais absent"
                    TO WS-PAR-MOTIF
                 PERFORM SIGNALER-LIGNE
              WHEN OTHER
                 MOVE "ILLISIBLE" TO WS-PAR-ETAT
                 MOVE SPACES TO WS-PAR-TEXTE WS-PAR-MOTIF
                 STRING "ouverture impossible, statut "
                    WS-PAR-STATUS
                    DELIMITED BY SIZE INTO WS-PAR-MOTIF
                 END-STRING
                 PERFORM SIGNALER-LIGNE
           END-EVALUATE
           MOVE SPACES TO WS-RAPPORT-LIGNE
           STRING "BILAN " WS-PAR-NOM " " WS-PAR-ETAT " "
              WS-PAR-NO-LIGNE " LIGNE(S) " WS-PAR-NB-REJETS
              " REJET(S)"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING
           WRITE WS-RAPPORT-RECORD FROM WS-RAPPORT-LIGNE
           MOVE WS-RAPPORT-LIGNE TO WS-LOG-MESSAGE
           PERFORM ECRIRE-JOURNAL.

       CONTROLER-FIN-FICHIER.
      *> Contrôles qui demandent le fichier entier.
           MOVE SPACES TO WS-PAR-TEXTE
           EVALUATE TRUE
              WHEN PAR-CHAINE
                 PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                    UNTIL WS-DEP-IDX > WS-NB-DEP
                    MOVE DEP-NOM(WS-DEP-IDX) TO WS-PAS-CHERCHE
                    PERFORM CHERCHER-PAS
                    IF PAS-INCONNU
                       MOVE DEP-LIGNE(WS-DEP-IDX) TO WS-PAR-NO-LIGNE
                       MOVE SPACES TO WS-PAR-MOTIF
                       STRING "dependant "
                          FUNCTION TRIM(WS-PAS-CHERCHE)
                          " inconnu de la chaine"
                          DELIMITED BY SIZE INTO WS-PAR-MOTIF
                       END-STRING
                       PERFORM SIGNALER-LIGNE
                    END-IF
                 END-PERFORM
              WHEN PAR-PANNEAUX
                 IF WS-NB-PAN = 0
                    MOVE 0 TO WS-PAR-NO-LIGNE
                    MOVE "liste de panneaux vide" TO WS-PAR-MOTIF
                    PERFORM SIGNALER-LIGNE
                 END-IF
              WHEN PAR-LISTE-BANDES
                 IF WS-PAR-NB-ENTREES = 0
                    MOVE 0 TO WS-PAR-NO-LIGNE
                    MOVE "aucune bande dans la liste" TO WS-PAR-MOTIF
                    PERFORM SIGNALER-LIGNE
                 END-IF
           END-EVALUATE.

       ANALYSER-LIGNE.
           MOVE SPACES TO WS-PAR-MOTIF
           MOVE WS-PAR-RECORD TO WS-PAR-TEXTE
           MOVE ZERO TO WS-PAR-LONG
           IF WS-PAR-RECORD NOT = SPACES
              COMPUTE WS-PAR-LONG = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-PAR-RECORD TRAILING))
           END-IF
           EVALUATE TRUE
      *>      Une ligne de masque compte même à blanc (rangée saine).
              WHEN PAR-MASQUE
                 PERFORM ANALYSER-LIGNE-MASQUE
              WHEN WS-PAR-RECORD = SPACES
                 CONTINUE
              WHEN PAR-PANNEAUX AND WS-PAR-RECORD(1:1) = '*'
                 CONTINUE
              WHEN PAR-TARIFS AND WS-PAR-RECORD(1:1) = '*'
                 CONTINUE
              WHEN OTHER
                 PERFORM ANALYSER-ENTREE
           END-EVALUATE
           IF WS-PAR-MOTIF NOT = SPACES
              PERFORM SIGNALER-LIGNE
           END-IF.

       ANALYSER-ENTREE.
           SET PAR-EN-VIGUEUR TO TRUE
           IF WS-PAR-LONG-MAX > 0 AND WS-PAR-LONG > WS-PAR-LONG-MAX
              MOVE WS-PAR-LONG-MAX TO WS-EDIT-NB
              STRING "ligne de plus de " FUNCTION TRIM(WS-EDIT-NB)
                 " caracteres"
                 DELIMITED BY SIZE INTO WS-PAR-MOTIF
              END-STRING
           END-IF
      *>   Sans vigueur, les programmes décomposent la ligne brute :
      *>   un blanc en tête décale tous les champs.
           IF WS-PAR-MOTIF = SPACES
              IF PAR-AVEC-VIGUEUR
                 MOVE WS-PAR-RECORD TO WS-VIG-LIGNE
                 PERFORM ANALYSER-FENETRE-VIGUEUR
                 IF WS-VIG-MOTIF NOT = SPACES
                    MOVE WS-VIG-MOTIF TO WS-PAR-MOTIF
                 ELSE
                    MOVE WS-VIG-ENTREE TO WS-PAR-ENTREE
                    IF WS-DAT-TRAITEMENT < WS-VIG-DEBUT
                       OR WS-DAT-TRAITEMENT > WS-VIG-FIN
                       SET PAR-HORS-VIGUEUR TO TRUE
                    END-IF
                 END-IF
              ELSE
                 IF WS-PAR-RECORD(1:1) = SPACE
                    MOVE "blanc en tete de ligne" TO WS-PAR-MOTIF
                 END-IF
                 MOVE WS-PAR-RECORD TO WS-PAR-ENTREE
              END-IF
           END-IF
      *>   Une fenêtre sans entrée est ignorée par les programmes.
           IF WS-PAR-MOTIF = SPACES AND WS-PAR-ENTREE NOT = SPACES
              PERFORM DECOUPER-ENTREE
              EVALUATE TRUE
                 WHEN PAR-CHAINE
                    PERFORM ANALYSER-LIGNE-CHAINE
                 WHEN PAR-POLITIQUES
                    PERFORM ANALYSER-LIGNE-POLITIQUE
                 WHEN PAR-CALENDRIER
                    PERFORM ANALYSER-LIGNE-CALENDRIER
                 WHEN PAR-COMMANDES
                    PERFORM ANALYSER-LIGNE-COMMANDE
                 WHEN PAR-TOLERANCE
                    PERFORM ANALYSER-LIGNE-TOLERANCE
                 WHEN PAR-OPCODES
                    PERFORM ANALYSER-LIGNE-OPCODE
                 WHEN PAR-LISTE-JOUR3
                    CONTINUE
                 WHEN PAR-MOTS
                    PERFORM ANALYSER-LIGNE-MOT
                 WHEN PAR-PANNEAUX
                    PERFORM ANALYSER-LIGNE-PANNEAU
                 WHEN PAR-GABARITS
                    PERFORM ANALYSER-LIGNE-GABARIT
                 WHEN PAR-LISTE-BANDES
                    PERFORM ANALYSER-LIGNE-BANDE
                 WHEN PAR-PLAGES
                    PERFORM ANALYSER-LIGNE-PLAGE
                 WHEN PAR-TARIFS
                    PERFORM ANALYSER-LIGNE-TARIF
              END-EVALUATE
              IF WS-PAR-MOTIF = SPACES AND PAR-EN-VIGUEUR
                 ADD 1 TO WS-PAR-NB-ENTREES
                 IF WS-PAR-MAX > 0 AND WS-PAR-NB-ENTREES > WS-PAR-MAX
                    MOVE WS-PAR-MAX TO WS-EDIT-NB
                    STRING "au-dela de " FUNCTION TRIM(WS-EDIT-NB)
                       " entrees (table du programme pleine)"
                       DELIMITED BY SIZE INTO WS-PAR-MOTIF
                    END-STRING
                 END-IF
              END-IF
           END-IF.

       DECOUPER-ENTREE.
           MOVE SPACES TO TABLE-JETONS
           MOVE FUNCTION TRIM(WS-PAR-ENTREE LEADING) TO WS-PAR-ENTREE
           UNSTRING WS-PAR-ENTREE DELIMITED BY ALL SPACE
              INTO WS-JETON(1) WS-JETON(2) WS-JETON(3) WS-JETON(4)
                   WS-JETON(5) WS-JETON(6) WS-JETON(7) WS-JETON(8)
                   WS-JETON(9) WS-JETON(10) WS-JETON(11)
           END-UNSTRING
           MOVE 0 TO WS-NB-JETONS
           PERFORM VARYING WS-JETON-IDX FROM 1 BY 1
              UNTIL WS-JETON-IDX > 11
              IF WS-JETON(WS-JETON-IDX) NOT = SPACES
                 MOVE WS-JETON-IDX TO WS-NB-JETONS
              END-IF
           END-PERFORM.

       MESURER-JETON.
           MOVE 0 TO WS-JETON-LONG
           IF WS-JETON(WS-JETON-IDX) NOT = SPACES
              COMPUTE WS-JETON-LONG = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-JETON(WS-JETON-IDX)))
           END-IF.

       CONTROLER-ENTIER.
      *> WS-JETON(WS-JETON-IDX) est-il un entier sans signe d'au plus
      *> WS-ENTIER-CHIFFRES chiffres ? Valeur dans WS-ENTIER-VALEUR.
           PERFORM MESURER-JETON
           SET ENTIER-INVALIDE TO TRUE
           MOVE 0 TO WS-ENTIER-VALEUR
           IF WS-JETON-LONG > 0
              AND WS-JETON-LONG NOT > WS-ENTIER-CHIFFRES
              IF WS-JETON(WS-JETON-IDX)(1:WS-JETON-LONG) IS NUMERIC
                 SET ENTIER-VALIDE TO TRUE
                 COMPUTE WS-ENTIER-VALEUR = FUNCTION NUMVAL(
                    WS-JETON(WS-JETON-IDX)(1:WS-JETON-LONG))
              END-IF
           END-IF.

       CONTROLER-ENTIER-SIGNE.
      *> Même contrôle, un signe '+' ou '-' admis en tête.
           PERFORM MESURER-JETON
           SET ENTIER-INVALIDE TO TRUE
           MOVE 1 TO WS-JETON-DEBUT
           IF WS-JETON(WS-JETON-IDX)(1:1) = '-' OR '+'
              MOVE 2 TO WS-JETON-DEBUT
           END-IF
           IF WS-JETON-LONG >= WS-JETON-DEBUT
              AND WS-JETON-LONG - WS-JETON-DEBUT < WS-ENTIER-CHIFFRES
              IF WS-JETON(WS-JETON-IDX)(WS-JETON-DEBUT:
                 WS-JETON-LONG - WS-JETON-DEBUT + 1) IS NUMERIC
                 SET ENTIER-VALIDE TO TRUE
              END-IF
           END-IF.

       CHERCHER-PAS.
           SET PAS-INCONNU TO TRUE
           PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
              UNTIL WS-PAS-IDX > WS-NB-PAS OR PAS-CONNU
              IF PAS-NOM(WS-PAS-IDX) = WS-PAS-CHERCHE
                 SET PAS-CONNU TO TRUE
              END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> Formats ligne à ligne, dans l'ordre des contrôles.
      *> ---------------------------------------------------------
       ANALYSER-LIGNE-CHAINE.
      *> Derrière la politique : les dépendants (4 au plus), au
      *> plus un mot RELANCE= et au plus un mot ARRIVEE=, dans
      *> n'importe quel ordre.
           MOVE 0 TO WS-CHN-NB-DEP WS-CHN-NB-REL WS-CHN-NB-ARR
           PERFORM VARYING WS-JETON-IDX FROM 5 BY 1
              UNTIL WS-JETON-IDX > WS-NB-JETONS
              EVALUATE WS-JETON(WS-JETON-IDX)(1:8)
                 WHEN 'RELANCE='
                    ADD 1 TO WS-CHN-NB-REL
                 WHEN 'ARRIVEE='
                    ADD 1 TO WS-CHN-NB-ARR
                 WHEN OTHER
                    ADD 1 TO WS-CHN-NB-DEP
              END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-NB-JETONS < 2
                 MOVE "nom du pas et programme attendus"
                    TO WS-PAR-MOTIF
              WHEN WS-NB-JETONS > 10 OR WS-CHN-NB-DEP > 4
                 MOVE "plus de 4 dependants" TO WS-PAR-MOTIF
              WHEN WS-CHN-NB-REL > 1
                 MOVE "plus d'une politique de relance" TO WS-PAR-MOTIF
              WHEN WS-CHN-NB-ARR > 1
                 MOVE "plus d'une surveillance d'arrivee"
                    TO WS-PAR-MOTIF
              WHEN OTHER
                 MOVE 1 TO WS-JETON-IDX
                 PERFORM MESURER-JETON
                 IF WS-JETON-LONG > 8
                    MOVE "nom du pas de plus de 8 caracteres"
                       TO WS-PAR-MOTIF
                 END-IF
                 MOVE 2 TO WS-JETON-IDX
                 PERFORM MESURER-JETON
                 IF WS-PAR-MOTIF = SPACES AND WS-JETON-LONG > 20
                    MOVE "programme de plus de 20 caracteres"
                       TO WS-PAR-MOTIF
                 END-IF
                 IF WS-PAR-MOTIF = SPACES AND WS-NB-JETONS > 2
                    MOVE 3 TO WS-JETON-IDX
                    MOVE 3 TO WS-ENTIER-CHIFFRES
                    PERFORM CONTROLER-ENTIER
                    IF ENTIER-INVALIDE
                       MOVE "ordre non numerique (3 chiffres au plus)"
                          TO WS-PAR-MOTIF
                    END-IF
                 END-IF
                 IF WS-PAR-MOTIF = SPACES AND WS-NB-JETONS > 3
                    IF WS-JETON(4) NOT = 'A' AND NOT = 'C'
                       AND NOT = 'D'
                       MOVE "politique autre que A, C ou D"
                          TO WS-PAR-MOTIF
                    END-IF
                 END-IF
                 PERFORM VARYING WS-JETON-IDX FROM 5 BY 1
                    UNTIL WS-JETON-IDX > WS-NB-JETONS
                       OR WS-PAR-MOTIF NOT = SPACES
                    EVALUATE WS-JETON(WS-JETON-IDX)(1:8)
                       WHEN 'RELANCE='
                          PERFORM ANALYSER-RELANCE
                       WHEN 'ARRIVEE='
                          PERFORM ANALYSER-ARRIVEE
                       WHEN OTHER
                          PERFORM MESURER-JETON
                          IF WS-JETON-LONG > 8
                             MOVE "dependant de plus de 8 caracteres"
                                TO WS-PAR-MOTIF
                          END-IF
                    END-EVALUATE
                 END-PERFORM
           END-EVALUATE
           IF WS-PAR-MOTIF = SPACES
              MOVE WS-JETON(1) TO WS-PAS-CHERCHE
              PERFORM CHERCHER-PAS
              IF PAS-CONNU
                 MOVE "pas deja defini plus haut" TO WS-PAR-MOTIF
              END-IF
           END-IF
           IF WS-PAR-MOTIF = SPACES AND WS-NB-PAS < 20
              ADD 1 TO WS-NB-PAS
              MOVE WS-JETON(1) TO PAS-NOM(WS-NB-PAS)
              PERFORM VARYING WS-JETON-IDX FROM 5 BY 1
                 UNTIL WS-JETON-IDX > WS-NB-JETONS
                 IF WS-NB-DEP < 80
                    AND WS-JETON(WS-JETON-IDX)(1:8) NOT = 'RELANCE='
                    AND WS-JETON(WS-JETON-IDX)(1:8) NOT = 'ARRIVEE='
                    ADD 1 TO WS-NB-DEP
                    MOVE WS-JETON(WS-JETON-IDX) TO DEP-NOM(WS-NB-DEP)
                    MOVE WS-PAR-NO-LIGNE TO DEP-LIGNE(WS-NB-DEP)
                 END-IF
              END-PERFORM
           END-IF.

       ANALYSER-RELANCE.
      *> RELANCE=codes/tentatives/attente : 1 à 4 codes retour
      *> séparés par des virgules, 1 à 9 tentatives en tout, attente
      *> de 4 chiffres au plus (secondes).
           MOVE SPACES TO TABLE-REL-PARTIES TABLE-REL-CODES
           UNSTRING WS-JETON(WS-JETON-IDX)(9:) DELIMITED BY '/'
              INTO WS-REL-PARTIE(1) WS-REL-PARTIE(2)
                   WS-REL-PARTIE(3) WS-REL-PARTIE(4)
           END-UNSTRING
           IF WS-REL-PARTIE(3) = SPACES
              OR WS-REL-PARTIE(4) NOT = SPACES
              MOVE "relance attendue en codes/tentatives/attente"
                 TO WS-PAR-MOTIF
           ELSE
              UNSTRING WS-REL-PARTIE(1) DELIMITED BY ','
                 INTO WS-REL-CODE(1) WS-REL-CODE(2) WS-REL-CODE(3)
                      WS-REL-CODE(4) WS-REL-CODE(5)
              END-UNSTRING
              IF WS-REL-CODE(5) NOT = SPACES
                 MOVE "plus de 4 codes de relance" TO WS-PAR-MOTIF
              END-IF
              PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                 UNTIL WS-REL-IDX > 4 OR WS-PAR-MOTIF NOT = SPACES
                 IF WS-REL-IDX = 1
                    OR WS-REL-CODE(WS-REL-IDX) NOT = SPACES
                    MOVE WS-REL-CODE(WS-REL-IDX) TO WS-REL-VALEUR
                    MOVE 4 TO WS-ENTIER-CHIFFRES
                    PERFORM CONTROLER-VALEUR-RELANCE
                    IF ENTIER-INVALIDE OR WS-ENTIER-VALEUR = 0
                       MOVE "code de relance non numerique ou nul"
                          TO WS-PAR-MOTIF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-PAR-MOTIF = SPACES
                 MOVE WS-REL-PARTIE(2) TO WS-REL-VALEUR
                 MOVE 1 TO WS-ENTIER-CHIFFRES
                 PERFORM CONTROLER-VALEUR-RELANCE
                 IF ENTIER-INVALIDE OR WS-ENTIER-VALEUR = 0
                    MOVE "tentatives de relance hors plage 1 a 9"
                       TO WS-PAR-MOTIF
                 END-IF
              END-IF
              IF WS-PAR-MOTIF = SPACES
                 MOVE WS-REL-PARTIE(3) TO WS-REL-VALEUR
                 MOVE 4 TO WS-ENTIER-CHIFFRES
                 PERFORM CONTROLER-VALEUR-RELANCE
                 IF ENTIER-INVALIDE
                    MOVE "attente non numerique (4 chiffres au plus)"
                       TO WS-PAR-MOTIF
                 END-IF
              END-IF
           END-IF.

       ANALYSER-ARRIVEE.
      *> ARRIVEE=mode/HHMM : mode DECLENCHEUR ou ENVELOPPE, heure
      *> limite ; seuls JOUR1 à JOUR5 ont une entrée que JOURCTL
      *> sache surveiller.
           MOVE SPACES TO TABLE-REL-PARTIES
           UNSTRING WS-JETON(WS-JETON-IDX)(9:) DELIMITED BY '/'
              INTO WS-REL-PARTIE(1) WS-REL-PARTIE(2)
                   WS-REL-PARTIE(3)
           END-UNSTRING
           EVALUATE TRUE
              WHEN WS-JETON(1) NOT = 'JOUR1' AND NOT = 'JOUR2'
                 AND NOT = 'JOUR3' AND NOT = 'JOUR4' AND NOT = 'JOUR5'
                 MOVE "surveillance d'arrivee reservee a JOUR1-JOUR5"
                    TO WS-PAR-MOTIF
              WHEN WS-REL-PARTIE(2) = SPACES
                 OR WS-REL-PARTIE(3) NOT = SPACES
                 MOVE "arrivee attendue en mode/HHMM" TO WS-PAR-MOTIF
              WHEN WS-REL-PARTIE(1) NOT = 'DECLENCHEUR'
                 AND WS-REL-PARTIE(1) NOT = 'ENVELOPPE'
                 MOVE "mode d'arrivee ni DECLENCHEUR ni ENVELOPPE"
                    TO WS-PAR-MOTIF
              WHEN OTHER
                 MOVE WS-REL-PARTIE(2) TO WS-HEURE-X
                 PERFORM CONTROLER-HEURE-LIMITE
           END-EVALUATE.

       CONTROLER-HEURE-LIMITE.
      *> WS-HEURE-X : HHMM, HH de 00 à 47 (au-delà de 23 : le
      *> lendemain du jour du run), MM de 00 à 59.
           IF WS-HEURE-X(1:4) IS NOT NUMERIC
              OR WS-HEURE-X(5:) NOT = SPACES
              MOVE "heure limite HHMM attendue" TO WS-PAR-MOTIF
           ELSE
              IF WS-HEURE-X(1:2) > '47' OR WS-HEURE-X(3:2) > '59'
                 MOVE "heure limite hors plage (HH 00-47, MM 00-59)"
                    TO WS-PAR-MOTIF
              END-IF
           END-IF.

       CONTROLER-VALEUR-RELANCE.
      *> Comme CONTROLER-ENTIER, sur WS-REL-VALEUR.
           SET ENTIER-INVALIDE TO TRUE
           MOVE 0 TO WS-ENTIER-VALEUR WS-REL-LONG
           IF WS-REL-VALEUR NOT = SPACES
              COMPUTE WS-REL-LONG = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-REL-VALEUR))
           END-IF
           IF WS-REL-LONG > 0
              AND WS-REL-LONG NOT > WS-ENTIER-CHIFFRES
              IF WS-REL-VALEUR(1:WS-REL-LONG) IS NUMERIC
                 SET ENTIER-VALIDE TO TRUE
                 COMPUTE WS-ENTIER-VALEUR = FUNCTION NUMVAL(
                    WS-REL-VALEUR(1:WS-REL-LONG))
              END-IF
           END-IF.

       ANALYSER-LIGNE-POLITIQUE.
           EVALUATE TRUE
              WHEN WS-NB-JETONS < 2
                 MOVE "nom du pas et politique attendus"
                    TO WS-PAR-MOTIF
              WHEN WS-NB-JETONS > 6
                 MOVE "plus de 4 dependants" TO WS-PAR-MOTIF
              WHEN WS-JETON(2) NOT = 'A' AND NOT = 'C' AND NOT = 'D'
                 MOVE "politique autre que A, C ou D" TO WS-PAR-MOTIF
              WHEN OTHER
                 PERFORM VARYING WS-JETON-IDX FROM 1 BY 1
                    UNTIL WS-JETON-IDX > WS-NB-JETONS
                       OR WS-PAR-MOTIF NOT = SPACES
      *>            Le pas puis ses dépendants : tous de la chaîne.
                    IF WS-JETON-IDX NOT = 2
                       PERFORM MESURER-JETON
                       MOVE WS-JETON(WS-JETON-IDX) TO WS-PAS-CHERCHE
                       PERFORM CHERCHER-PAS
                       IF WS-JETON-LONG > 8 OR PAS-INCONNU
                          STRING "pas "
                             FUNCTION TRIM(WS-JETON(WS-JETON-IDX))
                             " inconnu de la chaine"
                             DELIMITED BY SIZE INTO WS-PAR-MOTIF
                          END-STRING
                       END-IF
                    END-IF
                 END-PERFORM
           END-EVALUATE.

       ANALYSER-LIGNE-CALENDRIER.
      *> Disposition fixe : la date en colonnes 1 à 8, un blanc, le
      *> libellé.
           IF WS-PAR-RECORD(1:8) IS NOT NUMERIC
              MOVE "date AAAAMMJJ attendue en colonnes 1 a 8"
                 TO WS-PAR-MOTIF
           ELSE
              MOVE WS-PAR-RECORD(1:8) TO WS-DATE-W
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-W) NOT = 0
                 MOVE "date inexistante" TO WS-PAR-MOTIF
              ELSE
                 IF WS-PAR-RECORD(9:1) NOT = SPACE
                    MOVE "blanc attendu apres la date"
                       TO WS-PAR-MOTIF
                 END-IF
              END-IF
           END-IF
      *> Ligne "AAAAMMJJ LIMITE HHMM [NOM]" : heure limite d'arrivée
      *> des entrées ce jour-là, pour le pas NOM de la chaîne ou pour
      *> tous les pas surveillés.
           IF WS-PAR-MOTIF = SPACES
              AND WS-PAR-RECORD(10:7) = 'LIMITE '
              EVALUATE TRUE
                 WHEN WS-NB-JETONS < 3 OR WS-NB-JETONS > 4
                    MOVE "LIMITE HHMM [NOM] attendu apres la date"
                       TO WS-PAR-MOTIF
                 WHEN OTHER
                    MOVE WS-JETON(3) TO WS-HEURE-X
                    PERFORM CONTROLER-HEURE-LIMITE
                    IF WS-PAR-MOTIF = SPACES AND WS-NB-JETONS = 4
                       MOVE 4 TO WS-JETON-IDX
                       PERFORM MESURER-JETON
                       MOVE WS-JETON(4) TO WS-PAS-CHERCHE
                       PERFORM CHERCHER-PAS
                       IF WS-JETON-LONG > 8 OR PAS-INCONNU
                          STRING "pas " FUNCTION TRIM(WS-JETON(4))
                             " inconnu de la chaine"
                             DELIMITED BY SIZE INTO WS-PAR-MOTIF
                          END-STRING
                       END-IF
                    END-IF
              END-EVALUATE
           END-IF.

       ANALYSER-LIGNE-COMMANDE.
           EVALUATE WS-JETON(1)
              WHEN 'HOLD'
                 IF WS-NB-JETONS > 1
                    MOVE "HOLD ne prend pas d'argument"
                       TO WS-PAR-MOTIF
                 END-IF
              WHEN 'SKIP'
              WHEN 'STOP-AFTER'
                 IF WS-NB-JETONS NOT = 2
                    MOVE "un nom de pas attendu" TO WS-PAR-MOTIF
                 ELSE
                    MOVE 2 TO WS-JETON-IDX
                    PERFORM MESURER-JETON
                    MOVE WS-JETON(2) TO WS-PAS-CHERCHE
                    PERFORM CHERCHER-PAS
                    IF WS-JETON-LONG > 8 OR PAS-INCONNU
                       STRING "pas " FUNCTION TRIM(WS-JETON(2))
                          " inconnu de la chaine"
                          DELIMITED BY SIZE INTO WS-PAR-MOTIF
                       END-STRING
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE "commande autre que HOLD, SKIP ou STOP-AFTER"
                    TO WS-PAR-MOTIF
           END-EVALUATE.

       ANALYSER-LIGNE-TOLERANCE.
           EVALUATE TRUE
              WHEN WS-NB-JETONS < 2
                 MOVE "min et max attendus" TO WS-PAR-MOTIF
              WHEN WS-NB-JETONS > 3
                 MOVE "plus de 3 valeurs (min max budget)"
                    TO WS-PAR-MOTIF
              WHEN OTHER
                 MOVE 2 TO WS-ENTIER-CHIFFRES
                 MOVE 1 TO WS-JETON-IDX
                 PERFORM CONTROLER-ENTIER
                 MOVE WS-ENTIER-VALEUR TO WS-MIN-W
                 IF ENTIER-INVALIDE
                    MOVE "min non numerique (2 chiffres au plus)"
                       TO WS-PAR-MOTIF
                 END-IF
                 MOVE 2 TO WS-JETON-IDX
                 PERFORM CONTROLER-ENTIER
                 MOVE WS-ENTIER-VALEUR TO WS-MAX-W
                 IF WS-PAR-MOTIF = SPACES AND ENTIER-INVALIDE
                    MOVE "max non numerique (2 chiffres au plus)"
                       TO WS-PAR-MOTIF
                 END-IF
                 IF WS-PAR-MOTIF = SPACES AND WS-MIN-W > WS-MAX-W
                    MOVE "min superieur a max" TO WS-PAR-MOTIF
                 END-IF
                 IF WS-PAR-MOTIF = SPACES AND WS-NB-JETONS = 3
                    IF WS-JETON(3) NOT = '1' AND NOT = '2'
                       MOVE "budget autre que 1 ou 2" TO WS-PAR-MOTIF
                    END-IF
                 END-IF
           END-EVALUATE.

       ANALYSER-LIGNE-OPCODE.
           IF WS-NB-JETONS NOT = 4
              MOVE "mnemonique longueur nb-args action attendus"
                 TO WS-PAR-MOTIF
           ELSE
              MOVE 1 TO WS-JETON-IDX
              PERFORM MESURER-JETON
              IF WS-JETON-LONG > 10
                 MOVE "mnemonique de plus de 10 caracteres"
                    TO WS-PAR-MOTIF
              END-IF
              MOVE 2 TO WS-JETON-IDX
              MOVE 2 TO WS-ENTIER-CHIFFRES
              PERFORM CONTROLER-ENTIER
              IF WS-PAR-MOTIF = SPACES AND ENTIER-INVALIDE
                 MOVE "longueur non numerique" TO WS-PAR-MOTIF
              END-IF
              MOVE 1 TO WS-JETON-IDX
              PERFORM MESURER-JETON
              IF WS-PAR-MOTIF = SPACES
                 AND WS-ENTIER-VALEUR NOT = WS-JETON-LONG
                 MOVE "longueur differente de celle du mnemonique"
                    TO WS-PAR-MOTIF
              END-IF
              MOVE 3 TO WS-JETON-IDX
              MOVE 1 TO WS-ENTIER-CHIFFRES
              PERFORM CONTROLER-ENTIER
              IF WS-PAR-MOTIF = SPACES AND ENTIER-INVALIDE
                 MOVE "nb-args non numerique (1 chiffre)"
                    TO WS-PAR-MOTIF
              END-IF
              IF WS-PAR-MOTIF = SPACES
                 AND WS-JETON(4) NOT = 'M' AND NOT = 'A'
                 AND NOT = 'I'
                 MOVE "action autre que M, A ou I" TO WS-PAR-MOTIF
              END-IF
           END-IF.

       ANALYSER-LIGNE-MOT.
           MOVE 1 TO WS-JETON-IDX
           PERFORM MESURER-JETON
           EVALUATE TRUE
              WHEN WS-NB-JETONS > 1
                 MOVE "un seul mot par ligne" TO WS-PAR-MOTIF
              WHEN WS-JETON-LONG > 20
                 MOVE "mot de plus de 20 caracteres" TO WS-PAR-MOTIF
           END-EVALUATE.

       ANALYSER-LIGNE-PANNEAU.
           MOVE 1 TO WS-JETON-IDX
           PERFORM MESURER-JETON
           EVALUATE TRUE
              WHEN WS-NB-JETONS NOT = 2
                 MOVE "identifiant et DSN attendus" TO WS-PAR-MOTIF
              WHEN WS-JETON-LONG > 8
                 MOVE "identifiant de plus de 8 caracteres"
                    TO WS-PAR-MOTIF
              WHEN OTHER
                 PERFORM VARYING WS-PAN-IDX FROM 1 BY 1
                    UNTIL WS-PAN-IDX > WS-NB-PAN
                    IF PAN-ID(WS-PAN-IDX) = WS-JETON(1)
                       MOVE "panneau en double dans la liste"
                          TO WS-PAR-MOTIF
                    END-IF
                 END-PERFORM
           END-EVALUATE
           IF WS-PAR-MOTIF = SPACES AND WS-NB-PAN < 20
              ADD 1 TO WS-NB-PAN
              MOVE WS-JETON(1) TO PAN-ID(WS-NB-PAN)
           END-IF.

       ANALYSER-LIGNE-MASQUE.
           ADD 1 TO WS-PAR-NB-ENTREES
           EVALUATE TRUE
              WHEN WS-PAR-NB-ENTREES > WS-PAR-MAX
                 MOVE "au-dela de 140 lignes (taille de la grille)"
                    TO WS-PAR-MOTIF
              WHEN WS-PAR-LONG > WS-PAR-LONG-MAX
                 MOVE "ligne de plus de 140 caracteres"
                    TO WS-PAR-MOTIF
              WHEN OTHER
                 PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                    UNTIL WS-CAR-IDX > WS-PAR-LONG
                       OR WS-PAR-MOTIF NOT = SPACES
                    IF WS-PAR-RECORD(WS-CAR-IDX:1) NOT = 'X'
                       AND NOT = '.' AND NOT = SPACE
                       MOVE WS-CAR-IDX TO WS-EDIT-NB
                       STRING "caractere '"
                          WS-PAR-RECORD(WS-CAR-IDX:1)
                          "' en colonne " FUNCTION TRIM(WS-EDIT-NB)
                          " (X ou . attendu)"
                          DELIMITED BY SIZE INTO WS-PAR-MOTIF
                       END-STRING
                    END-IF
                 END-PERFORM
           END-EVALUATE.

       ANALYSER-LIGNE-GABARIT.
           IF WS-NB-JETONS NOT = 4
              MOVE "nom di dj lettre attendus" TO WS-PAR-MOTIF
           ELSE
              MOVE 1 TO WS-JETON-IDX
              PERFORM MESURER-JETON
              IF WS-JETON-LONG > 8
                 MOVE "nom de gabarit de plus de 8 caracteres"
                    TO WS-PAR-MOTIF
              END-IF
              MOVE 2 TO WS-ENTIER-CHIFFRES
              MOVE 2 TO WS-JETON-IDX
              PERFORM CONTROLER-ENTIER-SIGNE
              IF WS-PAR-MOTIF = SPACES AND ENTIER-INVALIDE
                 MOVE "di non entier (-99 a 99)" TO WS-PAR-MOTIF
              END-IF
              MOVE 3 TO WS-JETON-IDX
              PERFORM CONTROLER-ENTIER-SIGNE
              IF WS-PAR-MOTIF = SPACES AND ENTIER-INVALIDE
                 MOVE "dj non entier (-99 a 99)" TO WS-PAR-MOTIF
              END-IF
              MOVE 4 TO WS-JETON-IDX
              PERFORM MESURER-JETON
              IF WS-PAR-MOTIF = SPACES AND WS-JETON-LONG > 1
                 MOVE "lettre d'un seul caractere attendue"
                    TO WS-PAR-MOTIF
              END-IF
           END-IF
      *>   Plafonds de JOUR4-2 : 20 gabarits, 12 éléments chacun.
           IF WS-PAR-MOTIF = SPACES AND PAR-EN-VIGUEUR
              MOVE 0 TO WS-GAB-IDX
              PERFORM VARYING WS-GAB-IDX2 FROM 1 BY 1
                 UNTIL WS-GAB-IDX2 > WS-NB-GAB
                 IF GAB-NOM(WS-GAB-IDX2) = WS-JETON(1)
                    MOVE WS-GAB-IDX2 TO WS-GAB-IDX
                 END-IF
              END-PERFORM
              IF WS-GAB-IDX = 0
                 IF WS-NB-GAB >= 20
                    MOVE "au-dela de 20 gabarits" TO WS-PAR-MOTIF
                 ELSE
                    ADD 1 TO WS-NB-GAB
                    MOVE WS-NB-GAB TO WS-GAB-IDX
                    MOVE WS-JETON(1) TO GAB-NOM(WS-GAB-IDX)
                    MOVE 0 TO GAB-NB-ELEM(WS-GAB-IDX)
                 END-IF
              END-IF
           END-IF
           IF WS-PAR-MOTIF = SPACES AND PAR-EN-VIGUEUR
              ADD 1 TO GAB-NB-ELEM(WS-GAB-IDX)
              IF GAB-NB-ELEM(WS-GAB-IDX) > 12
                 STRING "gabarit " FUNCTION TRIM(WS-JETON(1))
                    " au-dela de 12 elements"
                    DELIMITED BY SIZE INTO WS-PAR-MOTIF
                 END-STRING
              END-IF
           END-IF.

       ANALYSER-LIGNE-BANDE.
           IF WS-NB-JETONS NOT = 3
              MOVE "trois DSN attendus (hit-list densite sommaire)"
                 TO WS-PAR-MOTIF
           ELSE
              PERFORM VARYING WS-JETON-IDX FROM 1 BY 1
                 UNTIL WS-JETON-IDX > 3
                 PERFORM MESURER-JETON
                 IF WS-JETON-LONG > 200
                    MOVE "DSN de plus de 200 caracteres"
                       TO WS-PAR-MOTIF
                 END-IF
              END-PERFORM
           END-IF.

       ANALYSER-LIGNE-PLAGE.
           EVALUATE TRUE
              WHEN WS-NB-JETONS < 3
                 MOVE "nom min max attendus" TO WS-PAR-MOTIF
              WHEN WS-NB-JETONS > 4
                 MOVE "plus de 4 valeurs (nom min max maxpct)"
                    TO WS-PAR-MOTIF
              WHEN OTHER
                 SET METRIQUE-INCONNUE TO TRUE
                 IF WS-JETON(1)(1:8) = 'J1-PART-'
                    SET METRIQUE-CONNUE TO TRUE
                 END-IF
                 PERFORM VARYING WS-MET-IDX FROM 1 BY 1
                    UNTIL WS-MET-IDX > 12
                    IF METRIQUE-NOM(WS-MET-IDX) = WS-JETON(1)(1:14)
                       SET METRIQUE-CONNUE TO TRUE
                    END-IF
                 END-PERFORM
                 IF METRIQUE-INCONNUE
                    MOVE "metrique inconnue de JOURALR"
                       TO WS-PAR-MOTIF
                 END-IF
                 MOVE 15 TO WS-ENTIER-CHIFFRES
                 MOVE 2 TO WS-JETON-IDX
                 PERFORM CONTROLER-ENTIER
                 MOVE WS-ENTIER-VALEUR TO WS-MIN-W
                 IF WS-PAR-MOTIF = SPACES AND ENTIER-INVALIDE
                    MOVE "min non entier (15 chiffres au plus)"
                       TO WS-PAR-MOTIF
                 END-IF
                 MOVE 3 TO WS-JETON-IDX
                 PERFORM CONTROLER-ENTIER
                 MOVE WS-ENTIER-VALEUR TO WS-MAX-W
                 IF WS-PAR-MOTIF = SPACES AND ENTIER-INVALIDE
                    MOVE "max non entier (15 chiffres au plus)"
                       TO WS-PAR-MOTIF
                 END-IF
                 IF WS-PAR-MOTIF = SPACES AND WS-MIN-W > WS-MAX-W
                    MOVE "min superieur a max" TO WS-PAR-MOTIF
                 END-IF
                 IF WS-PAR-MOTIF = SPACES AND WS-NB-JETONS = 4
                    MOVE 4 TO WS-JETON-IDX
                    MOVE 3 TO WS-ENTIER-CHIFFRES
                    PERFORM CONTROLER-ENTIER
                    IF ENTIER-INVALIDE
                       MOVE "maxpct non entier (3 chiffres au plus)"
                          TO WS-PAR-MOTIF
                    END-IF
                 END-IF
           END-EVALUATE.

       ANALYSER-LIGNE-TARIF.
      *> Plafonds des zones de JOURFAC : prix à l'enregistrement et
      *> au rejet 999.9999, prix du run 99999.99, minimum
      *> 9999999.99.
           IF WS-NB-JETONS NOT = 6
              MOVE "type code enreg rejet run minimum attendus"
                 TO WS-PAR-MOTIF
           ELSE
              IF WS-JETON(1) NOT = 'SITE' AND NOT = 'REGION'
                 AND NOT = 'FLUX'
                 MOVE "type SITE, REGION ou FLUX attendu"
                    TO WS-PAR-MOTIF
              END-IF
              MOVE 2 TO WS-JETON-IDX
              PERFORM MESURER-JETON
              IF WS-PAR-MOTIF = SPACES AND WS-JETON-LONG > 8
                 MOVE "code de plus de 8 caracteres" TO WS-PAR-MOTIF
              END-IF
              PERFORM VARYING WS-JETON-IDX FROM 3 BY 1
                 UNTIL WS-JETON-IDX > 6 OR WS-PAR-MOTIF NOT = SPACES
                 IF FUNCTION TEST-NUMVAL(WS-JETON(WS-JETON-IDX))
                    NOT = 0
                    MOVE "montant non numerique" TO WS-PAR-MOTIF
                 ELSE
                    COMPUTE WS-MONTANT-W =
                       FUNCTION NUMVAL(WS-JETON(WS-JETON-IDX))
                    IF WS-MONTANT-W < 0
                       OR (WS-JETON-IDX < 5 AND WS-MONTANT-W >= 1000)
                       OR (WS-JETON-IDX = 5
                           AND WS-MONTANT-W >= 100000)
                       OR (WS-JETON-IDX = 6
                           AND WS-MONTANT-W >= 10000000)
                       MOVE "montant negatif ou hors format"
                          TO WS-PAR-MOTIF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       SIGNALER-LIGNE.
           ADD 1 TO WS-PAR-NB-REJETS
           ADD 1 TO WS-TOTAL-REJETS
           MOVE SPACES TO WS-RAPPORT-LIGNE
           MOVE 1 TO WS-RAPPORT-PTR
           STRING "REJET " FUNCTION TRIM(WS-PAR-NOM)
              " LIGNE " WS-PAR-NO-LIGNE " : "
              FUNCTION TRIM(WS-PAR-MOTIF)
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              WITH POINTER WS-RAPPORT-PTR
           END-STRING
           IF WS-PAR-TEXTE NOT = SPACES
              STRING " : " FUNCTION TRIM(WS-PAR-TEXTE)
                 DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                 WITH POINTER WS-RAPPORT-PTR
              END-STRING
           END-IF
           WRITE WS-RAPPORT-RECORD FROM WS-RAPPORT-LIGNE
           MOVE WS-RAPPORT-LIGNE TO WS-LOG-MESSAGE
           PERFORM ECRIRE-JOURNAL
           DISPLAY "JOURPAR : " FUNCTION TRIM(WS-PAR-DSN)
                   " ligne " WS-PAR-NO-LIGNE " : "
                   FUNCTION TRIM(WS-PAR-MOTIF)
           IF WS-PAR-TEXTE NOT = SPACES
              DISPLAY "          " FUNCTION TRIM(WS-PAR-TEXTE)
           END-IF.

       COPY VIGPR.
       COPY LOGPR.
       COPY RUNPR.
       COPY FSTATPR.
       COPY DATPR.
