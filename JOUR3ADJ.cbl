       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOUR3ADJ.

      *> Journal des ajustements du grand livre de JOUR3 : quand la
      *> finance valide une correction du total d'un jour, elle
      *> passe par un fichier de transactions (date, montant, sens,
      *> motif, demandeur, approbateur) que ce pas porte au grand
      *> livre sous le PROGID JOUR3ADJ, en lignes distinctes des
      *> runs quotidiens - plus personne n'édite ledger.rpt à la
      *> main. Une entrée non approuvée (ou approuvée par son propre
      *> demandeur) est refusée, comme une entrée datée d'un mois
      *> clos dans cloture.dat sans le passage en force superviseur
      *> (JOUR3_SUPERVISEUR=O, réservé aux opérateurs habilités à
      *> JOUR3-SUPERVISEUR, cf. HABWS.cpy : refusé, le forçage est
      *> ignoré). Une transaction ANN contrepasse un
      *> ajustement antérieur désigné par sa référence. Chaque
      *> transaction, postée ou refusée, laisse une ligne dans
      *> l'audit cumulatif des ajustements, qui sert aussi à
      *> retrouver l'ajustement d'origine d'une contrepassation.
      *> RC 12 si une entrée est refusée pour mois clos, RC 4 pour
      *> tout autre refus.
      *> Lignes de grand livre et d'audit portent l'identifiant du
      *> run qui les a écrites (cf. RUNWS.cpy) ; la ligne d'audit
      *> porte aussi l'opérateur du run (AOC_OPERATEUR).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-TRANSACTIONS ASSIGN TO DYNAMIC WS-TRANS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT FICHIER-LEDGER ASSIGN TO DYNAMIC WS-LEDGER-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT FICHIER-CLOTURE ASSIGN TO DYNAMIC WS-CLOTURE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOTURE-STATUS.
           SELECT FICHIER-AUDIT-ADJ ASSIGN TO DYNAMIC WS-AUDIT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           COPY LOGSEL.
           COPY MANSEL.
           COPY HABSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-TRANSACTIONS.
      *> Une transaction par ligne, en colonnes fixes. TYPE vaut ADJ
      *> (ajustement) ou ANN (contrepassation de l'ajustement REF-ORIG
      *> : montant, sens et portée sont alors repris de l'origine et
      *> le sens inversé). PORTEE désigne le total ajusté : T (total),
      *> C (total corrigé) ou B/blanc (les deux).
       01  WS-TRN-RECORD.
           05  WS-TRN-REF          PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-TRN-TYPE         PIC X(03).
               88  TRN-AJUSTEMENT      VALUE 'ADJ'.
               88  TRN-ANNULATION      VALUE 'ANN'.
           05  FILLER              PIC X(01).
           05  WS-TRN-DATE-X       PIC X(08).
           05  WS-TRN-DATE REDEFINES WS-TRN-DATE-X PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-TRN-MONTANT-X    PIC X(10).
           05  WS-TRN-MONTANT REDEFINES WS-TRN-MONTANT-X PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-TRN-SENS         PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-TRN-PORTEE       PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-TRN-REF-ORIG     PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-TRN-DEMANDEUR    PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-TRN-APPROBATEUR  PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-TRN-MOTIF        PIC X(40).

       FD  FICHIER-LEDGER.
      *> Même disposition que le grand livre écrit par JOUR3, plus
      *> la queue propre aux lignes JOUR3ADJ : sens de l'ajustement
      *> et référence (à blanc sur les lignes de run, que les
      *> lecteurs existants ne lisent pas). Les montants restent en
      *> valeur absolue. Les FILLER de séparation sont positionnés à
      *> SPACE par ECRIRE-LIGNE-LEDGER.
       01  WS-LEDGER-RECORD.
           05  WS-LEDG-PROGID      PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-LEDG-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-LEDG-TOTAL       PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-LEDG-TOTAL-CORR  PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-LEDG-SENS        PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-LEDG-REF         PIC X(12).
      *> Compte des items non revus (JOUR3, à blanc ici) puis
      *> identifiant du run, aux mêmes positions que chez JOUR3.
           05  FILLER              PIC X(08).
           05  WS-LEDG-RUNID       PIC X(26).

       FD  FICHIER-CLOTURE.
      *> Registre des mois clos tenu par JOUR3CLO.
       01  WS-CLOTURE-RECORD.
           05  WS-CLO-MOIS         PIC 9(06).
           05  FILLER              PIC X(01).
           05  WS-CLO-DATE         PIC 9(08).

       FD  FICHIER-AUDIT-ADJ.
      *> Audit cumulatif des ajustements (OPEN EXTEND) : une ligne
      *> par transaction traitée, postée (POSTE) ou refusée (REFUS +
      *> motif du refus), avec la date du run et la transaction
      *> telle que portée (montant et sens effectifs pour une
      *> contrepassation). Les FILLER de séparation sont positionnés
      *> à SPACE par ECRIRE-AUDIT.
       01  WS-AUDIT-RECORD.
           05  WS-AUD-DATE-RUN     PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-AUD-STATUT       PIC X(05).
           05  FILLER              PIC X(01).
           05  WS-AUD-REF          PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-AUD-TYPE         PIC X(03).
           05  FILLER              PIC X(01).
           05  WS-AUD-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-AUD-SENS         PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-AUD-MONTANT      PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-AUD-PORTEE       PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-AUD-REF-ORIG     PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-AUD-DEMANDEUR    PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-AUD-APPROBATEUR  PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-AUD-REFUS        PIC X(24).
           05  FILLER              PIC X(01).
           05  WS-AUD-MOTIF        PIC X(40).
           05  FILLER              PIC X(01).
           05  WS-AUD-RUNID        PIC X(26).
           05  FILLER              PIC X(01).
           05  WS-AUD-OPERATEUR    PIC X(08).

       COPY LOGFD.

       COPY MANFD.

       COPY HABFD.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-TRANS-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J3/ajustements.trn".
       01  WS-TRANS-STATUS    PIC X(02) VALUE '00'.
       01  WS-LEDGER-DSN      PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-LEDGER-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J3/ledger.rpt".
       01  WS-LEDGER-STATUS   PIC X(02) VALUE '00'.
       01  WS-CLOTURE-DSN     PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-CLOTURE-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J3/cloture.dat".
       01  WS-CLOTURE-STATUS  PIC X(02) VALUE '00'.
       01  WS-AUDIT-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-AUDIT-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J3/audit_ajustements.rpt".
       01  WS-AUDIT-STATUS    PIC X(02) VALUE '00'.

       01  WS-RUN-DATE        PIC 9(08) VALUE 0.
       01  WS-SUPERVISEUR-X   PIC X(01) VALUE SPACE.
      *> Le forçage superviseur n'est contrôlé qu'une fois par run,
      *> au premier mois clos rencontré.
       01  WS-SUPERVISEUR-CTL PIC X(01) VALUE 'N'.
           88  SUPERVISEUR-CONTROLE    VALUE 'O'.
       01  WS-MOIS-TRN        PIC 9(06) VALUE 0.

      *> Mois clos relus dans cloture.dat.
       01  WS-NB-MOIS-CLOS    PIC 9(04) VALUE 0.
       01  TABLE-MOIS-CLOS.
           05  MOIS-CLOS OCCURS 500 PIC 9(06).
       01  WS-CLOS-IDX        PIC 9(04) VALUE 0.

      *> Ajustements déjà postés (audit relu, puis complété au fil du
      *> run) : contrôle d'unicité des références et recherche de
      *> l'origine d'une contrepassation.
       01  WS-MAX-POSTES      PIC 9(05) VALUE 5000.
       01  WS-NB-POSTES       PIC 9(05) VALUE 0.
       01  TABLE-POSTES.
           05  POSTE-ENTRY OCCURS 5000.
               10  PST-REF         PIC X(12).
               10  PST-TYPE        PIC X(03).
               10  PST-SENS        PIC X(01).
               10  PST-MONTANT     PIC 9(10).
               10  PST-PORTEE      PIC X(01).
               10  PST-REF-ORIG    PIC X(12).
       01  WS-PST-IDX         PIC 9(05) VALUE 0.
       01  WS-PST-ORIG        PIC 9(05) VALUE 0.
       01  WS-CLE-CHERCHEE    PIC X(12) VALUE SPACES.

      *> Transaction en cours : montant, sens et portée effectifs.
       01  WS-SENS-W          PIC X(01) VALUE SPACE.
       01  WS-MONTANT-W       PIC 9(10) VALUE 0.
       01  WS-PORTEE-W        PIC X(01) VALUE SPACE.
       01  WS-REFUS-W         PIC X(24) VALUE SPACES.
       01  WS-STATUT-W        PIC X(05) VALUE SPACES.
       01  WS-REF-W           PIC X(12) VALUE SPACES.
       01  WS-TYPE-W          PIC X(03) VALUE SPACES.
       01  WS-REF-ORIG-W      PIC X(12) VALUE SPACES.

       01  WS-NB-TRANS-LUES   PIC 9(06) VALUE 0.
       01  WS-NB-POSTEES      PIC 9(06) VALUE 0.
       01  WS-NB-REFUSEES     PIC 9(06) VALUE 0.
       01  WS-NB-REFUS-CLOS   PIC 9(06) VALUE 0.

       01  WS-FICHIER   PIC 9 VALUE 0.
           88  FIN-FICHIER       VALUE 1.
           88  NOT-FIN-FICHIER   VALUE 0.
       01  WS-MOIS-CLOS-FLAG PIC 9 VALUE 0.
           88  MOIS-TRN-CLOS     VALUE 1.
           88  MOIS-TRN-OUVERT   VALUE 0.

       COPY FSTATWS.
       COPY RDEOFWS.
       COPY RUNWS.
       COPY LOGWS.
       COPY DATWS.
       COPY MANWS.
       COPY HABWS.

       PROCEDURE DIVISION.
       DEBUT.
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           MOVE 'JOUR3ADJ' TO WS-LOG-PROGID
           MOVE 'JOUR3ADJ_JOURNAL_DSN' TO WS-LOG-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/journal_adj.log"
              TO WS-LOG-DSN-DEFAUT
           PERFORM OUVRIR-JOURNAL
           MOVE 'JOUR3ADJ' TO WS-MAN-PROGID
           PERFORM RESOUDRE-PARAMETRES
           PERFORM CHARGER-MOIS-CLOS
           PERFORM CHARGER-AUDIT
           PERFORM OUVRIR-SORTIES
           PERFORM TRAITER-TRANSACTIONS
           CLOSE FICHIER-LEDGER
           MOVE WS-LEDGER-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-AUDIT-ADJ
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY "JOUR3ADJ : " WS-NB-TRANS-LUES " transaction(s), "
                   WS-NB-POSTEES " postee(s), " WS-NB-REFUSEES
                   " refusee(s)"
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "TRANSACTIONS " WS-NB-TRANS-LUES
              " POSTEES " WS-NB-POSTEES
              " REFUSEES " WS-NB-REFUSEES
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           EVALUATE TRUE
              WHEN WS-NB-REFUS-CLOS > 0
                 MOVE 12 TO RETURN-CODE
              WHEN WS-NB-REFUSEES > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM ECRIRE-MANIFESTE
           PERFORM FERMER-JOURNAL
      *> GOBACK plutôt que STOP RUN : ce pas peut être appelé en
      *> séquence par le programme pilote.
           GOBACK.

       RESOUDRE-PARAMETRES.
           ACCEPT WS-SUPERVISEUR-X
              FROM ENVIRONMENT "JOUR3_SUPERVISEUR"
      *> Opérateur porté sur chaque ligne d'audit, forçage ou non.
           ACCEPT WS-HAB-OPERATEUR FROM ENVIRONMENT "AOC_OPERATEUR"
           ACCEPT WS-TRANS-DSN FROM ENVIRONMENT "JOUR3ADJ_TRANS_DSN"
           IF WS-TRANS-DSN = SPACES
              MOVE WS-DEFAULT-TRANS-DSN TO WS-TRANS-DSN
           END-IF
           ACCEPT WS-LEDGER-DSN FROM ENVIRONMENT "JOUR3_LEDGER_DSN"
           IF WS-LEDGER-DSN = SPACES
              MOVE WS-DEFAULT-LEDGER-DSN TO WS-LEDGER-DSN
           END-IF
           ACCEPT WS-CLOTURE-DSN FROM ENVIRONMENT "JOUR3_CLOTURE_DSN"
           IF WS-CLOTURE-DSN = SPACES
              MOVE WS-DEFAULT-CLOTURE-DSN TO WS-CLOTURE-DSN
           END-IF
           ACCEPT WS-AUDIT-DSN FROM ENVIRONMENT "JOUR3ADJ_AUDIT_DSN"
           IF WS-AUDIT-DSN = SPACES
              MOVE WS-DEFAULT-AUDIT-DSN TO WS-AUDIT-DSN
           END-IF.

       CHARGER-MOIS-CLOS.
      *> Registre absent tant que JOUR3CLO n'a jamais tourné : aucun
      *> mois n'est alors clos.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-CLOTURE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-CLOTURE-DSN TO WS-MAN-DSN-W
           MOVE WS-CLOTURE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-CLOTURE-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-CLOTURE INTO WS-CLOTURE-RECORD
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       IF WS-NB-MOIS-CLOS < 500
                          ADD 1 TO WS-NB-MOIS-CLOS
                          MOVE WS-CLO-MOIS
                             TO MOIS-CLOS(WS-NB-MOIS-CLOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-CLOTURE
              MOVE WS-CLOTURE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       CHARGER-AUDIT.
      *> Seules les lignes POSTE entrent dans la table : une
      *> référence refusée peut être représentée une fois corrigée.
      *> Piste absente (statut '35') : aucun ajustement encore posté ;
      *> toute autre erreur d'ouverture arrête le run, sans quoi les
      *> références déjà postées le seraient une seconde fois.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-AUDIT-ADJ
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           MOVE WS-AUDIT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '35'
              MOVE WS-AUDIT-STATUS TO WS-FSTAT-CODE
              MOVE WS-AUDIT-DSN    TO WS-FSTAT-DSN
              MOVE "LECTURE FICHIER-AUDIT-ADJ" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
           END-IF
           IF WS-AUDIT-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-AUDIT-ADJ INTO WS-AUDIT-RECORD
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       IF WS-AUD-STATUT = 'POSTE'
                          MOVE WS-AUD-SENS    TO WS-SENS-W
                          MOVE WS-AUD-MONTANT TO WS-MONTANT-W
                          MOVE WS-AUD-PORTEE  TO WS-PORTEE-W
                          MOVE WS-AUD-REF     TO WS-REF-W
                          MOVE WS-AUD-TYPE    TO WS-TYPE-W
                          MOVE WS-AUD-REF-ORIG TO WS-REF-ORIG-W
                          PERFORM MEMORISER-POSTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-AUDIT-ADJ
              MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       MEMORISER-POSTE.
           IF WS-NB-POSTES >= WS-MAX-POSTES
              DISPLAY "ABEND JOUR3ADJ : table des ajustements pleine ("
                      WS-MAX-POSTES " references)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-NB-POSTES
           MOVE WS-REF-W        TO PST-REF(WS-NB-POSTES)
           MOVE WS-TYPE-W       TO PST-TYPE(WS-NB-POSTES)
           MOVE WS-SENS-W       TO PST-SENS(WS-NB-POSTES)
           MOVE WS-MONTANT-W    TO PST-MONTANT(WS-NB-POSTES)
           MOVE WS-PORTEE-W     TO PST-PORTEE(WS-NB-POSTES)
           MOVE WS-REF-ORIG-W   TO PST-REF-ORIG(WS-NB-POSTES).

       OUVRIR-SORTIES.
      *> OPEN EXTEND ne crée pas le fichier s'il n'existe pas encore
      *> (statut '35') : on retombe alors sur OPEN OUTPUT, comme les
      *> fichiers d'historique de JOUR2/JOUR3.
           OPEN EXTEND FICHIER-LEDGER
           IF WS-LEDGER-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-LEDGER
           END-IF
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-LEDGER-DSN TO WS-MAN-DSN-W
           MOVE WS-LEDGER-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-LEDGER-STATUS TO WS-FSTAT-CODE
           MOVE WS-LEDGER-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-LEDGER" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN EXTEND FICHIER-AUDIT-ADJ
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-AUDIT-ADJ
           END-IF
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           MOVE WS-AUDIT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-AUDIT-STATUS TO WS-FSTAT-CODE
           MOVE WS-AUDIT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-AUDIT-ADJ" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER.

       TRAITER-TRANSACTIONS.
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-TRANSACTIONS
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-TRANS-DSN TO WS-MAN-DSN-W
           MOVE WS-TRANS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-TRANS-STATUS TO WS-FSTAT-CODE
           MOVE WS-TRANS-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-TRANSACTIONS" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           PERFORM UNTIL FIN-FICHIER
              READ FICHIER-TRANSACTIONS
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    IF WS-TRN-RECORD NOT = SPACES
                       AND WS-TRN-RECORD(1:1) NOT = '*'
                       ADD 1 TO WS-NB-TRANS-LUES
                       PERFORM TRAITER-UNE-TRANSACTION
                    END-IF
              END-READ
           END-PERFORM
           MOVE WS-NB-TRANS-LUES TO WS-RDEOF-COUNT
           MOVE WS-TRANS-DSN     TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE FICHIER-TRANSACTIONS
           MOVE WS-TRANS-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       TRAITER-UNE-TRANSACTION.
           MOVE SPACES TO WS-REFUS-W
           MOVE WS-TRN-REF      TO WS-REF-W
           MOVE WS-TRN-TYPE     TO WS-TYPE-W
           MOVE WS-TRN-REF-ORIG TO WS-REF-ORIG-W
           MOVE WS-TRN-SENS   TO WS-SENS-W
           MOVE WS-TRN-PORTEE TO WS-PORTEE-W
           IF WS-PORTEE-W = SPACE
              MOVE 'B' TO WS-PORTEE-W
           END-IF
           MOVE 0 TO WS-MONTANT-W
           IF WS-TRN-MONTANT-X IS NUMERIC
              MOVE WS-TRN-MONTANT TO WS-MONTANT-W
           END-IF
           PERFORM CONTROLER-TRANSACTION
           IF WS-REFUS-W = SPACES AND TRN-ANNULATION
              PERFORM REPRENDRE-ORIGINE
           END-IF
           IF WS-REFUS-W = SPACES
              PERFORM CONTROLER-MOIS-CLOS
           END-IF
           IF WS-REFUS-W = SPACES
              PERFORM ECRIRE-LIGNE-LEDGER
              PERFORM MEMORISER-POSTE
              ADD 1 TO WS-NB-POSTEES
              MOVE 'POSTE' TO WS-STATUT-W
           ELSE
              ADD 1 TO WS-NB-REFUSEES
              MOVE 'REFUS' TO WS-STATUT-W
              DISPLAY "REFUS JOUR3ADJ : " WS-TRN-REF " - "
                      WS-REFUS-W
           END-IF
           PERFORM ECRIRE-AUDIT.

       CONTROLER-TRANSACTION.
      *> Contrôles de forme et d'approbation, dans l'ordre : le
      *> premier motif rencontré est retenu.
           EVALUATE TRUE
              WHEN WS-TRN-REF = SPACES
                 MOVE "REFERENCE ABSENTE" TO WS-REFUS-W
              WHEN NOT TRN-AJUSTEMENT AND NOT TRN-ANNULATION
                 MOVE "TYPE INVALIDE" TO WS-REFUS-W
              WHEN WS-TRN-DATE-X IS NOT NUMERIC
                 MOVE "DATE INVALIDE" TO WS-REFUS-W
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-TRN-DATE) NOT = 0
                 MOVE "DATE INVALIDE" TO WS-REFUS-W
              WHEN TRN-AJUSTEMENT
                   AND (WS-TRN-MONTANT-X IS NOT NUMERIC
                        OR WS-TRN-MONTANT = 0)
                 MOVE "MONTANT INVALIDE" TO WS-REFUS-W
              WHEN TRN-AJUSTEMENT
                   AND WS-SENS-W NOT = '+' AND WS-SENS-W NOT = '-'
                 MOVE "SENS INVALIDE" TO WS-REFUS-W
              WHEN TRN-AJUSTEMENT
                   AND WS-PORTEE-W NOT = 'T' AND WS-PORTEE-W NOT = 'C'
                   AND WS-PORTEE-W NOT = 'B'
                 MOVE "PORTEE INVALIDE" TO WS-REFUS-W
              WHEN WS-TRN-DEMANDEUR = SPACES
                 MOVE "DEMANDEUR ABSENT" TO WS-REFUS-W
              WHEN WS-TRN-APPROBATEUR = SPACES
                 MOVE "NON APPROUVE" TO WS-REFUS-W
              WHEN WS-TRN-APPROBATEUR = WS-TRN-DEMANDEUR
                 MOVE "APPROBATEUR = DEMANDEUR" TO WS-REFUS-W
              WHEN OTHER
                 MOVE WS-TRN-REF TO WS-CLE-CHERCHEE
                 PERFORM CHERCHER-POSTE
                 IF WS-PST-ORIG > 0
                    MOVE "REFERENCE DEJA POSTEE" TO WS-REFUS-W
                 END-IF
           END-EVALUATE.

       REPRENDRE-ORIGINE.
      *> Contrepassation : l'ajustement d'origine doit avoir été
      *> posté, ne pas être lui-même une contrepassation et ne pas
      *> avoir déjà été contrepassé. Montant et portée en sont
      *> repris, le sens est inversé.
           MOVE WS-TRN-REF-ORIG TO WS-CLE-CHERCHEE
           PERFORM CHERCHER-POSTE
           EVALUATE TRUE
              WHEN WS-TRN-REF-ORIG = SPACES OR WS-PST-ORIG = 0
                 MOVE "ORIGINE INCONNUE" TO WS-REFUS-W
              WHEN PST-TYPE(WS-PST-ORIG) = 'ANN'
                 MOVE "ORIGINE EST UNE ANNULATION" TO WS-REFUS-W
              WHEN OTHER
                 MOVE PST-MONTANT(WS-PST-ORIG) TO WS-MONTANT-W
                 MOVE PST-PORTEE(WS-PST-ORIG)  TO WS-PORTEE-W
                 IF PST-SENS(WS-PST-ORIG) = '+'
                    MOVE '-' TO WS-SENS-W
                 ELSE
                    MOVE '+' TO WS-SENS-W
                 END-IF
                 PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                    UNTIL WS-PST-IDX > WS-NB-POSTES
                    IF PST-TYPE(WS-PST-IDX) = 'ANN'
                       AND PST-REF-ORIG(WS-PST-IDX) = WS-TRN-REF-ORIG
                       MOVE "DEJA ANNULE" TO WS-REFUS-W
                    END-IF
                 END-PERFORM
           END-EVALUATE.

       CHERCHER-POSTE.
           MOVE 0 TO WS-PST-ORIG
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
              UNTIL WS-PST-IDX > WS-NB-POSTES OR WS-PST-ORIG > 0
              IF PST-REF(WS-PST-IDX) = WS-CLE-CHERCHEE
                 MOVE WS-PST-IDX TO WS-PST-ORIG
              END-IF
           END-PERFORM.

       CONTROLER-MOIS-CLOS.
      *> Une entrée datée d'un mois clos par JOUR3CLO est refusée,
      *> sauf passage en force superviseur accordé à l'opérateur.
           SET MOIS-TRN-OUVERT TO TRUE
           COMPUTE WS-MOIS-TRN = WS-TRN-DATE / 100
           PERFORM VARYING WS-CLOS-IDX FROM 1 BY 1
              UNTIL WS-CLOS-IDX > WS-NB-MOIS-CLOS
              IF MOIS-CLOS(WS-CLOS-IDX) = WS-MOIS-TRN
                 SET MOIS-TRN-CLOS TO TRUE
              END-IF
           END-PERFORM
           IF MOIS-TRN-CLOS AND WS-SUPERVISEUR-X = 'O'
              AND NOT SUPERVISEUR-CONTROLE
              PERFORM CONTROLER-FORCE-SUPERVISEUR
           END-IF
           IF MOIS-TRN-CLOS
              IF WS-SUPERVISEUR-X = 'O'
                 DISPLAY "JOUR3ADJ : mois " WS-MOIS-TRN " clos, "
                         WS-TRN-REF " poste en force superviseur"
                 MOVE SPACES TO WS-LOG-MESSAGE
                 STRING "FORCE SUPERVISEUR MOIS CLOS " WS-MOIS-TRN
                    " REFERENCE " WS-TRN-REF
                    " OPERATEUR " WS-HAB-OPERATEUR
                    DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                 END-STRING
                 PERFORM ECRIRE-JOURNAL
              ELSE
                 MOVE "MOIS CLOS" TO WS-REFUS-W
                 ADD 1 TO WS-NB-REFUS-CLOS
              END-IF
           END-IF.

       CONTROLER-FORCE-SUPERVISEUR.
      *> Forçage refusé : tout se passe comme s'il n'avait pas été
      *> demandé, les entrées des mois clos sont refusées.
           SET SUPERVISEUR-CONTROLE TO TRUE
           MOVE 'JOUR3-SUPERVISEUR' TO WS-HAB-ACTION
           PERFORM VERIFIER-HABILITATION
           IF HAB-REFUSEE
              MOVE 'N' TO WS-SUPERVISEUR-X
           END-IF.

       ECRIRE-LIGNE-LEDGER.
           MOVE SPACES        TO WS-LEDGER-RECORD
           MOVE "JOUR3ADJ"    TO WS-LEDG-PROGID
           MOVE WS-TRN-DATE   TO WS-LEDG-DATE
           MOVE 0             TO WS-LEDG-TOTAL WS-LEDG-TOTAL-CORR
           IF WS-PORTEE-W = 'T' OR WS-PORTEE-W = 'B'
              MOVE WS-MONTANT-W TO WS-LEDG-TOTAL
           END-IF
           IF WS-PORTEE-W = 'C' OR WS-PORTEE-W = 'B'
              MOVE WS-MONTANT-W TO WS-LEDG-TOTAL-CORR
           END-IF
           MOVE WS-SENS-W     TO WS-LEDG-SENS
           MOVE WS-TRN-REF    TO WS-LEDG-REF
           MOVE WS-RUNID      TO WS-LEDG-RUNID
           WRITE WS-LEDGER-RECORD.

       ECRIRE-AUDIT.
           MOVE SPACES             TO WS-AUDIT-RECORD
           MOVE WS-RUN-DATE        TO WS-AUD-DATE-RUN
           MOVE WS-STATUT-W        TO WS-AUD-STATUT
           MOVE WS-TRN-REF         TO WS-AUD-REF
           MOVE WS-TRN-TYPE        TO WS-AUD-TYPE
           MOVE 0                  TO WS-AUD-DATE
           IF WS-TRN-DATE-X IS NUMERIC
              MOVE WS-TRN-DATE     TO WS-AUD-DATE
           END-IF
           MOVE WS-SENS-W          TO WS-AUD-SENS
           MOVE WS-MONTANT-W       TO WS-AUD-MONTANT
           MOVE WS-PORTEE-W        TO WS-AUD-PORTEE
           MOVE WS-TRN-REF-ORIG    TO WS-AUD-REF-ORIG
           MOVE WS-TRN-DEMANDEUR   TO WS-AUD-DEMANDEUR
           MOVE WS-TRN-APPROBATEUR TO WS-AUD-APPROBATEUR
           MOVE WS-REFUS-W         TO WS-AUD-REFUS
           MOVE WS-TRN-MOTIF       TO WS-AUD-MOTIF
           MOVE WS-RUNID           TO WS-AUD-RUNID
           MOVE WS-HAB-OPERATEUR   TO WS-AUD-OPERATEUR
           WRITE WS-AUDIT-RECORD.

       COPY FSTATPR.
       COPY RDEOFPR.
       COPY RUNPR.
       COPY LOGPR.
       COPY DATPR.
       COPY MANPR.
       COPY HABPR.
