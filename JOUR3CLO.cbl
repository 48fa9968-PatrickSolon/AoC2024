      *> le relevé comptable - solde d'ouverture (cumul des runs
      *> antérieurs au mois), mouvements jour par jour avec cumuls,
      *> solde de clôture - puis pose un enregistrement de clôture
      *> dans cloture.dat. Les ajustements portés par JOUR3ADJ
      *> sortent en mouvements distincts (lignes AJUST, signées) des
      *> runs quotidiens, avec leur total net propre en pied de
      *> relevé. JOUR3 refuse ensuite d'ajouter une ligne
      *> de grand livre dans un mois clos sans le passage en force
      *> superviseur (JOUR3_SUPERVISEUR=O) : la fin de mois n'est
      *> plus une addition de lignes à la main sur un listing.
      *> Un mois dont la liste de revue des mul de forte valeur
      *> (revue_mul.rpt, tenue par JOUR3) garde des items sans visa
      *> ou contestés dans visa_revue.dat n'est pas clos (RC 12) :
      *> les items en cause sont listés pour les réviseurs.
      *> La reclôture d'un mois déjà clos (JOUR3_SUPERVISEUR=O) est
      *> réservée aux opérateurs habilités à JOUR3-SUPERVISEUR (cf.
      *> HABWS.cpy) : refusé, le forçage est ignoré. La ligne de
      *> cloture.dat porte l'opérateur (AOC_OPERATEUR) et
      *> l'identifiant du run (cf. RUNWS.cpy), qui ferme aussi le
      *> relevé.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FICHIER-CLOTURE ASSIGN TO DYNAMIC WS-CLOTURE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOTURE-STATUS.
           SELECT FICHIER-REVUE ASSIGN TO DYNAMIC WS-REVUE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVUE-STATUS.
           SELECT FICHIER-VISA ASSIGN TO DYNAMIC WS-VISA-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISA-STATUS.
           COPY PUBSEL.
           COPY LOGSEL.
           COPY MANSEL.
           COPY HABSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-LEDGER.
      *> Même disposition que le grand livre écrit par JOUR3, avec
      *> la queue des lignes JOUR3ADJ (sens et référence de
      *> l'ajustement, montants en valeur absolue).
       01  WS-LEDGER-RECORD.
           05  WS-LEDG-PROGID      PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-LEDG-TOTAL       PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-LEDG-TOTAL-CORR  PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-LEDG-SENS        PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-LEDG-REF         PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-LEDG-NON-REVUS   PIC X(06).

       FD  FICHIER-RELEVE.
      *> Relevé mensuel : ouverture, mouvements datés avec cumuls,
      *> Registre des mois clos (OPEN EXTEND, une ligne par clôture)
      *> relu par JOUR3 avant chaque ajout au grand livre : les
      *> FILLER de séparation sont positionnés à SPACE par
      *> ECRIRE-VERROU-CLOTURE. Opérateur et identifiant du run en
      *> queue, que JOUR3 et JOUR3ADJ ne lisent pas.
       01  WS-CLOTURE-RECORD.
           05  WS-CLO-MOIS         PIC 9(06).
           05  FILLER              PIC X(01).
           05  WS-CLO-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-CLO-OPERATEUR    PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-CLO-RUNID        PIC X(26).

       FD  FICHIER-REVUE.
      *> Liste de revue écrite par JOUR3 : seules la clé d'item
      *> (date du run AAAAMMJJ, tiret, séquence d'audit) et le
      *> produit servent ici.
       01  WS-REVUE-RECORD.
           05  WS-RVU-CLE.
               10  WS-RVU-DATE     PIC 9(08).
               10  FILLER          PIC X(06).
           05  FILLER              PIC X(01).
           05  WS-RVU-PRODUIT      PIC X(10).
           05  FILLER              PIC X(189).

       FD  FICHIER-VISA.
      *> Même disposition que le fichier des visas relu par JOUR3 ;
      *> le dernier visa d'une clé l'emporte.
       01  WS-VISA-RECORD.
           05  WS-VIS-CLE          PIC X(14).
           05  FILLER              PIC X(01).
           05  WS-VIS-DECISION     PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-VIS-REVISEUR     PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-VIS-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-VIS-COMMENTAIRE  PIC X(40).

       COPY PUBFD.

       COPY LOGFD.

       COPY MANFD.

       COPY HABFD.

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-DSN      PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-CLOTURE-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J3/cloture.dat".
       01  WS-CLOTURE-STATUS  PIC X(02) VALUE '00'.
       01  WS-REVUE-DSN       PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-REVUE-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J3/revue_mul.rpt".
       01  WS-REVUE-STATUS    PIC X(02) VALUE '00'.
       01  WS-VISA-DSN        PIC X(200) VALUE SPACES.
       01  WS-DEFAULT-VISA-DSN PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/J3/visa_revue.dat".
       01  WS-VISA-STATUS     PIC X(02) VALUE '00'.

      *> Revue des mul de forte valeur du mois : items, acceptés,
      *> sans visa, contestés ; dernier visa connu par clé.
       01  WS-NB-ITEMS-MOIS   PIC 9(06) VALUE 0.
       01  WS-NB-ACCEPTES     PIC 9(06) VALUE 0.
       01  WS-NB-NON-REVUS    PIC 9(06) VALUE 0.
       01  WS-NB-CONTESTES    PIC 9(06) VALUE 0.
       01  WS-NB-LUS-REVUE    PIC 9(07) VALUE 0.
       01  WS-MAX-VISAS       PIC 9(05) VALUE 5000.
       01  WS-NB-VISAS        PIC 9(05) VALUE 0.
       01  TABLE-VISAS.
           05  VISA-ENTRY OCCURS 5000.
               10  VISA-CLE          PIC X(14).
               10  VISA-DECISION     PIC X(01).
       01  WS-VISA-IDX        PIC 9(05) VALUE 0.
       01  WS-VISA-TROUVE     PIC 9(05) VALUE 0.
       01  WS-CLE-CHERCHEE    PIC X(14) VALUE SPACES.

       01  WS-MOIS-X          PIC X(06) VALUE SPACES.
       01  WS-MOIS-CIBLE      PIC 9(06) VALUE 0.
       01  WS-CUMUL           PIC 9(12) VALUE 0.
       01  WS-CUMUL-CORR      PIC 9(12) VALUE 0.
       01  WS-NB-MOUVEMENTS   PIC 9(05) VALUE 0.
      *> Ajustements JOUR3ADJ du mois : nombre et effet net signé.
       01  WS-NB-AJUSTEMENTS  PIC 9(05) VALUE 0.
       01  WS-AJ-NET          PIC S9(12) VALUE 0.
       01  WS-AJ-NET-CORR     PIC S9(12) VALUE 0.
       01  WS-NB-LIGNES-LUES  PIC 9(07) VALUE 0.
       01  WS-DEJA-CLOS-FLAG  PIC 9 VALUE 0.
           88  MOIS-DEJA-CLOS    VALUE 1.
           05  WS-RLM-CUMUL       PIC 9(12).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RLM-CUMUL-CORR  PIC 9(12).
       01  WS-REL-AJUSTEMENT.
           05  FILLER             PIC X(06) VALUE "AJUST ".
           05  WS-RLA-DATE        PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RLA-SENS        PIC X(01).
           05  WS-RLA-TOTAL       PIC 9(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RLA-SENS-CORR   PIC X(01).
           05  WS-RLA-TOTAL-CORR  PIC 9(10).
           05  FILLER             PIC X(07) VALUE " CUMUL ".
           05  WS-RLA-CUMUL       PIC 9(12).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RLA-CUMUL-CORR  PIC 9(12).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RLA-REF         PIC X(12).
       01  WS-REL-AJUST-TOTAL.
           05  FILLER             PIC X(12) VALUE "AJUSTEMENTS ".
           05  WS-RLT-MOIS        PIC 9(06).
           05  FILLER             PIC X(04) VALUE " NB ".
           05  WS-RLT-NB          PIC ZZZZ9.
           05  FILLER             PIC X(05) VALUE " NET ".
           05  WS-RLT-NET         PIC -(11)9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RLT-NET-CORR    PIC -(11)9.
       01  WS-REL-CLOTURE.
           05  FILLER             PIC X(08) VALUE "CLOTURE ".
           05  WS-RLC-MOIS        PIC 9(06).
           05  WS-RLC-SOLDE-CORR  PIC 9(12).
           05  FILLER             PIC X(05) VALUE " NB ".
           05  WS-RLC-NB          PIC ZZZZ9.
       01  WS-REL-REVUE.
           05  FILLER             PIC X(06) VALUE "REVUE ".
           05  WS-RLR-MOIS        PIC 9(06).
           05  FILLER             PIC X(07) VALUE " ITEMS ".
           05  WS-RLR-ITEMS       PIC ZZZZZ9.
           05  FILLER             PIC X(10) VALUE " ACCEPTES ".
           05  WS-RLR-ACCEPTES    PIC ZZZZZ9.

       01  WS-FICHIER   PIC 9 VALUE 0.
           88  FIN-FICHIER       VALUE 1.
           88  NOT-FIN-FICHIER   VALUE 0.

       COPY PUBWS.
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
      *> L'ouverture du journal détermine l'identifiant du run.
           MOVE 'JOUR3CLO' TO WS-LOG-PROGID
           MOVE 'JOUR3CLO_JOURNAL_DSN' TO WS-LOG-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/journal_clo.log"
              TO WS-LOG-DSN-DEFAUT
           PERFORM OUVRIR-JOURNAL
           MOVE 'JOUR3CLO' TO WS-MAN-PROGID
           PERFORM RESOUDRE-PARAMETRES
           PERFORM VERIFIER-MOIS-NON-CLOS
           PERFORM VERIFIER-REVUE-MOIS
      *> Relevé marqué ENCOURS jusqu'à la fin normale du run (cf.
      *> PUBWS.cpy) ; un refus de clôture laisse intact l'état de la
      *> clôture précédente.
           MOVE 'JOUR3CLO' TO WS-PUB-PROGID
           PERFORM MARQUER-PUBLICATION-ENCOURS
           PERFORM PRODUIRE-RELEVE
           PERFORM ECRIRE-VERROU-CLOTURE
           DISPLAY "JOUR3CLO : mois " WS-MOIS-CIBLE " clos, "
                   WS-NB-MOUVEMENTS " mouvement(s), "
                   WS-NB-AJUSTEMENTS " ajustement(s), solde "
                   WS-CUMUL " (corrige " WS-CUMUL-CORR ")"
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "CLOTURE MOIS " WS-MOIS-CIBLE
              " MOUVEMENTS " WS-NB-MOUVEMENTS
              " AJUSTEMENTS " WS-NB-AJUSTEMENTS
              " OPERATEUR " WS-HAB-OPERATEUR
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM ECRIRE-MANIFESTE
           PERFORM MARQUER-PUBLICATION-FAITE
           PERFORM FERMER-JOURNAL
      *> GOBACK plutôt que STOP RUN : ce pas peut être appelé en
      *> séquence par le programme pilote.
           GOBACK.
              DISPLAY "ABEND JOUR3CLO : mois a cloturer absent ou "
                      "invalide (JOUR3CLO_MOIS=AAAAMM)"
              MOVE 16 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF
           COMPUTE WS-MOIS-CIBLE = FUNCTION NUMVAL(WS-MOIS-X)
           ACCEPT WS-SUPERVISEUR-X
              FROM ENVIRONMENT "JOUR3_SUPERVISEUR"
      *> Opérateur porté sur la ligne de clôture, forçage ou non.
           ACCEPT WS-HAB-OPERATEUR FROM ENVIRONMENT "AOC_OPERATEUR"
           ACCEPT WS-LEDGER-DSN FROM ENVIRONMENT "JOUR3_LEDGER_DSN"
           IF WS-LEDGER-DSN = SPACES
              MOVE WS-DEFAULT-LEDGER-DSN TO WS-LEDGER-DSN
           ACCEPT WS-CLOTURE-DSN FROM ENVIRONMENT "JOUR3_CLOTURE_DSN"
           IF WS-CLOTURE-DSN = SPACES
              MOVE WS-DEFAULT-CLOTURE-DSN TO WS-CLOTURE-DSN
           END-IF
           ACCEPT WS-REVUE-DSN FROM ENVIRONMENT "JOUR3_REVUE_DSN"
           IF WS-REVUE-DSN = SPACES
              MOVE WS-DEFAULT-REVUE-DSN TO WS-REVUE-DSN
           END-IF
           ACCEPT WS-VISA-DSN FROM ENVIRONMENT "JOUR3_VISA_DSN"
           IF WS-VISA-DSN = SPACES
              MOVE WS-DEFAULT-VISA-DSN TO WS-VISA-DSN
           END-IF.

       VERIFIER-MOIS-NON-CLOS.
      *> Une clôture déjà posée pour ce mois est refusée (RC 12,
      *> même famille que les refus de verrou), sauf passage en
      *> force superviseur accordé à l'opérateur pour rejouer une
      *> clôture après correction.
           SET MOIS-OUVERT TO TRUE
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-CLOTURE
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-CLOTURE-DSN TO WS-MAN-DSN-W
           MOVE WS-CLOTURE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-CLOTURE-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-CLOTURE INTO WS-CLOTURE-RECORD
                 END-READ
              END-PERFORM
              CLOSE FICHIER-CLOTURE
              MOVE WS-CLOTURE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           IF MOIS-DEJA-CLOS AND WS-SUPERVISEUR-X = 'O'
              MOVE 'JOUR3-SUPERVISEUR' TO WS-HAB-ACTION
              PERFORM VERIFIER-HABILITATION
              IF HAB-REFUSEE
                 MOVE 'N' TO WS-SUPERVISEUR-X
              END-IF
           END-IF
           IF MOIS-DEJA-CLOS
              IF WS-SUPERVISEUR-X = 'O'
                 DISPLAY "JOUR3CLO : mois " WS-MOIS-CIBLE
                         " deja clos, recloture en force "
                         "superviseur"
                 MOVE SPACES TO WS-LOG-MESSAGE
                 STRING "FORCE SUPERVISEUR RECLOTURE MOIS "
                    WS-MOIS-CIBLE " OPERATEUR " WS-HAB-OPERATEUR
                    DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                 END-STRING
                 PERFORM ECRIRE-JOURNAL
              ELSE
                 DISPLAY "REFUS JOUR3CLO : mois " WS-MOIS-CIBLE
                         " deja clos (JOUR3_SUPERVISEUR=O pour "
                         "passer outre)"
                 MOVE SPACES TO WS-LOG-MESSAGE
                 STRING "REFUS MOIS " WS-MOIS-CIBLE " DEJA CLOS"
                    " OPERATEUR " WS-HAB-OPERATEUR
                    DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                 END-STRING
                 PERFORM ECRIRE-JOURNAL
                 MOVE 12 TO RETURN-CODE
                 PERFORM FERMER-JOURNAL
                 GOBACK
              END-IF
           END-IF.

       VERIFIER-REVUE-MOIS.
      *> Chaque item de revue daté du mois doit porter un dernier
      *> visa A. Un item sans visa ou contesté bloque la clôture
      *> (RC 12) sans passage en force possible : un contesté se
      *> règle par un ajustement JOUR3ADJ puis un nouveau visa. Sans
      *> liste de revue (statut '35'), le mois n'a aucun item.
           PERFORM CHARGER-VISAS
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-REVUE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-REVUE-DSN TO WS-MAN-DSN-W
           MOVE WS-REVUE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-REVUE-STATUS = '35'
              SET FIN-FICHIER TO TRUE
           ELSE
              MOVE WS-REVUE-STATUS TO WS-FSTAT-CODE
              MOVE WS-REVUE-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-REVUE" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
           END-IF
           PERFORM UNTIL FIN-FICHIER
              READ FICHIER-REVUE
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-LUS-REVUE
                    IF WS-RVU-DATE IS NUMERIC
                       COMPUTE WS-MOIS-LIGNE = WS-RVU-DATE / 100
                       IF WS-MOIS-LIGNE = WS-MOIS-CIBLE
                          PERFORM CONTROLER-ITEM-REVUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-REVUE-STATUS NOT = '35'
              MOVE WS-NB-LUS-REVUE TO WS-RDEOF-COUNT
              MOVE WS-REVUE-DSN    TO WS-RDEOF-DSN
              PERFORM ANNONCER-LECTURE
              CLOSE FICHIER-REVUE
              MOVE WS-REVUE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           IF WS-NB-NON-REVUS > 0 OR WS-NB-CONTESTES > 0
              DISPLAY "REFUS JOUR3CLO : mois " WS-MOIS-CIBLE
                      " avec " WS-NB-NON-REVUS " item(s) de revue "
                      "non revu(s) et " WS-NB-CONTESTES
                      " conteste(s)"
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "REFUS REVUE MOIS " WS-MOIS-CIBLE
                 " NON-REVUS " WS-NB-NON-REVUS
                 " CONTESTES " WS-NB-CONTESTES
                 " OPERATEUR " WS-HAB-OPERATEUR
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
              MOVE 12 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              GOBACK
           END-IF.

       CONTROLER-ITEM-REVUE.
           ADD 1 TO WS-NB-ITEMS-MOIS
           MOVE WS-RVU-CLE TO WS-CLE-CHERCHEE
           PERFORM TROUVER-VISA
           EVALUATE TRUE
              WHEN WS-VISA-TROUVE = 0
                 ADD 1 TO WS-NB-NON-REVUS
                 DISPLAY "JOUR3CLO : item " WS-RVU-CLE
                         " produit " WS-RVU-PRODUIT " NON REVU"
              WHEN VISA-DECISION(WS-VISA-TROUVE) = 'D'
                 ADD 1 TO WS-NB-CONTESTES
                 DISPLAY "JOUR3CLO : item " WS-RVU-CLE
                         " produit " WS-RVU-PRODUIT " CONTESTE"
              WHEN OTHER
                 ADD 1 TO WS-NB-ACCEPTES
           END-EVALUATE.

       CHARGER-VISAS.
           MOVE 0 TO WS-NB-VISAS
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-VISA
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-VISA-DSN TO WS-MAN-DSN-W
           MOVE WS-VISA-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-VISA-STATUS = '35'
              SET FIN-FICHIER TO TRUE
           ELSE
              MOVE WS-VISA-STATUS TO WS-FSTAT-CODE
              MOVE WS-VISA-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-VISA" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
           END-IF
           PERFORM UNTIL FIN-FICHIER
              READ FICHIER-VISA
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    IF WS-VISA-RECORD NOT = SPACES
                       AND WS-VISA-RECORD(1:1) NOT = '*'
                       AND (WS-VIS-DECISION = 'A'
                            OR WS-VIS-DECISION = 'D')
                       PERFORM MEMORISER-VISA
                    END-IF
              END-READ
           END-PERFORM
           IF WS-VISA-STATUS NOT = '35'
              CLOSE FICHIER-VISA
              MOVE WS-VISA-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       MEMORISER-VISA.
           MOVE WS-VIS-CLE TO WS-CLE-CHERCHEE
           PERFORM TROUVER-VISA
           IF WS-VISA-TROUVE = 0
              IF WS-NB-VISAS >= WS-MAX-VISAS
                 DISPLAY "ABEND JOUR3CLO : plus de " WS-MAX-VISAS
                         " visas de revue"
                 MOVE 16 TO RETURN-CODE
                 PERFORM FERMER-JOURNAL
                 STOP RUN
              END-IF
              ADD 1 TO WS-NB-VISAS
              MOVE WS-NB-VISAS TO WS-VISA-TROUVE
              MOVE WS-VIS-CLE TO VISA-CLE(WS-VISA-TROUVE)
           END-IF
           MOVE WS-VIS-DECISION TO VISA-DECISION(WS-VISA-TROUVE).

       TROUVER-VISA.
           MOVE 0 TO WS-VISA-TROUVE
           PERFORM VARYING WS-VISA-IDX FROM 1 BY 1
              UNTIL WS-VISA-IDX > WS-NB-VISAS
              IF VISA-CLE(WS-VISA-IDX) = WS-CLE-CHERCHEE
                 MOVE WS-VISA-IDX TO WS-VISA-TROUVE
                 MOVE WS-NB-VISAS TO WS-VISA-IDX
              END-IF
           END-PERFORM.

       PRODUIRE-RELEVE.
      *> Les lignes du grand livre sont dans l'ordre des runs (OPEN
      *> EXTEND) : tout ce qui précède le mois cible entre au solde
      *> d'ouverture, les lignes du mois sortent en mouvements avec
      *> leurs cumuls.
           OPEN OUTPUT FICHIER-RELEVE
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-RELEVE-DSN TO WS-MAN-DSN-W
           MOVE WS-RELEVE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-RELEVE-STATUS TO WS-FSTAT-CODE
           MOVE WS-RELEVE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-RELEVE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-LEDGER
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-LEDGER-DSN TO WS-MAN-DSN-W
           MOVE WS-LEDGER-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-LEDGER-STATUS TO WS-FSTAT-CODE
           MOVE WS-LEDGER-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-LEDGER" TO WS-FSTAT-OPER
           MOVE WS-LEDGER-DSN     TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           CLOSE FICHIER-LEDGER
           MOVE WS-LEDGER-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
      *> Mois sans mouvement : l'ouverture n'a pas encore été posée.
           IF WS-NB-MOUVEMENTS = 0 AND WS-NB-AJUSTEMENTS = 0
              MOVE WS-MOIS-CIBLE TO WS-RLO-MOIS
              MOVE WS-SOLDE-OUVERTURE TO WS-RLO-SOLDE
              MOVE WS-SOLDE-OUV-CORR TO WS-RLO-SOLDE-CORR
              WRITE WS-RELEVE-LIGNE FROM WS-REL-OUVERTURE
           END-IF
      *> Les ajustements du mois sont totalisés à part, avant la
      *> clôture (qui les inclut dans le solde).
           MOVE WS-MOIS-CIBLE TO WS-RLT-MOIS
           MOVE WS-NB-AJUSTEMENTS TO WS-RLT-NB
           MOVE WS-AJ-NET TO WS-RLT-NET
           MOVE WS-AJ-NET-CORR TO WS-RLT-NET-CORR
           WRITE WS-RELEVE-LIGNE FROM WS-REL-AJUST-TOTAL
           MOVE WS-MOIS-CIBLE TO WS-RLR-MOIS
           MOVE WS-NB-ITEMS-MOIS TO WS-RLR-ITEMS
           MOVE WS-NB-ACCEPTES TO WS-RLR-ACCEPTES
           WRITE WS-RELEVE-LIGNE FROM WS-REL-REVUE
           MOVE WS-MOIS-CIBLE TO WS-RLC-MOIS
           MOVE WS-CUMUL TO WS-RLC-SOLDE
           MOVE WS-CUMUL-CORR TO WS-RLC-SOLDE-CORR
           MOVE WS-NB-MOUVEMENTS TO WS-RLC-NB
           WRITE WS-RELEVE-LIGNE FROM WS-REL-CLOTURE
           WRITE WS-RELEVE-LIGNE FROM WS-RUNID-LIGNE
           CLOSE FICHIER-RELEVE
           MOVE WS-RELEVE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       CUMULER-LIGNE-LEDGER.
           COMPUTE WS-MOIS-LIGNE = WS-LEDG-DATE / 100
           EVALUATE TRUE
              WHEN WS-LEDG-PROGID = "JOUR3ADJ"
                 PERFORM CUMULER-LIGNE-AJUSTEMENT
              WHEN WS-MOIS-LIGNE < WS-MOIS-CIBLE
                 ADD WS-LEDG-TOTAL      TO WS-SOLDE-OUVERTURE
                 ADD WS-LEDG-TOTAL-CORR TO WS-SOLDE-OUV-CORR
              WHEN WS-MOIS-LIGNE = WS-MOIS-CIBLE
                 PERFORM POSER-OUVERTURE
                 ADD 1 TO WS-NB-MOUVEMENTS
                 ADD WS-LEDG-TOTAL      TO WS-CUMUL
                 ADD WS-LEDG-TOTAL-CORR TO WS-CUMUL-CORR
      *> Mois sans aucun mouvement : le relevé porte quand même
      *> l'ouverture et la clôture (posées à la fin si rien n'a figé
      *> les cumuls).
           IF WS-NB-MOUVEMENTS = 0 AND WS-NB-AJUSTEMENTS = 0
              MOVE WS-SOLDE-OUVERTURE TO WS-CUMUL
              MOVE WS-SOLDE-OUV-CORR TO WS-CUMUL-CORR
           END-IF.

       POSER-OUVERTURE.
      *> Première ligne du mois (run ou ajustement) : le solde
      *> d'ouverture est figé et sort en tête du relevé.
           IF WS-NB-MOUVEMENTS = 0 AND WS-NB-AJUSTEMENTS = 0
              MOVE WS-MOIS-CIBLE TO WS-RLO-MOIS
              MOVE WS-SOLDE-OUVERTURE TO WS-RLO-SOLDE
              MOVE WS-SOLDE-OUV-CORR TO WS-RLO-SOLDE-CORR
              WRITE WS-RELEVE-LIGNE FROM WS-REL-OUVERTURE
              MOVE WS-SOLDE-OUVERTURE TO WS-CUMUL
              MOVE WS-SOLDE-OUV-CORR TO WS-CUMUL-CORR
           END-IF.

       CUMULER-LIGNE-AJUSTEMENT.
      *> Ligne JOUR3ADJ : montants en valeur absolue, le sens dit
      *> s'ils s'ajoutent ou se retranchent. Datée d'un mois
      *> antérieur, elle entre au solde d'ouverture ; du mois cible,
      *> elle sort en mouvement AJUST distinct des runs.
           EVALUATE TRUE
              WHEN WS-MOIS-LIGNE < WS-MOIS-CIBLE
                 IF WS-LEDG-SENS = '-'
                    SUBTRACT WS-LEDG-TOTAL FROM WS-SOLDE-OUVERTURE
                    SUBTRACT WS-LEDG-TOTAL-CORR FROM WS-SOLDE-OUV-CORR
                 ELSE
                    ADD WS-LEDG-TOTAL      TO WS-SOLDE-OUVERTURE
                    ADD WS-LEDG-TOTAL-CORR TO WS-SOLDE-OUV-CORR
                 END-IF
              WHEN WS-MOIS-LIGNE = WS-MOIS-CIBLE
                 PERFORM POSER-OUVERTURE
                 ADD 1 TO WS-NB-AJUSTEMENTS
                 IF WS-LEDG-SENS = '-'
                    SUBTRACT WS-LEDG-TOTAL      FROM WS-CUMUL
                    SUBTRACT WS-LEDG-TOTAL-CORR FROM WS-CUMUL-CORR
                    SUBTRACT WS-LEDG-TOTAL      FROM WS-AJ-NET
                    SUBTRACT WS-LEDG-TOTAL-CORR FROM WS-AJ-NET-CORR
                    MOVE '-' TO WS-RLA-SENS WS-RLA-SENS-CORR
                 ELSE
                    ADD WS-LEDG-TOTAL      TO WS-CUMUL
                    ADD WS-LEDG-TOTAL-CORR TO WS-CUMUL-CORR
                    ADD WS-LEDG-TOTAL      TO WS-AJ-NET
                    ADD WS-LEDG-TOTAL-CORR TO WS-AJ-NET-CORR
                    MOVE '+' TO WS-RLA-SENS WS-RLA-SENS-CORR
                 END-IF
                 MOVE WS-LEDG-DATE TO WS-RLA-DATE
                 MOVE WS-LEDG-TOTAL TO WS-RLA-TOTAL
                 MOVE WS-LEDG-TOTAL-CORR TO WS-RLA-TOTAL-CORR
                 MOVE WS-CUMUL TO WS-RLA-CUMUL
                 MOVE WS-CUMUL-CORR TO WS-RLA-CUMUL-CORR
                 MOVE WS-LEDG-REF TO WS-RLA-REF
                 WRITE WS-RELEVE-LIGNE FROM WS-REL-AJUSTEMENT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       ECRIRE-VERROU-CLOTURE.
      *> OPEN EXTEND ne crée pas le fichier s'il n'existe pas encore
      *> (statut '35') : on retombe alors sur OPEN OUTPUT, comme les
           IF WS-CLOTURE-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-CLOTURE
           END-IF
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-CLOTURE-DSN TO WS-MAN-DSN-W
           MOVE WS-CLOTURE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-CLOTURE-STATUS TO WS-FSTAT-CODE
           MOVE WS-CLOTURE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-CLOTURE" TO WS-FSTAT-OPER
           MOVE SPACES TO WS-CLOTURE-RECORD
           MOVE WS-MOIS-CIBLE TO WS-CLO-MOIS
           MOVE WS-RUN-DATE   TO WS-CLO-DATE
           MOVE WS-HAB-OPERATEUR TO WS-CLO-OPERATEUR
           MOVE WS-RUNID      TO WS-CLO-RUNID
           WRITE WS-CLOTURE-RECORD
           CLOSE FICHIER-CLOTURE
           MOVE WS-CLOTURE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       COPY PUBPR.
       COPY FSTATPR.
       COPY RDEOFPR.
       COPY RUNPR.
       COPY LOGPR.
       COPY DATPR.
       COPY MANPR.
       COPY HABPR.
