      *    règles avant/après), et liste les transactions refusées
      *    avec leur motif. Le référentiel n'est réécrit qu'en fin de
      *    run, trié comme JOUR5 le maintient en mémoire.
      *    La transaction ROLLBACK est réservée aux opérateurs
      *    habilités (JOUR5MNT-ROLLBACK, cf. HABWS.cpy) : sans
      *    habilitation elle est rejetée (NON HABILITE), tracée au
      *    journal de run et le pas se termine en RC 12. Chaque ligne
      *    d'audit porte l'opérateur du run (AOC_OPERATEUR).
      *    Les fichiers lus et produits sont inscrits au manifeste de
      *    run (cf. MANWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-STATUS.
           COPY PUBSEL.
           COPY LOGSEL.
           COPY HABSEL.
           COPY MANSEL.

       DATA DIVISION.
          FILE SECTION.
            FD FICHIER-TRANSACTIONS.
      *       Une transaction par ligne : "ADD nn|mm",
      *       "DELETE nn|mm" ou "REPLACE nn|mm nn|pp" (l'ancienne
      *       paire puis la nouvelle). La ligne de queue "RUN ..."
      *       des transactions proposées par JOUR5RET est ignorée.
              01 WS-TRANS-RECORD PIC X(80).

            FD FICHIER-AUDIT-MNT.
      *       Piste d'audit cumulative (OPEN EXTEND) : une ligne par
      *       changement appliqué, avec la date, le texte de la
      *       transaction, le nombre de règles du référentiel avant
      *       et après, la génération publiée par le run et
      *       l'opérateur, puis l'identifiant du run (cf. RUNWS.cpy).
      *       Les FILLER portent leur VALUE d'origine car le record
      *       est préparé en WORKING-STORAGE (WS-AUD-LIGNE-W) et
      *       écrit via WRITE ... FROM.
              01 WS-AUDIT-RECORD PIC X(123).

            FD FICHIER-REJETS-MNT.
      *       Une ligne par transaction refusée, avec son motif. Même
              01 WS-MAJ-RECORD PIC X(80).

           COPY PUBFD.
           COPY LOGFD.
           COPY HABFD.
           COPY MANFD.

            FD FICHIER-GENREG.
      *       Registre des générations du référentiel (OPEN EXTEND,
           01 WS-NB-TRANSACTIONS    pic 9(5) value 0.
           01 WS-NB-APPLIQUEES      pic 9(5) value 0.
           01 WS-NB-REJETEES        pic 9(5) value 0.
           01 WS-NB-NON-HABILITES   pic 9(5) value 0.
           01 WS-NB-REGLES-AVANT    pic 9(5) value 0.

      *    Décomposition de la transaction en cours.
      *    règle structurellement propre qui ferait basculer 212
      *    mises à jour se voit ici, pas le lendemain matin.
      *    JOUR5MNT_SIM=N coupe la simulation ; un dataset de mises à
      *    jour absent la saute simplement. JOUR5MNT_SIM=S joue la
      *    simulation seule : les transactions sont passées en
      *    mémoire (rejets listés comme d'habitude), mais ni la
      *    piste d'audit, ni le référentiel, ni le registre des
      *    générations ne sont touchés - c'est ainsi que l'on
      *    éprouve un lot de retraits proposé par JOUR5RET avant de
      *    l'appliquer.
           01 TABLEAU-AVANT.
             05 nb-noeud-avant pic 9(3) value ZERO.
             05 table-noeud-avant OCCURS 999.
                10 nb-fils-avant  pic 9(3).
                10 tab-fils-avant occurs 999 pic 9(2).
           01 WS-SIM-ACTIF-X        pic x(01) value space.
             88  simulation-seule      VALUE 'S' 's'.
           01 WS-SIM-DSN            pic x(200) value spaces.
           01 WS-DEFAULT-SIM-DSN    pic x(200) value
              "/mnt/c/pgmcobol/AoC2024/J5/input.txt".
             88  fin-trans         VALUE 1.
             88  not-fin-trans     VALUE 0.

      *    Lignes d'audit et de rejet, écrites via WRITE FROM. La
      *    ligne d'audit porte en queue la génération que le run
      *    publie (celle qui suit la dernière du registre) : JOUR5CMP
      *    retrouve ainsi les transactions à l'origine d'un écart
      *    entre deux générations.
           01 WS-AUD-LIGNE-W.
             05 WS-AUD-DATE         pic 9(8).
             05 FILLER              pic x(1) value space.
             05 WS-AUD-AVANT        pic 9(5).
             05 FILLER              pic x(7) value " APRES ".
             05 WS-AUD-APRES        pic 9(5).
             05 FILLER              pic x(3) value " G ".
             05 WS-AUD-GEN          pic 9(4).
             05 FILLER              pic x(4) value " OP ".
             05 WS-AUD-OPERATEUR    pic x(8).
             05 FILLER              pic x(5) value " RUN ".
             05 WS-AUD-RUNID        pic x(26).
           01 WS-REJ-LIGNE-W.
             05 WS-REJ-TEXTE        pic x(40).
             05 FILLER              pic x(3) value " : ".
           COPY FSTATWS.
           COPY RDEOFWS.
           COPY PUBWS.
           COPY LOGWS.
           COPY RUNWS.
           COPY HABWS.
           COPY DATWS.
           COPY MANWS.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 'JOUR5MNT' TO WS-LOG-PROGID
           MOVE 'JOUR5MNT_JOURNAL_DSN' TO WS-LOG-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/journal_mnt.log"
              TO WS-LOG-DSN-DEFAUT
           PERFORM OUVRIR-JOURNAL
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      *    Sorties (référentiel compris) marquées ENCOURS jusqu'à la
      *    fin normale du run (cf. PUBWS.cpy).
           MOVE 'JOUR5MNT' TO WS-PUB-PROGID
           MOVE 'JOUR5MNT' TO WS-MAN-PROGID
           PERFORM MARQUER-PUBLICATION-ENCOURS
           perform resoudre-datasets
           perform charger-regles
      *    Copie du référentiel d'avant transactions : la simulation
      *    d'impact compare l'avant et l'après (cf. simuler-impact).
           MOVE Tableau TO TABLEAU-AVANT
           IF simulation-seule
              DISPLAY "JOUR5MNT : simulation seule (JOUR5MNT_SIM=S),"
                      " referentiel inchange"
           ELSE
              perform ouvrir-audit
           END-IF
           OPEN OUTPUT FICHIER-REJETS-MNT
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-REJETS-DSN TO WS-MAN-DSN-W
           MOVE WS-REJETS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-REJETS-STATUS TO WS-FSTAT-CODE
           MOVE WS-REJETS-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-REJETS-MNT" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           perform traiter-transactions
           IF NOT simulation-seule
              CLOSE FICHIER-AUDIT-MNT
              MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           CLOSE FICHIER-REJETS-MNT
           MOVE WS-REJETS-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           perform simuler-impact
           IF NOT simulation-seule
              perform reecrire-regles
              perform publier-generation
           END-IF
           display "JOUR5MNT : " WS-NB-TRANSACTIONS
                   " transaction(s), " WS-NB-APPLIQUEES
                   " appliquee(s), " WS-NB-REJETEES " rejetee(s)"
      *    Un run avec rejets se termine en avertissement (RC 4) :
      *    le référentiel est à jour des transactions acceptées,
      *    mais le listing des rejets doit être revu.
           PERFORM ECRIRE-MANIFESTE
           PERFORM MARQUER-PUBLICATION-FAITE
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "TRANSACTIONS " WS-NB-TRANSACTIONS
              " APPLIQUEES " WS-NB-APPLIQUEES
              " REJETEES " WS-NB-REJETEES
              " NON HABILITEES " WS-NB-NON-HABILITES
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
      *    Une tentative non habilitée l'emporte sur les simples
      *    rejets : RC 12, à remonter au responsable de l'exploitation.
           EVALUATE TRUE
              WHEN WS-NB-NON-HABILITES > 0
                 MOVE 12 TO RETURN-CODE
              WHEN WS-NB-REJETEES > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM FERMER-JOURNAL
           GOBACK.

       resoudre-datasets.
           IF WS-REJETS-DSN = SPACES
              MOVE WS-DEFAULT-REJETS-DSN TO WS-REJETS-DSN
           END-IF
           ACCEPT WS-SIM-ACTIF-X FROM ENVIRONMENT "JOUR5MNT_SIM"
           ACCEPT WS-HAB-OPERATEUR FROM ENVIRONMENT "AOC_OPERATEUR"
           ACCEPT WS-GENREG-DSN
              FROM ENVIRONMENT "JOUR5_GENERATIONS_DSN"
           IF WS-GENREG-DSN = SPACES
           MOVE 0 TO WS-GEN-DERNIERE
           set not-fin-genreg to true
           OPEN INPUT FICHIER-GENREG
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
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

       composer-dsn-generation.
           perform composer-dsn-generation
           set not-fin-gen to true
           OPEN INPUT FICHIER-REGLES
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-REGLES-DSN TO WS-MAN-DSN-W
           MOVE WS-REGLES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-REGLES-STATUS TO WS-FSTAT-CODE
           MOVE WS-REGLES-DSN    TO WS-FSTAT-DSN
           MOVE "RELECTURE FICHIER-REGLES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-GEN
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-GEN-DSN TO WS-MAN-DSN-W
           MOVE WS-GEN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-GEN-STATUS TO WS-FSTAT-CODE
           MOVE WS-GEN-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE ARCHIVE GENERATION" TO WS-FSTAT-OPER
              END-READ
           END-PERFORM
           CLOSE FICHIER-REGLES
           MOVE WS-REGLES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-GEN
           MOVE WS-GEN-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           OPEN EXTEND FICHIER-GENREG
           IF WS-GENREG-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-GENREG
           END-IF
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-GENREG-DSN TO WS-MAN-DSN-W
           MOVE WS-GENREG-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-GENREG-STATUS TO WS-FSTAT-CODE
           MOVE WS-GENREG-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-GENREG" TO WS-FSTAT-OPER
           MOVE WS-NB-REGLES    TO WS-GRG-NB
           WRITE WS-GENREG-RECORD
           CLOSE FICHIER-GENREG
           MOVE WS-GENREG-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY "Generation " WS-GEN-NOUVELLE " publiee ("
                   WS-NB-REGLES " regle(s))"
           IF WS-GEN-NOUVELLE > WS-GEN-RETENTION
              MOVE WS-GEN-PURGE TO WS-GEN-CIBLE
              perform composer-dsn-generation
              OPEN OUTPUT FICHIER-GEN
              MOVE "SORTIE" TO WS-MAN-ROLE-W
              MOVE WS-GEN-DSN TO WS-MAN-DSN-W
              MOVE WS-GEN-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              CLOSE FICHIER-GEN
              MOVE WS-GEN-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
              DISPLAY "Generation " WS-GEN-PURGE
                      " hors retention, archive videe"
           END-IF.
           perform composer-dsn-generation
           set not-fin-gen to true
           OPEN INPUT FICHIER-GEN
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-GEN-DSN TO WS-MAN-DSN-W
           MOVE WS-GEN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-GEN-STATUS NOT = '00'
              MOVE 'GENERATION ABSENTE' TO WS-MOTIF-REJET
           ELSE
                 END-IF
              END-PERFORM
              CLOSE FICHIER-GEN
              MOVE WS-GEN-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
              IF WS-NB-REGLES = 0
                 MOVE 'GENERATION VIDE' TO WS-MOTIF-REJET
              ELSE
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-AUDIT-MNT
           END-IF
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           MOVE WS-AUDIT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-AUDIT-STATUS TO WS-FSTAT-CODE
           MOVE WS-AUDIT-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-AUDIT-MNT" TO WS-FSTAT-OPER
      *    construire le dataset par transactions ADD.
           set not-fin-regles to true
           OPEN INPUT FICHIER-REGLES
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-REGLES-DSN TO WS-MAN-DSN-W
           MOVE WS-REGLES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-REGLES-STATUS = '35'
              DISPLAY "Referentiel inexistant : cree par ce run"
           ELSE
                 END-IF
              END-PERFORM
              CLOSE FICHIER-REGLES
              MOVE WS-REGLES-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           MOVE WS-NB-REGLES TO WS-RDEOF-COUNT
           MOVE WS-REGLES-DSN TO WS-RDEOF-DSN
       traiter-transactions.
           set not-fin-trans to true
           OPEN INPUT FICHIER-TRANSACTIONS
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-TRANS-DSN TO WS-MAN-DSN-W
           MOVE WS-TRANS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-TRANS-STATUS TO WS-FSTAT-CODE
           MOVE WS-TRANS-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-TRANSACTIONS" TO WS-FSTAT-OPER
              END-READ
              IF not-fin-trans
                 AND WS-TRANS-RECORD NOT = SPACES
                 AND WS-TRANS-RECORD(1:4) NOT = "RUN "
                 ADD 1 TO WS-NB-TRANSACTIONS
                 perform appliquer-transaction
              END-IF
           END-PERFORM
           CLOSE FICHIER-TRANSACTIONS
           MOVE WS-TRANS-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       appliquer-transaction.
           MOVE SPACES TO WS-TR-ACTION WS-TR-PAIRE1 WS-TR-PAIRE2
              WHEN 'REPLACE'
                 perform transaction-replace
              WHEN 'ROLLBACK'
                 MOVE 'JOUR5MNT-ROLLBACK' TO WS-HAB-ACTION
                 PERFORM VERIFIER-HABILITATION
                 IF HAB-ACCORDEE
                    perform transaction-rollback
                 ELSE
                    MOVE 'NON HABILITE' TO WS-MOTIF-REJET
                    ADD 1 TO WS-NB-NON-HABILITES
                 END-IF
              WHEN OTHER
                 MOVE 'ACTION INCONNUE' TO WS-MOTIF-REJET
           END-EVALUATE
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-NB-APPLIQUEES
              IF NOT simulation-seule
                 perform ecrire-audit-mnt
              END-IF
           ELSE
              ADD 1 TO WS-NB-REJETEES
              perform ecrire-rejet-mnt
           MOVE WS-TRANS-RECORD(1:40) TO WS-AUD-TEXTE
           MOVE WS-NB-REGLES-AVANT TO WS-AUD-AVANT
           MOVE WS-NB-REGLES TO WS-AUD-APRES
           COMPUTE WS-AUD-GEN = WS-GEN-DERNIERE + 1
           MOVE WS-HAB-OPERATEUR TO WS-AUD-OPERATEUR
           MOVE WS-RUNID TO WS-AUD-RUNID
           WRITE WS-AUDIT-RECORD FROM WS-AUD-LIGNE-W.

       ecrire-rejet-mnt.
      *    et l'effet sur les totaux de pages du milieu sortent au
      *    compte rendu pendant qu'il est encore temps de ne pas
      *    publier.
           IF WS-SIM-ACTIF-X = 'N' OR WS-SIM-ACTIF-X = 'n'
              DISPLAY "JOUR5MNT : simulation d'impact coupee "
                      "(JOUR5MNT_SIM=N)"
              END-IF
              set not-fin-sim to true
              OPEN INPUT FICHIER-MAJ
              MOVE "ENTREE" TO WS-MAN-ROLE-W
              MOVE WS-SIM-DSN TO WS-MAN-DSN-W
              MOVE WS-SIM-STATUS TO WS-MAN-STATUT-W
              PERFORM MANIFESTE-OUVERTURE
              IF WS-SIM-STATUS NOT = '00'
                 DISPLAY "JOUR5MNT : mises a jour absentes ("
                         FUNCTION TRIM(WS-SIM-DSN)
                         "), simulation sautee"
              ELSE
                 OPEN OUTPUT FICHIER-SIMRPT
                 MOVE "SORTIE" TO WS-MAN-ROLE-W
                 MOVE WS-SIMRPT-DSN TO WS-MAN-DSN-W
                 MOVE WS-SIMRPT-STATUS TO WS-MAN-STATUT-W
                 PERFORM MANIFESTE-OUVERTURE
                 MOVE WS-SIMRPT-STATUS TO WS-FSTAT-CODE
                 MOVE WS-SIMRPT-DSN    TO WS-FSTAT-DSN
                 MOVE "OUVERTURE FICHIER-SIMRPT" TO WS-FSTAT-OPER
                    END-IF
                 END-PERFORM
                 CLOSE FICHIER-MAJ
                 MOVE WS-SIM-DSN TO WS-MAN-DSN-W
                 PERFORM MANIFESTE-FERMETURE
                 PERFORM ECRIRE-SYNTHESE-SIMULATION
                 CLOSE FICHIER-SIMRPT
                 MOVE WS-SIMRPT-DSN TO WS-MAN-DSN-W
                 PERFORM MANIFESTE-FERMETURE
              END-IF
           END-IF.

      *    une règle noeud|fils par ligne, au format que JOUR5 et ce
      *    programme relisent.
           OPEN OUTPUT FICHIER-REGLES
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-REGLES-DSN TO WS-MAN-DSN-W
           MOVE WS-REGLES-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-REGLES-STATUS TO WS-FSTAT-CODE
           MOVE WS-REGLES-DSN    TO WS-FSTAT-DSN
           MOVE "REECRITURE FICHIER-REGLES" TO WS-FSTAT-OPER
              END-PERFORM
           END-PERFORM
           CLOSE FICHIER-REGLES
           MOVE WS-REGLES-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           DISPLAY "Referentiel reecrit : " WS-NB-REGLES " regle(s)".

       COPY FSTATPR.
       COPY RDEOFPR.
       COPY PUBPR.
       COPY LOGPR.
       COPY RUNPR.
       COPY HABPR.
       COPY DATPR.
       COPY MANPR.
