      *> SAVPR.cpy - Paragraphes partagés de la sauvegarde des
      *> fichiers permanents (cf. SAVWS.cpy).
       RESOUDRE-SAUVEGARDE-DSN.
           ACCEPT WS-SAV-CATALOGUE-DSN
              FROM ENVIRONMENT "AOC_SAUVEGARDES_DSN"
           IF WS-SAV-CATALOGUE-DSN = SPACES
              MOVE WS-SAV-CATALOGUE-DEFAUT TO WS-SAV-CATALOGUE-DSN
           END-IF
           ACCEPT WS-SAV-REPERTOIRE
              FROM ENVIRONMENT "AOC_SAUVEGARDE_REPERTOIRE"
           IF WS-SAV-REPERTOIRE = SPACES
              MOVE WS-SAV-REPERTOIRE-DEFAUT TO WS-SAV-REPERTOIRE
           END-IF.

       INITIALISER-PERSISTANTS.
           MOVE 'MASTER'      TO PRS-TYPE(1)
           MOVE 'JOUR1_MASTER_DSN' TO PRS-ENV(1)
           MOVE "/mnt/c/pgmcobol/AoC2025/J1-1/master_lieux.dat"
              TO PRS-DEFAUT(1)
           MOVE 'REGLES'      TO PRS-TYPE(2)
           MOVE 'JOUR5_REGLES_DSN' TO PRS-ENV(2)
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/regles.dat"
              TO PRS-DEFAUT(2)
           MOVE 'GENERATIONS' TO PRS-TYPE(3)
           MOVE 'JOUR5_GENERATIONS_DSN' TO PRS-ENV(3)
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/generations.dat"
              TO PRS-DEFAUT(3)
           MOVE 'LEDGER'      TO PRS-TYPE(4)
           MOVE 'JOUR3_LEDGER_DSN' TO PRS-ENV(4)
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/ledger.rpt"
              TO PRS-DEFAUT(4)
           MOVE 'CLOTURE'     TO PRS-TYPE(5)
           MOVE 'JOUR3_CLOTURE_DSN' TO PRS-ENV(5)
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/cloture.dat"
              TO PRS-DEFAUT(5)
           MOVE 'CHECKPOINT'  TO PRS-TYPE(6)
           MOVE 'AOC_CHECKPOINT_DSN' TO PRS-ENV(6)
           MOVE "/mnt/c/pgmcobol/AoC2024/checkpoint.dat"
              TO PRS-DEFAUT(6)
           MOVE 'PUBLICATION' TO PRS-TYPE(7)
           MOVE 'AOC_PUBLICATION_DSN' TO PRS-ENV(7)
           MOVE "/mnt/c/pgmcobol/AoC2024/publication.dat"
              TO PRS-DEFAUT(7)
           MOVE 'ALERTES'     TO PRS-TYPE(8)
           MOVE 'JOURALR_ETAT_DSN' TO PRS-ENV(8)
           MOVE "/mnt/c/pgmcobol/AoC2024/etat_alertes.dat"
              TO PRS-DEFAUT(8)
           MOVE 'ACQUITS'     TO PRS-TYPE(9)
           MOVE 'JOURALR_ACK_DSN' TO PRS-ENV(9)
           MOVE "/mnt/c/pgmcobol/AoC2024/ack_alertes.dat"
              TO PRS-DEFAUT(9)
           MOVE 'STATUTS'     TO PRS-TYPE(10)
           MOVE 'JOURCTL_STATUT_DSN' TO PRS-ENV(10)
           MOVE "/mnt/c/pgmcobol/AoC2024/statut_etapes.dat"
              TO PRS-DEFAUT(10)
           MOVE 'ENTREES'     TO PRS-TYPE(11)
           MOVE 'AOC_REGISTRE_ENTREES_DSN' TO PRS-ENV(11)
           MOVE "/mnt/c/pgmcobol/AoC2024/registre_entrees.dat"
              TO PRS-DEFAUT(11)
           MOVE 'STATUTCLES'  TO PRS-TYPE(12)
           MOVE 'JOUR2_STATUT_DSN' TO PRS-ENV(12)
           MOVE "/mnt/c/pgmcobol/AoC2024/J2/statut_cles.dat"
              TO PRS-DEFAUT(12)
           MOVE 'USAGE'       TO PRS-TYPE(13)
           MOVE 'JOUR5_HISTO_USAGE_DSN' TO PRS-ENV(13)
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/usage_histo.dat"
              TO PRS-DEFAUT(13)
           MOVE 'REVUE'       TO PRS-TYPE(14)
           MOVE 'JOUR3_REVUE_DSN' TO PRS-ENV(14)
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/revue_mul.rpt"
              TO PRS-DEFAUT(14)
           MOVE 'VISAS'       TO PRS-TYPE(15)
           MOVE 'JOUR3_VISA_DSN' TO PRS-ENV(15)
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/visa_revue.dat"
              TO PRS-DEFAUT(15)
           MOVE 'AJUSTEMENTS' TO PRS-TYPE(16)
           MOVE 'JOUR3ADJ_AUDIT_DSN' TO PRS-ENV(16)
           MOVE "/mnt/c/pgmcobol/AoC2024/J3/audit_ajustements.rpt"
              TO PRS-DEFAUT(16)
           MOVE 'EMISSIONS'   TO PRS-TYPE(17)
           MOVE 'JOURBI_EMISSIONS_DSN' TO PRS-ENV(17)
           MOVE "/mnt/c/pgmcobol/AoC2024/emissions_bi.dat"
              TO PRS-DEFAUT(17)
           MOVE 'VOLUMES'     TO PRS-TYPE(18)
           MOVE 'JOURFAC_VOLUMES_DSN' TO PRS-ENV(18)
           MOVE "/mnt/c/pgmcobol/AoC2024/volumes_facturation.dat"
              TO PRS-DEFAUT(18)
           MOVE 'PARTSJ1'     TO PRS-TYPE(19)
           MOVE 'JOURALR_PARTS_DSN' TO PRS-ENV(19)
           MOVE "/mnt/c/pgmcobol/AoC2024/parts_j1.dat"
              TO PRS-DEFAUT(19)
           PERFORM VARYING WS-SAV-IDX FROM 1 BY 1
              UNTIL WS-SAV-IDX > WS-SAV-NB-PERSISTANTS
              MOVE SPACES TO PRS-DSN(WS-SAV-IDX)
              ACCEPT PRS-DSN(WS-SAV-IDX)
                 FROM ENVIRONMENT PRS-ENV(WS-SAV-IDX)
              IF PRS-DSN(WS-SAV-IDX) = SPACES
                 MOVE PRS-DEFAUT(WS-SAV-IDX) TO PRS-DSN(WS-SAV-IDX)
              END-IF
           END-PERFORM.

       COMPOSER-DSN-COPIE.
      *> Nom de la copie d'un fichier permanent (WS-SAV-TYPE-W) dans
      *> l'ensemble WS-SAV-ENSEMBLE.
           MOVE SPACES TO WS-SAV-CIBLE-DSN
           STRING FUNCTION TRIM(WS-SAV-REPERTOIRE) "/"
              WS-SAV-ENSEMBLE "." FUNCTION TRIM(WS-SAV-TYPE-W)
              DELIMITED BY SIZE INTO WS-SAV-CIBLE-DSN
           END-STRING.

       OUVRIR-CATALOGUE-SAV.
      *> OPEN EXTEND ne crée pas le catalogue s'il n'existe pas encore
      *> (statut '35') : on retombe alors sur OPEN OUTPUT.
           OPEN EXTEND FICHIER-CATALOGUE-SAV
           IF WS-SAV-CATALOGUE-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-CATALOGUE-SAV
           END-IF
           MOVE WS-SAV-CATALOGUE-STATUS TO WS-FSTAT-CODE
           MOVE WS-SAV-CATALOGUE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-CATALOGUE-SAV" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER.

       COPIER-SEQUENTIEL.
      *> Recopie ligne à ligne WS-SAV-SOURCE-DSN dans
      *> WS-SAV-CIBLE-DSN (réécrit en entier). Source absente
      *> (statut '35') : SAV-SOURCE-ABSENTE, la cible n'est pas
      *> touchée ; toute autre anomalie d'ouverture arrête le pas.
           MOVE ZERO TO WS-SAV-NB-LIGNES
           SET SAV-SOURCE-ABSENTE TO TRUE
           OPEN INPUT FICHIER-SAV-SOURCE
           IF WS-SAV-SOURCE-STATUS NOT = '35'
              MOVE WS-SAV-SOURCE-STATUS TO WS-FSTAT-CODE
              MOVE WS-SAV-SOURCE-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-SAV-SOURCE" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              SET SAV-SOURCE-PRESENTE TO TRUE
              OPEN OUTPUT FICHIER-SAV-CIBLE
              MOVE WS-SAV-CIBLE-STATUS TO WS-FSTAT-CODE
              MOVE WS-SAV-CIBLE-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-SAV-CIBLE" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              SET NOT-FIN-SAV TO TRUE
              PERFORM UNTIL FIN-SAV
                 MOVE SPACES TO WS-SAV-SOURCE-RECORD
                 READ FICHIER-SAV-SOURCE
                    AT END
                       SET FIN-SAV TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SAV-NB-LIGNES
                       MOVE WS-SAV-SOURCE-RECORD
                          TO WS-SAV-CIBLE-RECORD
                       WRITE WS-SAV-CIBLE-RECORD
                 END-READ
              END-PERFORM
              CLOSE FICHIER-SAV-SOURCE
              CLOSE FICHIER-SAV-CIBLE
           END-IF.

       COPIER-MASTER-VERS-IMAGE.
      *> Image séquentielle du référentiel indexé WS-SAV-MASTER-DSN,
      *> dans l'ordre des clés, vers WS-SAV-CIBLE-DSN. Même
      *> convention d'absence que COPIER-SEQUENTIEL.
           MOVE ZERO TO WS-SAV-NB-LIGNES
           SET SAV-SOURCE-ABSENTE TO TRUE
           OPEN INPUT FICHIER-SAV-MASTER
           IF WS-SAV-MASTER-STATUS NOT = '35'
              MOVE WS-SAV-MASTER-STATUS TO WS-FSTAT-CODE
              MOVE WS-SAV-MASTER-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-SAV-MASTER" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              SET SAV-SOURCE-PRESENTE TO TRUE
              OPEN OUTPUT FICHIER-SAV-CIBLE
              MOVE WS-SAV-CIBLE-STATUS TO WS-FSTAT-CODE
              MOVE WS-SAV-CIBLE-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-SAV-CIBLE" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              SET NOT-FIN-SAV TO TRUE
              PERFORM UNTIL FIN-SAV
                 READ FICHIER-SAV-MASTER NEXT RECORD
                    AT END
                       SET FIN-SAV TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SAV-NB-LIGNES
                       MOVE SPACES TO WS-SAV-CIBLE-RECORD
                       MOVE WS-SAV-MASTER-RECORD
                          TO WS-SAV-CIBLE-RECORD
                       WRITE WS-SAV-CIBLE-RECORD
                 END-READ
              END-PERFORM
              CLOSE FICHIER-SAV-MASTER
              CLOSE FICHIER-SAV-CIBLE
           END-IF.

       CHARGER-MASTER-DEPUIS-IMAGE.
      *> Recrée le référentiel indexé WS-SAV-MASTER-DSN à partir de
      *> l'image WS-SAV-SOURCE-DSN (lignes dans l'ordre des clés).
           MOVE ZERO TO WS-SAV-NB-LIGNES
           OPEN INPUT FICHIER-SAV-SOURCE
           MOVE WS-SAV-SOURCE-STATUS TO WS-FSTAT-CODE
           MOVE WS-SAV-SOURCE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SAV-SOURCE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-SAV-MASTER
           MOVE WS-SAV-MASTER-STATUS TO WS-FSTAT-CODE
           MOVE WS-SAV-MASTER-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SAV-MASTER" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           SET NOT-FIN-SAV TO TRUE
           PERFORM UNTIL FIN-SAV
              MOVE SPACES TO WS-SAV-SOURCE-RECORD
              READ FICHIER-SAV-SOURCE
                 AT END
                    SET FIN-SAV TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SAV-NB-LIGNES
                    MOVE WS-SAV-SOURCE-RECORD TO WS-SAV-MASTER-RECORD
                    WRITE WS-SAV-MASTER-RECORD
                    MOVE WS-SAV-MASTER-STATUS TO WS-FSTAT-CODE
                    MOVE "ECRITURE FICHIER-SAV-MASTER"
                       TO WS-FSTAT-OPER
                    PERFORM VERIFIER-STATUT-FICHIER
              END-READ
           END-PERFORM
           CLOSE FICHIER-SAV-SOURCE
           CLOSE FICHIER-SAV-MASTER.

       COPIER-CLES-VERS-IMAGE.
      *> Image séquentielle du statut par clé indexé de JOUR2
      *> (WS-SAV-CLES-DSN), dans l'ordre des clés, vers
      *> WS-SAV-CIBLE-DSN. Même convention d'absence que
      *> COPIER-SEQUENTIEL.
           MOVE ZERO TO WS-SAV-NB-LIGNES
           SET SAV-SOURCE-ABSENTE TO TRUE
           OPEN INPUT FICHIER-SAV-CLES
           IF WS-SAV-CLES-STATUS NOT = '35'
              MOVE WS-SAV-CLES-STATUS TO WS-FSTAT-CODE
              MOVE WS-SAV-CLES-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-SAV-CLES" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              SET SAV-SOURCE-PRESENTE TO TRUE
              OPEN OUTPUT FICHIER-SAV-CIBLE
              MOVE WS-SAV-CIBLE-STATUS TO WS-FSTAT-CODE
              MOVE WS-SAV-CIBLE-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-SAV-CIBLE" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              SET NOT-FIN-SAV TO TRUE
              PERFORM UNTIL FIN-SAV
                 READ FICHIER-SAV-CLES NEXT RECORD
                    AT END
                       SET FIN-SAV TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SAV-NB-LIGNES
                       MOVE SPACES TO WS-SAV-CIBLE-RECORD
                       MOVE WS-SAV-CLES-RECORD
                          TO WS-SAV-CIBLE-RECORD
                       WRITE WS-SAV-CIBLE-RECORD
                 END-READ
              END-PERFORM
              CLOSE FICHIER-SAV-CLES
              CLOSE FICHIER-SAV-CIBLE
           END-IF.

       CHARGER-CLES-DEPUIS-IMAGE.
      *> Recrée le statut par clé indexé WS-SAV-CLES-DSN à partir
      *> de l'image WS-SAV-SOURCE-DSN (lignes dans l'ordre des clés).
           MOVE ZERO TO WS-SAV-NB-LIGNES
           OPEN INPUT FICHIER-SAV-SOURCE
           MOVE WS-SAV-SOURCE-STATUS TO WS-FSTAT-CODE
           MOVE WS-SAV-SOURCE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SAV-SOURCE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           OPEN OUTPUT FICHIER-SAV-CLES
           MOVE WS-SAV-CLES-STATUS TO WS-FSTAT-CODE
           MOVE WS-SAV-CLES-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SAV-CLES" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           SET NOT-FIN-SAV TO TRUE
           PERFORM UNTIL FIN-SAV
              MOVE SPACES TO WS-SAV-SOURCE-RECORD
              READ FICHIER-SAV-SOURCE
                 AT END
                    SET FIN-SAV TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SAV-NB-LIGNES
                    MOVE WS-SAV-SOURCE-RECORD TO WS-SAV-CLES-RECORD
                    WRITE WS-SAV-CLES-RECORD
                    MOVE WS-SAV-CLES-STATUS TO WS-FSTAT-CODE
                    MOVE "ECRITURE FICHIER-SAV-CLES"
                       TO WS-FSTAT-OPER
                    PERFORM VERIFIER-STATUT-FICHIER
              END-READ
           END-PERFORM
           CLOSE FICHIER-SAV-SOURCE
           CLOSE FICHIER-SAV-CLES.
