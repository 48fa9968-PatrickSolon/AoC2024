       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURRST.

      *> Restauration d'un ensemble de sauvegarde des fichiers
      *> permanents de la suite (cf. JOURSAV et SAVWS.cpy), remis en
      *> place d'un seul tenant. Paramètres :
      *>   JOURRST_ENSEMBLE  ensemble à restaurer (Saaaammjjhhmmss
      *>                     du catalogue), ou DERNIER pour le plus
      *>                     récent ensemble complet (obligatoire)
      *>   AOC_OPERATEUR     opérateur, habilité à l'action
      *>                     JOURRST-RESTAURER (cf. HABWS.cpy)
      *> Avant de toucher au moindre fichier, le pas vérifie que
      *> l'opérateur est habilité, qu'aucune chaîne ne tient le
      *> fichier de reprise (verrou *VERROU*), que l'ensemble est
      *> clos au catalogue (ligne *ENSEMBLE* COMPLET, même nombre de
      *> fichiers) et que chaque copie a encore le compte et
      *> l'empreinte inscrits : au moindre écart rien n'est restauré
      *> (RC 12). Puis chaque fichier est remis à son DSN d'origine
      *> (référentiel des lieux et statut par clé de JOUR2 rechargés
      *> depuis leur image, un
      *> fichier ABSENT à la sauvegarde remis à vide), chaque
      *> restauration est tracée au journal avec l'opérateur, et une
      *> ligne *RESTAURE* est ajoutée au catalogue. Paramètre absent
      *> ou ensemble inconnu : RC 16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SAVSEL.
           COPY MANSEL.
           COPY CKPTSEL.
           COPY LOGSEL.
           COPY HABSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY SAVFD.
       COPY MANFD.
       COPY CKPTFD.
       COPY LOGFD.
       COPY HABFD.

       WORKING-STORAGE SECTION.
       01  WS-ENSEMBLE-DEMANDE  PIC X(15) VALUE SPACES.
           88  ENSEMBLE-DERNIER     VALUE 'DERNIER'.
       01  WS-RUN-DATE          PIC 9(08) VALUE 0.
       01  WS-NB-LUES           PIC 9(07) VALUE 0.
       01  WS-NB-ECARTS         PIC 9(02) VALUE 0.
       01  WS-NB-RESTAURES      PIC 9(02) VALUE 0.
       01  WS-NB-VIDES          PIC 9(02) VALUE 0.
       01  WS-CATALOGUE-EOF     PIC 9 VALUE 0.
           88  FIN-CATALOGUE        VALUE 1.
           88  NOT-FIN-CATALOGUE    VALUE 0.
      *> Ligne *ENSEMBLE* de l'ensemble retenu : nombre de fichiers
      *> annoncé et date ouvrée de la chaîne sauvegardée.
       01  WS-ENSEMBLE-CLOS     PIC 9 VALUE 0.
           88  ENSEMBLE-COMPLET     VALUE 1.
           88  ENSEMBLE-OUVERT      VALUE 0.
       01  WS-NB-ANNONCES       PIC 9(09) VALUE 0.
       01  WS-DATE-OUVREE       PIC 9(08) VALUE 0.
      *> Lignes de l'ensemble relues au catalogue : une par fichier
      *> permanent, même plafond que TABLE-PERSISTANTS (SAVWS.cpy).
       01  WS-NB-LIGNES-ENS     PIC 9(02) VALUE 0.
       01  WS-ENS-IDX           PIC 9(02) VALUE 0.
       01  TABLE-ENSEMBLE.
           05  ENS-ENTRY OCCURS 19.
               10  ENS-TYPE         PIC X(12).
               10  ENS-ETAT         PIC X(07).
               10  ENS-NB           PIC 9(09).
               10  ENS-EMPREINTE    PIC 9(10).
               10  ENS-ORIGINE      PIC X(200).
               10  ENS-COPIE        PIC X(200).

       COPY SAVWS.
       COPY DATWS.
       COPY MANWS.
       COPY CKPTWS.
       COPY LOGWS.
       COPY RUNWS.
       COPY HABWS.
       COPY FSTATWS.
       COPY RDEOFWS.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE 'JOURRST' TO WS-LOG-PROGID
           MOVE 'JOURRST_JOURNAL_DSN' TO WS-LOG-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/journal_rst.log"
              TO WS-LOG-DSN-DEFAUT
           PERFORM OUVRIR-JOURNAL
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ENSEMBLE-DEMANDE
              FROM ENVIRONMENT "JOURRST_ENSEMBLE"
           IF WS-ENSEMBLE-DEMANDE = SPACES
              DISPLAY "ABEND JOURRST : JOURRST_ENSEMBLE obligatoire "
                      "(ensemble du catalogue ou DERNIER)"
              MOVE 16 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF
           MOVE 'JOURRST-RESTAURER' TO WS-HAB-ACTION
           PERFORM VERIFIER-HABILITATION
           IF HAB-REFUSEE
              MOVE 12 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF
           PERFORM CONTROLER-VERROU-REPRISE
           PERFORM RESOUDRE-SAUVEGARDE-DSN
           PERFORM CHARGER-ENSEMBLE
           PERFORM VERIFIER-COPIES
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "RESTAURATION ENSEMBLE " WS-SAV-ENSEMBLE
              " CHAINE DU " WS-DATE-OUVREE
              " OPERATEUR " WS-HAB-OPERATEUR
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM VARYING WS-ENS-IDX FROM 1 BY 1
              UNTIL WS-ENS-IDX > WS-NB-LIGNES-ENS
              PERFORM RESTAURER-UN-FICHIER
           END-PERFORM
           PERFORM OUVRIR-CATALOGUE-SAV
           MOVE SPACES TO WS-CAT-RECORD
           MOVE WS-SAV-ENSEMBLE  TO WS-CAT-ENSEMBLE
           MOVE '*RESTAURE*'     TO WS-CAT-TYPE
           MOVE 'FAIT'           TO WS-CAT-ETAT
           MOVE WS-RUN-DATE      TO WS-CAT-DATE
           MOVE WS-HAB-OPERATEUR TO WS-CAT-OPERATEUR
           MOVE WS-NB-LIGNES-ENS TO WS-CAT-NB
           MOVE ZERO             TO WS-CAT-EMPREINTE
           MOVE WS-SAV-REPERTOIRE TO WS-CAT-ORIGINE
           WRITE WS-CAT-RECORD
           CLOSE FICHIER-CATALOGUE-SAV
           DISPLAY "JOURRST : ensemble " WS-SAV-ENSEMBLE
                   " restaure par " WS-HAB-OPERATEUR " : "
                   WS-NB-RESTAURES " fichier(s) remis en place, "
                   WS-NB-VIDES " remis a vide"
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "ENSEMBLE " WS-SAV-ENSEMBLE " RESTAURE "
              WS-NB-RESTAURES " VIDES " WS-NB-VIDES
              " OPERATEUR " WS-HAB-OPERATEUR
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM FERMER-JOURNAL
           GOBACK.

       CONTROLER-VERROU-REPRISE.
      *> Une chaîne en cours (ou plantée sans libération) tient le
      *> fichier de reprise : restaurer sous elle mélangerait deux
      *> états. La libération passe par JOURCKP, pas par ici.
           PERFORM RESOUDRE-CHECKPOINT-DSN
           MOVE 'JOURRST' TO WS-CKPT-PROGID
           PERFORM CHARGER-CHECKPOINT
           IF WS-CKPT-VERROU-FLAG = 'O'
              DISPLAY "REFUS JOURRST : le fichier de reprise est "
                      "tenu par le run " WS-CKPT-VERROU-RUNID
                      " ; aucune restauration pendant une chaine"
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "REFUS VERROU TENU PAR " WS-CKPT-VERROU-RUNID
                 " OPERATEUR " WS-HAB-OPERATEUR
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
              MOVE 12 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF.

       CHARGER-ENSEMBLE.
      *> DERNIER : l'ensemble retenu est celui de la dernière ligne
      *> *ENSEMBLE* COMPLET du catalogue, relu ensuite comme un
      *> ensemble nommé.
           OPEN INPUT FICHIER-CATALOGUE-SAV
           MOVE WS-SAV-CATALOGUE-STATUS TO WS-FSTAT-CODE
           MOVE WS-SAV-CATALOGUE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-CATALOGUE-SAV" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           IF ENSEMBLE-DERNIER
              MOVE SPACES TO WS-SAV-ENSEMBLE
              SET NOT-FIN-CATALOGUE TO TRUE
              PERFORM UNTIL FIN-CATALOGUE
                 READ FICHIER-CATALOGUE-SAV
                    AT END
                       SET FIN-CATALOGUE TO TRUE
                    NOT AT END
                       IF WS-CAT-TYPE = '*ENSEMBLE*'
                          AND WS-CAT-ETAT = 'COMPLET'
                          MOVE WS-CAT-ENSEMBLE TO WS-SAV-ENSEMBLE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-CATALOGUE-SAV
              OPEN INPUT FICHIER-CATALOGUE-SAV
           ELSE
              MOVE WS-ENSEMBLE-DEMANDE TO WS-SAV-ENSEMBLE
           END-IF
           MOVE 0 TO WS-NB-LIGNES-ENS WS-NB-LUES
           SET ENSEMBLE-OUVERT TO TRUE
           SET NOT-FIN-CATALOGUE TO TRUE
           PERFORM UNTIL FIN-CATALOGUE
              READ FICHIER-CATALOGUE-SAV
                 AT END
                    SET FIN-CATALOGUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-LUES
                    IF WS-CAT-ENSEMBLE = WS-SAV-ENSEMBLE
                       AND WS-SAV-ENSEMBLE NOT = SPACES
                       PERFORM RETENIR-LIGNE-CATALOGUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER-CATALOGUE-SAV
           MOVE WS-NB-LUES TO WS-RDEOF-COUNT
           MOVE WS-SAV-CATALOGUE-DSN TO WS-RDEOF-DSN
           PERFORM ANNONCER-LECTURE
           IF WS-NB-LIGNES-ENS = 0
              DISPLAY "ABEND JOURRST : ensemble "
                      FUNCTION TRIM(WS-ENSEMBLE-DEMANDE)
                      " inconnu du catalogue "
                      FUNCTION TRIM(WS-SAV-CATALOGUE-DSN)
              MOVE 16 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF
           IF ENSEMBLE-OUVERT
              OR WS-NB-ANNONCES NOT = WS-NB-LIGNES-ENS
              DISPLAY "REFUS JOURRST : ensemble " WS-SAV-ENSEMBLE
                      " incomplet au catalogue (" WS-NB-LIGNES-ENS
                      " fichier(s) inscrit(s), " WS-NB-ANNONCES
                      " annonce(s))"
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "REFUS ENSEMBLE INCOMPLET " WS-SAV-ENSEMBLE
                 " OPERATEUR " WS-HAB-OPERATEUR
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
              MOVE 12 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF.

       RETENIR-LIGNE-CATALOGUE.
      *> Les lignes *RESTAURE* des restaurations précédentes ne font
      *> pas partie de l'ensemble.
           EVALUATE TRUE
              WHEN WS-CAT-TYPE = '*ENSEMBLE*'
                 SET ENSEMBLE-COMPLET TO TRUE
                 MOVE WS-CAT-NB   TO WS-NB-ANNONCES
                 MOVE WS-CAT-DATE TO WS-DATE-OUVREE
              WHEN WS-CAT-TYPE = '*RESTAURE*'
                 CONTINUE
              WHEN WS-NB-LIGNES-ENS < WS-SAV-NB-PERSISTANTS
                 ADD 1 TO WS-NB-LIGNES-ENS
                 MOVE WS-CAT-TYPE      TO ENS-TYPE(WS-NB-LIGNES-ENS)
                 MOVE WS-CAT-ETAT      TO ENS-ETAT(WS-NB-LIGNES-ENS)
                 MOVE WS-CAT-NB        TO ENS-NB(WS-NB-LIGNES-ENS)
                 MOVE WS-CAT-EMPREINTE
                    TO ENS-EMPREINTE(WS-NB-LIGNES-ENS)
                 MOVE WS-CAT-ORIGINE   TO ENS-ORIGINE(WS-NB-LIGNES-ENS)
                 MOVE WS-CAT-COPIE     TO ENS-COPIE(WS-NB-LIGNES-ENS)
           END-EVALUATE.

       VERIFIER-COPIES.
      *> Toutes les copies sont revérifiées avant la première
      *> remise en place : un ensemble abîmé ne se restaure pas à
      *> moitié.
           MOVE 0 TO WS-NB-ECARTS
           PERFORM VARYING WS-ENS-IDX FROM 1 BY 1
              UNTIL WS-ENS-IDX > WS-NB-LIGNES-ENS
              IF ENS-ETAT(WS-ENS-IDX) = 'COPIE'
                 MOVE ENS-COPIE(WS-ENS-IDX) TO WS-MAN-SCAN-DSN
                 PERFORM CALCULER-EMPREINTE
                 IF MAN-SCAN-ABSENT
                    OR WS-MAN-NB-ENREG NOT = ENS-NB(WS-ENS-IDX)
                    OR WS-MAN-EMPREINTE
                       NOT = ENS-EMPREINTE(WS-ENS-IDX)
                    ADD 1 TO WS-NB-ECARTS
                    DISPLAY "JOURRST : copie "
                            FUNCTION TRIM(ENS-COPIE(WS-ENS-IDX))
                            " absente ou alteree (attendu "
                            ENS-NB(WS-ENS-IDX) "/"
                            ENS-EMPREINTE(WS-ENS-IDX) ", trouve "
                            WS-MAN-NB-ENREG "/" WS-MAN-EMPREINTE ")"
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NB-ECARTS > 0
              DISPLAY "REFUS JOURRST : " WS-NB-ECARTS
                      " copie(s) de l'ensemble " WS-SAV-ENSEMBLE
                      " non conforme(s), rien n'est restaure"
              MOVE SPACES TO WS-LOG-MESSAGE
              STRING "REFUS COPIES NON CONFORMES " WS-NB-ECARTS
                 " ENSEMBLE " WS-SAV-ENSEMBLE
                 " OPERATEUR " WS-HAB-OPERATEUR
                 DELIMITED BY SIZE INTO WS-LOG-MESSAGE
              END-STRING
              PERFORM ECRIRE-JOURNAL
              MOVE 12 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF.

       RESTAURER-UN-FICHIER.
           IF ENS-ETAT(WS-ENS-IDX) = 'COPIE'
              MOVE ENS-COPIE(WS-ENS-IDX) TO WS-SAV-SOURCE-DSN
              IF ENS-TYPE(WS-ENS-IDX) = 'MASTER'
                 MOVE ENS-ORIGINE(WS-ENS-IDX) TO WS-SAV-MASTER-DSN
                 PERFORM CHARGER-MASTER-DEPUIS-IMAGE
              ELSE
                 IF ENS-TYPE(WS-ENS-IDX) = 'STATUTCLES'
                    MOVE ENS-ORIGINE(WS-ENS-IDX) TO WS-SAV-CLES-DSN
                    PERFORM CHARGER-CLES-DEPUIS-IMAGE
                 ELSE
                    MOVE ENS-ORIGINE(WS-ENS-IDX) TO WS-SAV-CIBLE-DSN
                    PERFORM COPIER-SEQUENTIEL
                 END-IF
              END-IF
              ADD 1 TO WS-NB-RESTAURES
           ELSE
      *> Fichier inexistant au moment de la sauvegarde : remis à
      *> vide (le batch ne supprime pas de dataset).
              IF ENS-TYPE(WS-ENS-IDX) = 'MASTER'
                 MOVE ENS-ORIGINE(WS-ENS-IDX) TO WS-SAV-MASTER-DSN
                 OPEN OUTPUT FICHIER-SAV-MASTER
                 MOVE WS-SAV-MASTER-STATUS TO WS-FSTAT-CODE
                 MOVE WS-SAV-MASTER-DSN    TO WS-FSTAT-DSN
                 MOVE "REMISE A VIDE FICHIER-SAV-MASTER"
                    TO WS-FSTAT-OPER
                 PERFORM VERIFIER-STATUT-FICHIER
                 CLOSE FICHIER-SAV-MASTER
              ELSE
                 IF ENS-TYPE(WS-ENS-IDX) = 'STATUTCLES'
                    MOVE ENS-ORIGINE(WS-ENS-IDX) TO WS-SAV-CLES-DSN
                    OPEN OUTPUT FICHIER-SAV-CLES
                    MOVE WS-SAV-CLES-STATUS TO WS-FSTAT-CODE
                    MOVE WS-SAV-CLES-DSN    TO WS-FSTAT-DSN
                    MOVE "REMISE A VIDE FICHIER-SAV-CLES"
                       TO WS-FSTAT-OPER
                    PERFORM VERIFIER-STATUT-FICHIER
                    CLOSE FICHIER-SAV-CLES
                 ELSE
                    MOVE ENS-ORIGINE(WS-ENS-IDX) TO WS-SAV-CIBLE-DSN
                    OPEN OUTPUT FICHIER-SAV-CIBLE
                    MOVE WS-SAV-CIBLE-STATUS TO WS-FSTAT-CODE
                    MOVE WS-SAV-CIBLE-DSN    TO WS-FSTAT-DSN
                    MOVE "REMISE A VIDE FICHIER-SAV-CIBLE"
                       TO WS-FSTAT-OPER
                    PERFORM VERIFIER-STATUT-FICHIER
                    CLOSE FICHIER-SAV-CIBLE
                 END-IF
              END-IF
              MOVE ZERO TO WS-SAV-NB-LIGNES
              ADD 1 TO WS-NB-VIDES
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "RESTAURE " FUNCTION TRIM(ENS-TYPE(WS-ENS-IDX))
              " " FUNCTION TRIM(ENS-ETAT(WS-ENS-IDX))
              " " WS-SAV-NB-LIGNES " LIGNE(S) OPERATEUR "
              WS-HAB-OPERATEUR " "
              FUNCTION TRIM(ENS-ORIGINE(WS-ENS-IDX))
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL.

       COPY SAVPR.
       COPY DATPR.
       COPY MANPR.
       COPY CKPTPR.
       COPY LOGPR.
       COPY RUNPR.
       COPY HABPR.
       COPY FSTATPR.
       COPY RDEOFPR.
