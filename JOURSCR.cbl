      *> flux amont de A à E, et alimente un historique des taux sur
      *> le modèle d'historique.rpt : la réunion qualité mensuelle ne
      *> tourne plus sur un tableur rempli à la main.
      *> Le rapprochement de JOUR3 avec les totaux de contrôle des
      *> systèmes sources y est noté comme une source à part
      *> (JOUR3CTL : fichiers en déséquilibre sur fichiers
      *> rapprochés).
      *> Les lignes d'historique et le tableau de bord portent
      *> l'identifiant du run (cf. RUNWS.cpy). Lancé par JOURCTL, le
      *> pas regroupe par run et non plus par date : l'assiette de
      *> JOUR5MNT ne retient que les lignes d'audit du run de la
      *> chaîne (un rerun ou un run antidaté ne se mélange plus au
      *> run normal du jour) et un bilan laissé par un autre run est
      *> signalé. Lancé seul, ou sur des lignes d'audit antérieures
      *> à l'identifiant, il retombe sur la date du run.
      *> Les bilans lus, le tableau de bord et l'historique des taux
      *> sont inscrits au manifeste de run (cf. MANWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FICHIER-QUALITE ASSIGN TO DYNAMIC WS-QUALITE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUALITE-STATUS.
           COPY MANSEL.

       DATA DIVISION.
       FILE SECTION.
           05  WS-BIL-NOM          PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-BIL-VALEUR       PIC 9(10).
           05  FILLER              PIC X(10).
           05  WS-BIL-RUNID        PIC X(26).

       FD  FICHIER-COMPTAGE.
      *> Fichier générique de recomptage des listings de rejets (la
       FD  FICHIER-QUALITE.
      *> Historique des taux (OPEN EXTEND, une ligne par source et
      *> par run, sur le modèle d'historique.rpt) : les tendances se
      *> lisent d'un run à l'autre, repérés par leur identifiant.
       01  WS-QUALITE-RECORD.
           05  WS-QUA-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-QUA-TAUX         PIC 9(03).9(02).
           05  FILLER              PIC X(01).
           05  WS-QUA-GRADE        PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-QUA-RUNID        PIC X(26).
       COPY MANFD.

       WORKING-STORAGE SECTION.
       01  WS-BILAN-DSN       PIC X(200) VALUE SPACES.
       01  WS-RUN-DATE        PIC 9(08) VALUE 0.

      *> Les métriques des bilans relus (même mécanique que JOURBAL).
      *> Les lignes par panneau (PAN-) des bilans multi-panneaux de
      *> JOUR4, par site (SIT-) de JOUR1 et par fichier régional
      *> (FIC-) de JOUR3 ne servent pas ici : seuls les totaux de la
      *> suite sont retenus, la table ne se remplit pas au fil des
      *> panneaux, sites ou régions.
      *> Même plafond que la table de JOURBAL.
       01  WS-NB-METRIQUES    PIC 9(03) VALUE 0.
       01  WS-MAX-METRIQUES   PIC 9(03) VALUE 500.
       01  TABLE-METRIQUES.
           05  METRIQUE-ENTRY OCCURS 500.
               10  MET-PROGID   PIC X(08).
               10  MET-NOM      PIC X(12).
               10  MET-VALEUR   PIC 9(10).
       01  WS-NB-LIGNES-FICHIER PIC 9(09) VALUE 0.
       01  WS-FILTRE-DATE     PIC 9 VALUE 0.
       01  WS-NB-AUDIT-JOUR   PIC 9(09) VALUE 0.
      *> Run de la chaîne (identifiant hérité de JOURCTL) ou run
      *> propre au pas lancé seul.
       01  WS-RUNID-ORIGINE-FLAG PIC 9 VALUE 0.
           88  RUNID-DE-CHAINE    VALUE 1.
           88  RUNID-HORS-CHAINE  VALUE 0.
      *> Identifiant du run en queue des lignes d'audit de JOUR5MNT.
       01  WS-AUDIT-RUNID-POS PIC 9(03) VALUE 98.

       01  WS-SC-LIGNE-W.
           05  FILLER             PIC X(07) VALUE "SOURCE ".

       COPY FSTATWS.
       COPY RDEOFWS.
       COPY RUNWS.
       COPY DATWS.
       COPY MANWS.

       PROCEDURE DIVISION.
       DEBUT.
           PERFORM DETERMINER-DATE-TRAITEMENT
           MOVE WS-DAT-TRAITEMENT TO WS-RUN-DATE
           MOVE 'JOURSCR' TO WS-RUNID-PROGID
           PERFORM DETERMINER-RUNID
           MOVE 'JOURSCR' TO WS-MAN-PROGID
           IF WS-RUNID(1:8) = 'JOURSCR-'
              SET RUNID-HORS-CHAINE TO TRUE
           ELSE
              SET RUNID-DE-CHAINE TO TRUE
           END-IF
           PERFORM RESOUDRE-DATASETS
           PERFORM CHARGER-TOUS-BILANS
           OPEN OUTPUT FICHIER-SCORECARD
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-SCORECARD-DSN TO WS-MAN-DSN-W
           MOVE WS-SCORECARD-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-SCORECARD-STATUS TO WS-FSTAT-CODE
           MOVE WS-SCORECARD-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-SCORECARD" TO WS-FSTAT-OPER
           PERFORM EVALUER-JOUR1
           PERFORM EVALUER-JOUR2
           PERFORM EVALUER-JOUR3
           PERFORM EVALUER-JOUR3CTL
           PERFORM EVALUER-JOUR4
           PERFORM EVALUER-JOUR5
           PERFORM EVALUER-JOUR5MNT
           WRITE WS-SCORECARD-LIGNE FROM WS-RUNID-LIGNE
           CLOSE FICHIER-SCORECARD
           MOVE WS-SCORECARD-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-QUALITE
           MOVE WS-QUALITE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           PERFORM ECRIRE-MANIFESTE
           DISPLAY "JOURSCR : tableau de bord qualite produit dans "
                   FUNCTION TRIM(WS-SCORECARD-DSN)
      *> GOBACK plutôt que STOP RUN : ce pas peut être appelé en
           IF WS-QUALITE-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-QUALITE
           END-IF
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-QUALITE-DSN TO WS-MAN-DSN-W
           MOVE WS-QUALITE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-QUALITE-STATUS TO WS-FSTAT-CODE
           MOVE WS-QUALITE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-QUALITE" TO WS-FSTAT-OPER
           MOVE WS-DSN-RESOLU TO WS-BILAN-DSN
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-BILAN-IN
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           MOVE WS-BILAN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-BILAN-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-BILAN-IN INTO WS-BILAN-RECORD
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       IF RUNID-DE-CHAINE
                          AND WS-BIL-RUNID NOT = SPACES
                          AND WS-BIL-RUNID NOT = WS-RUNID
                          DISPLAY "JOURSCR : " WS-BIL-PROGID
                                  " bilan du run "
                                  FUNCTION TRIM(WS-BIL-RUNID)
                                  " et non du run courant"
                       END-IF
                       IF WS-NB-METRIQUES < WS-MAX-METRIQUES
                          AND WS-BIL-NOM(1:4) NOT = "PAN-"
                          AND WS-BIL-NOM(1:4) NOT = "SIT-"
                          AND WS-BIL-NOM(1:4) NOT = "FIC-"
                          ADD 1 TO WS-NB-METRIQUES
                          MOVE WS-BIL-PROGID
                             TO MET-PROGID(WS-NB-METRIQUES)
                 END-READ
              END-PERFORM
              CLOSE FICHIER-BILAN-IN
              MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       OBTENIR-METRIQUE.
       COMPTER-LIGNES.
      *> Compte les enregistrements du dataset WS-COMPTAGE-DSN (un
      *> fichier absent compte zéro rejet) ; quand WS-FILTRE-DATE
      *> est levé (piste d'audit cumulative de JOUR5MNT), seules les
      *> lignes du run de la chaîne entrent au compte, ou, hors
      *> chaîne et pour les lignes sans identifiant, celles qui
      *> ouvrent sur la date du run.
           MOVE 0 TO WS-NB-LIGNES-FICHIER
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-COMPTAGE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-COMPTAGE-DSN TO WS-MAN-DSN-W
           MOVE WS-COMPTAGE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-COMPTAGE-STATUS = '00'
              PERFORM UNTIL FIN-FICHIER
                 READ FICHIER-COMPTAGE INTO WS-COMPTAGE-RECORD
                       IF WS-FILTRE-DATE = 0
                          ADD 1 TO WS-NB-LIGNES-FICHIER
                       ELSE
                          IF RUNID-DE-CHAINE
                             AND WS-COMPTAGE-RECORD
                                (WS-AUDIT-RUNID-POS:26) NOT = SPACES
                             IF WS-COMPTAGE-RECORD
                                (WS-AUDIT-RUNID-POS:26) = WS-RUNID
                                ADD 1 TO WS-NB-LIGNES-FICHIER
                             END-IF
                          ELSE
                             IF WS-COMPTAGE-RECORD(1:8) IS NUMERIC
                                AND FUNCTION NUMVAL(
                                   WS-COMPTAGE-RECORD(1:8))
                                   = WS-RUN-DATE
                                ADD 1 TO WS-NB-LIGNES-FICHIER
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-COMPTAGE
              MOVE WS-COMPTAGE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       COMPTER-REJETS-SOURCE.
           ADD WS-MET-VALEUR-CH TO WS-ASSIETTE
           PERFORM NOTER-SOURCE.

       EVALUER-JOUR3CTL.
      *> Rapprochement de JOUR3 avec les totaux de contrôle des
      *> systèmes sources : les fichiers en déséquilibre rapportés
      *> aux fichiers rapprochés, les deux comptes venant du bilan.
      *> Un run sans totaux de contrôle n'a aucun fichier rapproché
      *> et sort noté A.
           MOVE 'JOUR3CTL' TO WS-SRC-NOM
           MOVE 'JOUR3' TO WS-MET-PROGID-CH
           MOVE 'CTL-DESEQ' TO WS-MET-NOM-CH
           PERFORM OBTENIR-METRIQUE
           MOVE WS-MET-VALEUR-CH TO WS-NB-REJETS
           MOVE 'CTL-REGIONS' TO WS-MET-NOM-CH
           PERFORM OBTENIR-METRIQUE
           MOVE WS-MET-VALEUR-CH TO WS-ASSIETTE
           PERFORM NOTER-SOURCE.

       EVALUER-JOUR4.
           MOVE 'JOUR4' TO WS-SRC-NOM
           MOVE "JOUR4_AVERT_DSN" TO WS-ENV-NOM

       EVALUER-JOUR5MNT.
      *> JOUR5MNT n'écrit pas de bilan : l'assiette des transactions
      *> du run se reconstitue depuis sa piste d'audit cumulative
      *> (lignes du run, cf. COMPTER-LIGNES) plus les rejets
      *> eux-mêmes.
           MOVE 'JOUR5MNT' TO WS-SRC-NOM
           MOVE "JOUR5MNT_REJETS_DSN" TO WS-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/J5/rejets_regles.rpt"
           MOVE WS-SRC-NOM  TO WS-QUA-SOURCE
           MOVE WS-TAUX     TO WS-QUA-TAUX
           MOVE WS-GRADE    TO WS-QUA-GRADE
           MOVE WS-RUNID    TO WS-QUA-RUNID
           WRITE WS-QUALITE-RECORD
           DISPLAY "QUALITE " WS-SRC-NOM " : " WS-NB-REJETS
                   " rejet(s) / " WS-ASSIETTE ", grade " WS-GRADE.

       COPY FSTATPR.
       COPY RDEOFPR.
       COPY RUNPR.
       COPY DATPR.
       COPY MANPR.
