      *> de croix.rpt, NB-RAPPORTS de JOUR2 doit retomber sur OK +
      *> lignes de rejets, les comptes de JOUR1 sur les listings
      *> non-appariés/doublons, et les bascules de JOUR3 sur les
      *> lignes de son audit (ses fichiers rapprochés sur les lignes
      *> du rapport des écarts aux totaux de contrôle, dont aucun ne
      *> doit rester en déséquilibre). En mode multi-panneaux de
      *> JOUR4/JOUR4-2, chaque panneau est en outre équilibré contre
      *> ses propres lignes de hit-list et de croix.rpt. Le pas se
      *> termine avec RC 8 au
      *> moindre écart : un fichier de sortie tronqué ne reste plus
      *> invisible jusqu'à la plainte d'un utilisateur.
      *> Les bilans et fichiers recomptés sont inscrits au manifeste
      *> de run (cf. MANWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPTAGE-STATUS.
           COPY PUBSEL.
           COPY MANSEL.

       DATA DIVISION.
       FILE SECTION.
           05  WS-BIL-NOM          PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-BIL-VALEUR       PIC 9(10).
           05  FILLER              PIC X(01).
           05  WS-BIL-PANNEAU      PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-BIL-RUNID        PIC X(26).

       FD  FICHIER-COMPTAGE.
      *> Fichier générique de recomptage : chaque fichier de sortie à
       01  WS-COMPTAGE-RECORD PIC X(200).

       COPY PUBFD.
       COPY MANFD.

       WORKING-STORAGE SECTION.
      *> Chaque dataset est résolu par la même variable
       01  WS-DSN-DEFAUT        PIC X(200) VALUE SPACES.
       01  WS-DSN-RESOLU        PIC X(200) VALUE SPACES.

      *> Les métriques collectées depuis tous les bilans relus (les
      *> lignes PAN- des bilans multi-panneaux portent le panneau).
       01  WS-MAX-METRIQUES     PIC 9(03) VALUE 500.
       01  WS-NB-METRIQUES      PIC 9(03) VALUE 0.
       01  TABLE-METRIQUES.
           05  METRIQUE-ENTRY OCCURS 500.
               10  MET-PROGID   PIC X(08).
               10  MET-NOM      PIC X(12).
               10  MET-VALEUR   PIC 9(10).
               10  MET-PANNEAU  PIC X(08).
       01  WS-MET-IDX           PIC 9(03) VALUE 0.
       01  WS-MET-PAN-IDX       PIC 9(03) VALUE 0.
       01  WS-MET-PROGID-CH     PIC X(08) VALUE SPACES.
       01  WS-MET-NOM-CH        PIC X(12) VALUE SPACES.
       01  WS-MET-VALEUR-CH     PIC 9(10) VALUE 0.
           88  BILAN-OPTIONNEL      VALUE 0.

       01  WS-NB-LIGNES-FICHIER PIC 9(10) VALUE 0.
      *> Recomptage restreint à un panneau : seules les lignes
      *> portant WS-COMPTAGE-PANNEAU à la position WS-COMPTAGE-POS
      *> sont comptées (à blanc, toutes les lignes).
       01  WS-COMPTAGE-PANNEAU  PIC X(08) VALUE SPACES.
       01  WS-COMPTAGE-POS      PIC 9(03) VALUE 1.
       01  WS-COMPTAGE-OK-FLAG  PIC 9 VALUE 0.
           88  COMPTAGE-OK          VALUE 1.
           88  COMPTAGE-KO          VALUE 0.

       COPY FSTATWS.
       COPY PUBWS.
       COPY RUNWS.
       COPY DATWS.
       COPY MANWS.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY "=== JOURBAL : equilibrage des totaux de "
                   "controle ==="
           MOVE 'JOURBAL' TO WS-RUNID-PROGID
           PERFORM DETERMINER-RUNID
           MOVE 'JOURBAL' TO WS-MAN-PROGID
      *> Les sorties d'un producteur encore marqué ENCOURS au
      *> fichier des publications sont refusées (cf. PUBWS.cpy).
           MOVE 'JOUR1' TO WS-PUB-PROGID
           PERFORM CONTROLER-JOUR4-2
           DISPLAY "JOURBAL : " WS-NB-CONTROLES " controle(s), "
                   WS-NB-ECARTS " ecart(s)"
           PERFORM ECRIRE-MANIFESTE
           IF WS-NB-ECARTS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           SET BILAN-ABSENT TO TRUE
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-BILAN-IN
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
           MOVE WS-BILAN-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-BILAN-STATUS = '00'
              SET BILAN-PRESENT TO TRUE
              PERFORM UNTIL FIN-FICHIER
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       IF WS-NB-METRIQUES < WS-MAX-METRIQUES
                          ADD 1 TO WS-NB-METRIQUES
                          MOVE WS-BIL-PROGID
                             TO MET-PROGID(WS-NB-METRIQUES)
                             TO MET-NOM(WS-NB-METRIQUES)
                          MOVE WS-BIL-VALEUR
                             TO MET-VALEUR(WS-NB-METRIQUES)
                          MOVE WS-BIL-PANNEAU
                             TO MET-PANNEAU(WS-NB-METRIQUES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-BILAN-IN
              MOVE WS-BILAN-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           IF BILAN-ABSENT
              IF BILAN-REQUIS
           SET COMPTAGE-KO TO TRUE
           SET NOT-FIN-FICHIER TO TRUE
           OPEN INPUT FICHIER-COMPTAGE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-COMPTAGE-DSN TO WS-MAN-DSN-W
           MOVE WS-COMPTAGE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-COMPTAGE-STATUS = '00'
              SET COMPTAGE-OK TO TRUE
              PERFORM UNTIL FIN-FICHIER
                    AT END
                       SET FIN-FICHIER TO TRUE
                    NOT AT END
                       IF WS-COMPTAGE-PANNEAU = SPACES
                          OR WS-COMPTAGE-RECORD(WS-COMPTAGE-POS:8)
                             = WS-COMPTAGE-PANNEAU
                          ADD 1 TO WS-NB-LIGNES-FICHIER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-COMPTAGE
              MOVE WS-COMPTAGE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       VERIFIER-EGALITE.
              MOVE "JOUR3 BASCULES = lignes audit"
                 TO WS-LIBELLE-CONTROLE
              PERFORM VERIFIER-EGALITE
           END-IF
      *> Rapprochement avec les totaux de contrôle des systèmes
      *> sources : le rapport des écarts doit porter une ligne par
      *> fichier rapproché, et aucun fichier ne doit rester en
      *> déséquilibre.
           MOVE "CTL-REGIONS" TO WS-MET-NOM-CH
           PERFORM OBTENIR-METRIQUE
           IF MET-TROUVE
              MOVE WS-MET-VALEUR-CH TO WS-ATTENDU
              MOVE "JOUR3_ECARTS_DSN" TO WS-ENV-NOM
              MOVE "/mnt/c/pgmcobol/AoC2024/J3/ecarts_controle.rpt"
                 TO WS-DSN-DEFAUT
              PERFORM RESOUDRE-DSN-GENERIQUE
              MOVE WS-DSN-RESOLU TO WS-COMPTAGE-DSN
              PERFORM COMPTER-LIGNES
              MOVE WS-NB-LIGNES-FICHIER TO WS-OBTENU
              MOVE "JOUR3 CTL-REGIONS = lignes ecarts"
                 TO WS-LIBELLE-CONTROLE
              PERFORM VERIFIER-EGALITE
           END-IF
           MOVE "CTL-DESEQ" TO WS-MET-NOM-CH
           PERFORM OBTENIR-METRIQUE
           IF MET-TROUVE
              MOVE 0 TO WS-ATTENDU
              MOVE WS-MET-VALEUR-CH TO WS-OBTENU
              MOVE "JOUR3 CTL-DESEQ = 0" TO WS-LIBELLE-CONTROLE
              PERFORM VERIFIER-EGALITE
           END-IF.

       CONTROLER-JOUR4.
              MOVE "JOUR4 XMAS = lignes hit-list"
                 TO WS-LIBELLE-CONTROLE
              PERFORM VERIFIER-EGALITE
      *> Quand le pas des amas a tourné, chaque occurrence de la
      *> hit-list doit avoir été rattachée à un amas.
              MOVE "AMAS-OCC" TO WS-MET-NOM-CH
              PERFORM OBTENIR-METRIQUE
              IF MET-TROUVE
                 MOVE WS-MET-VALEUR-CH TO WS-OBTENU
                 MOVE "JOUR4 AMAS-OCC = XMAS" TO WS-LIBELLE-CONTROLE
                 PERFORM VERIFIER-EGALITE
              END-IF
           END-IF
      *> Mode multi-panneaux : chaque ligne PAN-XMAS s'équilibre
      *> contre les lignes de hit-list de son panneau (colonnes
      *> 33-40 de la hit-list).
           PERFORM VARYING WS-MET-PAN-IDX FROM 1 BY 1
              UNTIL WS-MET-PAN-IDX > WS-NB-METRIQUES
              IF MET-PROGID(WS-MET-PAN-IDX) = "JOUR4"
                 AND MET-NOM(WS-MET-PAN-IDX) = "PAN-XMAS"
                 MOVE MET-VALEUR(WS-MET-PAN-IDX) TO WS-ATTENDU
                 MOVE "JOUR4_HITLIST_DSN" TO WS-ENV-NOM
                 MOVE "/mnt/c/pgmcobol/AoC2024/J4/hitlist.txt"
                    TO WS-DSN-DEFAUT
                 PERFORM RESOUDRE-DSN-GENERIQUE
                 MOVE WS-DSN-RESOLU TO WS-COMPTAGE-DSN
                 MOVE MET-PANNEAU(WS-MET-PAN-IDX)
                    TO WS-COMPTAGE-PANNEAU
                 MOVE 33 TO WS-COMPTAGE-POS
                 PERFORM COMPTER-LIGNES
                 MOVE SPACES TO WS-COMPTAGE-PANNEAU
                 MOVE WS-NB-LIGNES-FICHIER TO WS-OBTENU
                 MOVE SPACES TO WS-LIBELLE-CONTROLE
                 STRING "JOUR4 XMAS "
                    FUNCTION TRIM(MET-PANNEAU(WS-MET-PAN-IDX))
                    " = lignes hit-list"
                    DELIMITED BY SIZE INTO WS-LIBELLE-CONTROLE
                 END-STRING
                 PERFORM VERIFIER-EGALITE
              END-IF
           END-PERFORM.

       CONTROLER-JOUR4-2.
           MOVE "JOUR4-2" TO WS-MET-PROGID-CH
              MOVE "JOUR4-2 CROIX = lignes croix.rpt"
                 TO WS-LIBELLE-CONTROLE
              PERFORM VERIFIER-EGALITE
           END-IF
      *> Mode multi-panneaux : chaque ligne PAN-CROIX s'équilibre
      *> contre les lignes de croix.rpt de son panneau (colonnes
      *> 24-31 de croix.rpt).
           PERFORM VARYING WS-MET-PAN-IDX FROM 1 BY 1
              UNTIL WS-MET-PAN-IDX > WS-NB-METRIQUES
              IF MET-PROGID(WS-MET-PAN-IDX) = "JOUR4-2"
                 AND MET-NOM(WS-MET-PAN-IDX) = "PAN-CROIX"
                 MOVE MET-VALEUR(WS-MET-PAN-IDX) TO WS-ATTENDU
                 MOVE "JOUR4_CROIX_DSN" TO WS-ENV-NOM
                 MOVE "/mnt/c/pgmcobol/AoC2024/J4/croix.rpt"
                    TO WS-DSN-DEFAUT
                 PERFORM RESOUDRE-DSN-GENERIQUE
                 MOVE WS-DSN-RESOLU TO WS-COMPTAGE-DSN
                 MOVE MET-PANNEAU(WS-MET-PAN-IDX)
                    TO WS-COMPTAGE-PANNEAU
                 MOVE 24 TO WS-COMPTAGE-POS
                 PERFORM COMPTER-LIGNES
                 MOVE SPACES TO WS-COMPTAGE-PANNEAU
                 MOVE WS-NB-LIGNES-FICHIER TO WS-OBTENU
                 MOVE SPACES TO WS-LIBELLE-CONTROLE
                 STRING "JOUR4-2 CROIX "
                    FUNCTION TRIM(MET-PANNEAU(WS-MET-PAN-IDX))
                    " = lignes croix.rpt"
                    DELIMITED BY SIZE INTO WS-LIBELLE-CONTROLE
                 END-STRING
                 PERFORM VERIFIER-EGALITE
              END-IF
           END-PERFORM.

       COPY FSTATPR.
       COPY PUBPR.
       COPY RUNPR.
       COPY DATPR.
       COPY MANPR.
