      *    permanent des identifiants de lieu tenu par JOUR1
      *    (FICHIER-MASTER, cf. METTRE-A-JOUR-MASTER) : jusqu'ici le
      *    référentiel grossissait à chaque run sans qu'aucun outil ne
      *    permette de le relire. Six actions, pilotées par la
      *    variable d'environnement JOUR1MNT_ACTION :
      *      LISTE    (défaut) : liste les entrées d'une plage
      *                d'identifiants (JOUR1MNT_ID_MIN/ID_MAX) ;
      *      PURGE    : retire ces entrées dormantes du référentiel,
      *                les recopie dans un fichier d'archive cumulatif
      *                et trace une ligne d'audit par purge, sur le
      *                modèle de la piste d'audit de JOUR5MNT. Action
      *                réservée aux opérateurs habilités
      *                (JOUR1MNT-PURGE, cf. HABWS.cpy) ;
      *      FUSION   : (ou MERGE) reporte sur le nouvel identifiant
      *                d'un lieu renuméroté (JOUR1MNT_ID_NOUVEAU) les
      *                dates de première/dernière apparition et les
      *                cumuls d'occurrences de l'ancien
      *                (JOUR1MNT_ID_ANCIEN), retire l'ancienne entrée
      *                et trace une ligne d'audit comme la purge. A
      *                faire une fois la renumérotation déclarée dans
      *                la table des alias de JOUR1. Action réservée
      *                aux opérateurs habilités (JOUR1MNT-FUSION) ;
      *      VERIFIER : contrôle chaque entrée du référentiel, puis le
      *                recoupe avec la dernière photographie de JOUR1
      *                et les listings des doublons et des
      *                non-appariés ; chaque incohérence sort dans un
      *                rapport (dernière apparition postérieure au
      *                run, cumuls inférieurs à la photographie,
      *                marqueur non levé pour un identifiant en
      *                exception...), code retour 8 s'il y en a ;
      *      RECONSTRUIRE : refait le référentiel en rejouant, dans
      *                l'ordre des dates, les photographies datées du
      *                catalogue de JOUR1, les purges de l'archive et
      *                les fusions de la piste d'audit. Le référentiel
      *                visé est celui de JOUR1_MASTER_DSN : le pointer
      *                sur un autre nom permet de reconstruire à côté
      *                du référentiel en place avant de le remplacer.
      *                Action réservée aux opérateurs habilités
      *                (JOUR1MNT-RECONS) ; le référentiel n'est vidé
      *                qu'une fois le catalogue, l'archive et la piste
      *                d'audit relus sans erreur et au moins une
      *                photographie disponible.
      *    Les fichiers séquentiels lus et produits (le référentiel
      *    indexé excepté) sont inscrits au manifeste de run (cf.
      *    MANWS.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FICHIER-AUDIT-MNT ASSIGN TO DYNAMIC WS-AUDIT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT FICHIER-PHOTO ASSIGN TO DYNAMIC WS-PHOTO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PHOTO-STATUS.
           SELECT FICHIER-CATALOGUE ASSIGN TO DYNAMIC
           WS-CATALOGUE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-STATUS.
           SELECT FICHIER-DOUBLONS ASSIGN TO DYNAMIC WS-DOUBLONS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DOUBLONS-STATUS.
           SELECT FICHIER-NONAPP ASSIGN TO DYNAMIC WS-NONAPP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NONAPP-STATUS.
           SELECT FICHIER-VERIF ASSIGN TO DYNAMIC WS-VERIF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VERIF-STATUS.
           COPY LOGSEL.
           COPY HABSEL.
           COPY MANSEL.

       DATA DIVISION.
          FILE SECTION.
      *       entrée purgée, avec la date du run, l'identifiant, sa
      *       dernière apparition et son âge en jours. Le record est
      *       préparé en WORKING-STORAGE (WS-AUD-LIGNE-W) et écrit via
      *       WRITE ... FROM, comme la piste d'audit de JOUR5MNT. Les
      *       fusions y ajoutent leur propre ligne (WS-AUD-FUSION-W),
      *       plus longue : ancien et nouvel identifiant, dates et
      *       cumuls reportés. Chaque ligne porte en queue
      *       l'opérateur habilité puis l'identifiant du run (cf.
      *       RUNWS.cpy).
              01 WS-AUDIT-RECORD PIC X(150).

            FD FICHIER-PHOTO.
      *       Photographie de fin de run de JOUR1 (même disposition
      *       que FICHIER-SNAPSHOT) : la dernière pour VERIFIER, les
      *       copies datées du catalogue pour RECONSTRUIRE.
              01 WS-PHOTO-RECORD.
                 05 WS-PHO-ID           PIC 9(05).
                 05 FILLER              PIC X(01).
                 05 WS-PHO-NB-T1        PIC 9(09).
                 05 FILLER              PIC X(01).
                 05 WS-PHO-NB-T2        PIC 9(09).

            FD FICHIER-CATALOGUE.
      *       Catalogue des photographies datées tenu par JOUR1
      *       (Publier-Snapshot) : date du run, nom de la copie.
              01 WS-CATALOGUE-RECORD.
                 05 WS-CAT-DATE         PIC 9(08).
                 05 FILLER              PIC X(01).
                 05 WS-CAT-PHOTO-DSN    PIC X(200).

            FD FICHIER-DOUBLONS.
      *       Listing des identifiants en double du dernier run de
      *       JOUR1 (même disposition que FICHIER-EXCEPTIONS).
              01 WS-DOUBLONS-RECORD.
                 05 WS-DBL-TABLE        PIC X(06).
                 05 FILLER              PIC X(01).
                 05 WS-DBL-ID           PIC 9(05).
                 05 FILLER              PIC X(01).
                 05 WS-DBL-NB-OCC       PIC 9(09).

            FD FICHIER-NONAPP.
      *       Listing des identifiants sans correspondance du dernier
      *       run de JOUR1.
              01 WS-NONAPP-RECORD.
                 05 WS-NAP-ID           PIC 9(05).

            FD FICHIER-VERIF.
      *       Les FILLER de séparation sont positionnés à SPACE par
      *       ecrire-anomalie (MOVE SPACES TO WS-VERIF-RECORD). Une
      *       ligne par incohérence relevée par VERIFIER : identifiant,
      *       source du contrôle (MASTER, PHOTO, DOUBLONS, NONAPP),
      *       motif, valeur trouvée et valeur de référence.
              01 WS-VERIF-RECORD.
                 05 WS-VRF-ID           PIC 9(05).
                 05 FILLER              PIC X(01).
                 05 WS-VRF-SOURCE       PIC X(08).
                 05 FILLER              PIC X(01).
                 05 WS-VRF-MOTIF        PIC X(34).
                 05 FILLER              PIC X(01).
                 05 WS-VRF-VALEUR       PIC Z(8)9.
                 05 FILLER              PIC X(01).
                 05 WS-VRF-REFERENCE    PIC Z(8)9.

           COPY LOGFD.
           COPY HABFD.
           COPY MANFD.

       WORKING-STORAGE SECTION.
      *    Nom du dataset du référentiel : la même variable
           01 WS-DEFAULT-AUDIT-DSN  pic x(200) value
              "/mnt/c/pgmcobol/AoC2025/J1-1/audit_master.rpt".
           01 WS-AUDIT-STATUS       pic x(02) value '00'.
      *    Datasets produits par JOUR1 et relus par VERIFIER et
      *    RECONSTRUIRE : mêmes variables d'environnement et mêmes
      *    défauts que dans JOUR1.
           01 WS-PHOTO-DSN          pic x(200) value spaces.
           01 WS-DEFAULT-PHOTO-DSN  pic x(200) value
              "/mnt/c/pgmcobol/AoC2025/J1-1/snapshot.dat".
           01 WS-DERNIERE-PHOTO-DSN pic x(200) value spaces.
           01 WS-PHOTO-STATUS       pic x(02) value '00'.
           01 WS-CATALOGUE-DSN      pic x(200) value spaces.
           01 WS-DEFAULT-CATALOGUE-DSN pic x(200) value
              "/mnt/c/pgmcobol/AoC2025/J1-1/snapshots.cat".
           01 WS-CATALOGUE-STATUS   pic x(02) value '00'.
           01 WS-DOUBLONS-DSN       pic x(200) value spaces.
           01 WS-DEFAULT-DOUBLONS-DSN pic x(200) value
              "/mnt/c/pgmcobol/AoC2025/J1-1/doublons.rpt".
           01 WS-DOUBLONS-STATUS    pic x(02) value '00'.
           01 WS-NONAPP-DSN         pic x(200) value spaces.
           01 WS-DEFAULT-NONAPP-DSN pic x(200) value
              "/mnt/c/pgmcobol/AoC2025/J1-1/non_apparies.rpt".
           01 WS-NONAPP-STATUS      pic x(02) value '00'.
      *    Nom du dataset du rapport des incohérences (VERIFIER).
           01 WS-VERIF-DSN          pic x(200) value spaces.
           01 WS-DEFAULT-VERIF-DSN  pic x(200) value
              "/mnt/c/pgmcobol/AoC2025/J1-1/verif_master.rpt".
           01 WS-VERIF-STATUS       pic x(02) value '00'.

      *    Action demandée (JOUR1MNT_ACTION), LISTE par défaut.
           01 WS-ACTION             pic x(12) value spaces.
             88  action-liste          VALUE 'LISTE'.
             88  action-dormants       VALUE 'DORMANTS'.
             88  action-purge          VALUE 'PURGE'.
             88  action-fusion         VALUE 'FUSION' 'MERGE'.
             88  action-verifier       VALUE 'VERIFIER'.
             88  action-reconstruire   VALUE 'RECONSTRUIRE'.
      *    Bornes de la plage d'identifiants de l'action LISTE.
           01 WS-ID-MIN-X           pic x(05) value spaces.
           01 WS-ID-MAX-X           pic x(05) value spaces.
      *    WS-SEUIL-JOURS jours.
           01 WS-SEUIL-JOURS-X      pic x(05) value spaces.
           01 WS-SEUIL-JOURS        pic 9(05) value 90.
      *    Identifiants de la fusion (FUSION) : l'ancien, retiré du
      *    référentiel, et le nouveau, qui reçoit son historique.
           01 WS-ID-ANCIEN-X        pic x(05) value spaces.
           01 WS-ID-NOUVEAU-X       pic x(05) value spaces.
           01 WS-ID-ANCIEN          pic 9(05) value 0.
           01 WS-ID-NOUVEAU         pic 9(05) value 0.
           01 WS-FUS-ANCIEN.
             05 WS-FUS-ID           pic 9(05).
             05 WS-FUS-PREMIER-VU   pic 9(08).
             05 WS-FUS-DERNIER-VU   pic 9(08).
             05 WS-FUS-NB-T1        pic 9(09).
             05 WS-FUS-NB-T2        pic 9(09).
             05 WS-FUS-FLAG-DOUBLON pic x(01).
             05 WS-FUS-FLAG-NONAPP  pic x(01).
           01 WS-NB-FUSIONNEES      pic 9(07) value 0.

      *    Contrôle VERIFIER : date de la dernière photographie (la
      *    dernière ligne du catalogue, zéro s'il n'y en a pas), motif
      *    et valeurs de l'incohérence en cours, compteurs.
           01 WS-DATE-PHOTO         pic 9(08) value 0.
           01 WS-VRF-ID-W           pic 9(05) value 0.
           01 WS-VRF-SOURCE-W       pic x(08) value spaces.
           01 WS-VRF-MOTIF-W        pic x(34) value spaces.
           01 WS-VRF-VALEUR-W       pic 9(09) value 0.
           01 WS-VRF-REFERENCE-W    pic 9(09) value 0.
           01 WS-NB-ANOMALIES       pic 9(07) value 0.
           01 WS-NB-CONTROLES       pic 9(07) value 0.
           01 WS-NAP-PRECEDENT      pic 9(05) value 0.

      *    Rejeu RECONSTRUIRE : les trois flux (catalogue, archive
      *    des purges, fusions de la piste d'audit) sont lus avec un
      *    enregistrement d'avance et fusionnés par date ; un flux
      *    épuisé prend la date 99999999.
           01 WS-RCS-DATE-PHOTO     pic 9(08) value 0.
           01 WS-RCS-DSN-PHOTO      pic x(200) value spaces.
           01 WS-RCS-PREC-DATE      pic 9(08) value 0.
           01 WS-RCS-PREC-DSN       pic x(200) value spaces.
           01 WS-RCS-DATE-PURGE     pic 9(08) value 0.
           01 WS-RCS-DATE-FUSION    pic 9(08) value 0.
           01 WS-RCS-CATALOGUE-OK   pic 9 value 0.
           01 WS-RCS-ARCHIVE-OK     pic 9 value 0.
           01 WS-RCS-AUDIT-OK       pic 9 value 0.
           01 WS-RCS-PURGEE.
             05 WS-RCP-ID           pic 9(05).
             05 WS-RCP-PREMIER-VU   pic 9(08).
             05 WS-RCP-DERNIER-VU   pic 9(08).
             05 FILLER              pic x(20).
           01 WS-RCS-FLAG-DOUBLON   pic x(01) value 'N'.
           01 WS-RCS-FLAG-NONAPP    pic x(01) value 'N'.
           01 WS-NB-PHOTOS          pic 9(07) value 0.
           01 WS-NB-PHOTOS-ABSENTES pic 9(07) value 0.
           01 WS-RCS-PHOTOS-DISPO   pic 9(07) value 0.
           01 WS-NB-PURGES-REJOUEES pic 9(07) value 0.
           01 WS-NB-FUSIONS-REJOUEES pic 9(07) value 0.
           01 WS-NB-REJEUX-IGNORES  pic 9(07) value 0.
           01 WS-NB-ENTREES         pic 9(07) value 0.

           01 WS-RUN-DATE           pic 9(08) value 0.
           01 WS-SERIAL-JOUR        pic 9(07) value 0.
           01 WS-MASTER-EOF   PIC 9 VALUE 0.
             88  fin-master        VALUE 1.
             88  not-fin-master    VALUE 0.
           01 WS-PHOTO-EOF    PIC 9 VALUE 0.
             88  fin-photo         VALUE 1.
             88  not-fin-photo     VALUE 0.
           01 WS-LISTING-EOF  PIC 9 VALUE 0.
             88  fin-listing       VALUE 1.
             88  not-fin-listing   VALUE 0.
           01 WS-DORMANT-FLAG PIC 9 VALUE 0.
             88  entree-dormante   VALUE 1.
             88  entree-active     VALUE 0.

      *    Ligne d'audit des purges, écrite via WRITE FROM. Elle
      *    porte en queue l'opérateur habilité qui a lancé la purge
      *    (cf. HABWS.cpy).
           01 WS-AUD-LIGNE-W.
             05 WS-AUD-DATE         pic 9(8).
             05 FILLER              pic x(7) value " PURGE ".
             05 WS-AUD-DERNIER-VU   pic 9(8).
             05 FILLER              pic x(5) value " AGE ".
             05 WS-AUD-AGE          pic 9(5).
             05 FILLER              pic x(11) value " OPERATEUR ".
             05 WS-AUD-OPERATEUR    pic x(8).
             05 FILLER              pic x(5) value " RUN ".
             05 WS-AUD-RUNID        pic x(26).
      *    Ligne d'audit des fusions, écrite via WRITE FROM : valeurs
      *    de l'ancienne entrée reportées sur la nouvelle.
           01 WS-AUD-FUSION-W.
             05 WS-AUF-DATE         pic 9(8).
             05 FILLER              pic x(8) value " FUSION ".
             05 WS-AUF-ANCIEN       pic 9(5).
             05 FILLER              pic x(4) value " -> ".
             05 WS-AUF-NOUVEAU      pic 9(5).
             05 FILLER              pic x(6) value " PREM ".
             05 WS-AUF-PREMIER-VU   pic 9(8).
             05 FILLER              pic x(6) value " DERN ".
             05 WS-AUF-DERNIER-VU   pic 9(8).
             05 FILLER              pic x(4) value " T1 ".
             05 WS-AUF-NB-T1        pic 9(9).
             05 FILLER              pic x(4) value " T2 ".
             05 WS-AUF-NB-T2        pic 9(9).
             05 FILLER              pic x(11) value " OPERATEUR ".
             05 WS-AUF-OPERATEUR    pic x(8).
             05 FILLER              pic x(5) value " RUN ".
             05 WS-AUF-RUNID        pic x(26).
      *    Ligne d'audit d'une reconstruction, écrite via WRITE FROM.
           01 WS-AUD-RECONS-W.
             05 WS-AUR-DATE         pic 9(8).
             05 FILLER              pic x(15) value " RECONSTRUCTION".
             05 FILLER              pic x(8) value " PHOTOS ".
             05 WS-AUR-NB-PHOTOS    pic 9(7).
             05 FILLER              pic x(8) value " PURGES ".
             05 WS-AUR-NB-PURGES    pic 9(7).
             05 FILLER              pic x(9) value " FUSIONS ".
             05 WS-AUR-NB-FUSIONS   pic 9(7).
             05 FILLER              pic x(9) value " ENTREES ".
             05 WS-AUR-NB-ENTREES   pic 9(7).
             05 FILLER              pic x(11) value " OPERATEUR ".
             05 WS-AUR-OPERATEUR    pic x(8).
             05 FILLER              pic x(5) value " RUN ".
             05 WS-AUR-RUNID        pic x(26).

           COPY LOGWS.
           COPY RUNWS.
           COPY HABWS.
           COPY FSTATWS.
           COPY RDEOFWS.
           COPY DATWS.
           COPY MANWS.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 'JOUR1MNT' TO WS-LOG-PROGID
           MOVE 'JOUR1MNT_JOURNAL_DSN' TO WS-LOG-ENV-NOM
           MOVE "/mnt/c/pgmcobol/AoC2024/journal_mnt.log"
              TO WS-LOG-DSN-DEFAUT
           PERFORM OUVRIR-JOURNAL
           MOVE 'JOUR1MNT' TO WS-MAN-PROGID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-SERIAL-JOUR =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           perform resoudre-datasets
           perform resoudre-parametres
      *    La purge, la fusion et la reconstruction modifient le
      *    référentiel : chacune est réservée aux opérateurs
      *    habilités à son action (cf. HABWS.cpy), et le refus
      *    arrête le run avant toute ouverture du référentiel.
           IF action-purge OR action-fusion OR action-reconstruire
              EVALUATE TRUE
                 WHEN action-purge
                    MOVE 'JOUR1MNT-PURGE' TO WS-HAB-ACTION
                 WHEN action-fusion
                    MOVE 'JOUR1MNT-FUSION' TO WS-HAB-ACTION
                 WHEN OTHER
                    MOVE 'JOUR1MNT-RECONS' TO WS-HAB-ACTION
              END-EVALUATE
              PERFORM VERIFIER-HABILITATION
              IF HAB-REFUSEE
                 MOVE 12 TO RETURN-CODE
                 PERFORM FERMER-JOURNAL
                 STOP RUN
              END-IF
           END-IF
           perform ouvrir-master
           EVALUATE TRUE
              WHEN action-liste
                 perform lister-dormants
              WHEN action-purge
                 perform purger-dormants
              WHEN action-fusion
                 perform fusionner-identifiants
              WHEN action-verifier
                 perform verifier-master
              WHEN action-reconstruire
                 perform reconstruire-master
           END-EVALUATE
           CLOSE FICHIER-MASTER
           MOVE WS-NB-LUES TO WS-RDEOF-COUNT
           PERFORM ANNONCER-LECTURE
           display "JOUR1MNT " WS-ACTION " : " WS-NB-RETENUES
                   " entree(s) retenue(s), " WS-NB-PURGEES
                   " purgee(s), " WS-NB-FUSIONNEES " fusionnee(s)"
           IF action-verifier
              display "JOUR1MNT VERIFIER : " WS-NB-CONTROLES
                      " controle(s), " WS-NB-ANOMALIES
                      " incoherence(s) dans "
                      FUNCTION TRIM(WS-VERIF-DSN)
              IF WS-NB-ANOMALIES > 0
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           IF action-reconstruire
              display "JOUR1MNT RECONSTRUIRE : " WS-NB-PHOTOS
                      " photographie(s) rejouee(s) ("
                      WS-NB-PHOTOS-ABSENTES " absente(s)), "
                      WS-NB-PURGES-REJOUEES " purge(s), "
                      WS-NB-FUSIONS-REJOUEES " fusion(s), "
                      WS-NB-REJEUX-IGNORES " sans objet, "
                      WS-NB-ENTREES " entree(s)"
              IF WS-NB-PHOTOS-ABSENTES > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "ACTION " FUNCTION TRIM(WS-ACTION)
              " RETENUES " WS-NB-RETENUES
              " PURGEES " WS-NB-PURGEES
              " FUSIONNEES " WS-NB-FUSIONNEES
              DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM ECRIRE-JOURNAL
           PERFORM ECRIRE-MANIFESTE
           PERFORM FERMER-JOURNAL
           GOBACK.

       resoudre-datasets.
           ACCEPT WS-AUDIT-DSN FROM ENVIRONMENT "JOUR1MNT_AUDIT_DSN"
           IF WS-AUDIT-DSN = SPACES
              MOVE WS-DEFAULT-AUDIT-DSN TO WS-AUDIT-DSN
           END-IF
           ACCEPT WS-DERNIERE-PHOTO-DSN
              FROM ENVIRONMENT "JOUR1_SNAPSHOT_DSN"
           IF WS-DERNIERE-PHOTO-DSN = SPACES
              MOVE WS-DEFAULT-PHOTO-DSN TO WS-DERNIERE-PHOTO-DSN
           END-IF
           ACCEPT WS-CATALOGUE-DSN FROM ENVIRONMENT "JOUR1_SNAPCAT_DSN"
           IF WS-CATALOGUE-DSN = SPACES
              MOVE WS-DEFAULT-CATALOGUE-DSN TO WS-CATALOGUE-DSN
           END-IF
           ACCEPT WS-DOUBLONS-DSN FROM ENVIRONMENT "JOUR1_EXCEPT_DSN"
           IF WS-DOUBLONS-DSN = SPACES
              MOVE WS-DEFAULT-DOUBLONS-DSN TO WS-DOUBLONS-DSN
           END-IF
           ACCEPT WS-NONAPP-DSN FROM ENVIRONMENT "JOUR1_NONAPP_DSN"
           IF WS-NONAPP-DSN = SPACES
              MOVE WS-DEFAULT-NONAPP-DSN TO WS-NONAPP-DSN
           END-IF
           ACCEPT WS-VERIF-DSN FROM ENVIRONMENT "JOUR1MNT_VERIF_DSN"
           IF WS-VERIF-DSN = SPACES
              MOVE WS-DEFAULT-VERIF-DSN TO WS-VERIF-DSN
           END-IF.

       resoudre-parametres.
              MOVE 'LISTE' TO WS-ACTION
           END-IF
           IF NOT action-liste AND NOT action-dormants
              AND NOT action-purge AND NOT action-fusion
              AND NOT action-verifier AND NOT action-reconstruire
              DISPLAY "ABEND JOUR1MNT : action inconnue '"
                      FUNCTION TRIM(WS-ACTION)
                      "' (LISTE, DORMANTS, PURGE, FUSION, "
                      "VERIFIER ou RECONSTRUIRE)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF action-fusion
              ACCEPT WS-ID-ANCIEN-X
                 FROM ENVIRONMENT "JOUR1MNT_ID_ANCIEN"
              ACCEPT WS-ID-NOUVEAU-X
                 FROM ENVIRONMENT "JOUR1MNT_ID_NOUVEAU"
              IF WS-ID-ANCIEN-X IS NOT NUMERIC
                 OR WS-ID-NOUVEAU-X IS NOT NUMERIC
                 OR WS-ID-ANCIEN-X = WS-ID-NOUVEAU-X
                 DISPLAY "ABEND JOUR1MNT : FUSION demande deux "
                         "identifiants distincts de 5 chiffres "
                         "(JOUR1MNT_ID_ANCIEN='" WS-ID-ANCIEN-X
                         "', JOUR1MNT_ID_NOUVEAU='" WS-ID-NOUVEAU-X
                         "')"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-ID-ANCIEN-X TO WS-ID-ANCIEN
              MOVE WS-ID-NOUVEAU-X TO WS-ID-NOUVEAU
           END-IF
           ACCEPT WS-ID-MIN-X FROM ENVIRONMENT "JOUR1MNT_ID_MIN"
           IF WS-ID-MIN-X NOT = SPACES
              COMPUTE WS-ID-MIN = FUNCTION NUMVAL(WS-ID-MIN-X)
           END-IF.

       ouvrir-master.
      *    La purge et la fusion modifient le référentiel (OPEN I-O) ;
      *    les deux actions
      *    de consultation n'ouvrent qu'en lecture. Un référentiel
      *    encore inexistant est une erreur franche ici : ce programme
      *    n'a de sens qu'après au moins un run de JOUR1. La
      *    reconstruction, elle, repart d'un référentiel vide (OPEN
      *    OUTPUT) rouvert aussitôt en mise à jour, comme au tout
      *    premier run de JOUR1 - mais seulement après contrôle de
      *    ses sources (cf. controler-sources-reconstruction).
           set not-fin-master to true
           EVALUATE TRUE
              WHEN action-purge OR action-fusion
                 OPEN I-O FICHIER-MASTER
              WHEN action-reconstruire
                 perform controler-sources-reconstruction
                 OPEN OUTPUT FICHIER-MASTER
                 IF WS-MASTER-STATUS = '00'
                    CLOSE FICHIER-MASTER
                    OPEN I-O FICHIER-MASTER
                 END-IF
              WHEN OTHER
                 OPEN INPUT FICHIER-MASTER
           END-EVALUATE
           MOVE WS-MASTER-STATUS TO WS-FSTAT-CODE
           MOVE WS-MASTER-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-MASTER" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER.

       controler-sources-reconstruction.
      *    Avant de vider le référentiel en place : le catalogue doit
      *    s'ouvrir et désigner au moins une photographie présente,
      *    et l'archive des purges comme la piste d'audit doivent
      *    s'ouvrir ou être absentes (statut '35'). Sinon arrêt
      *    franc, référentiel intact. Une photographie manquante
      *    parmi d'autres reste signalée au rejeu (code retour 4).
           OPEN INPUT FICHIER-CATALOGUE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-CATALOGUE-DSN TO WS-MAN-DSN-W
           MOVE WS-CATALOGUE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-CATALOGUE-STATUS TO WS-FSTAT-CODE
           MOVE WS-CATALOGUE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-CATALOGUE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE 0 TO WS-RCS-PHOTOS-DISPO
           MOVE 1 TO WS-RCS-CATALOGUE-OK
           PERFORM UNTIL WS-RCS-CATALOGUE-OK = 0
              READ FICHIER-CATALOGUE
                 AT END
                    MOVE 0 TO WS-RCS-CATALOGUE-OK
                 NOT AT END
                    IF WS-CAT-DATE IS NUMERIC
                       MOVE WS-CAT-PHOTO-DSN TO WS-PHOTO-DSN
                       perform ouvrir-photo
                       IF WS-PHOTO-STATUS = '00'
                          ADD 1 TO WS-RCS-PHOTOS-DISPO
                          CLOSE FICHIER-PHOTO
                          MOVE WS-PHOTO-DSN TO WS-MAN-DSN-W
                          PERFORM MANIFESTE-FERMETURE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER-CATALOGUE
           MOVE WS-CATALOGUE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           IF WS-RCS-PHOTOS-DISPO = 0
              DISPLAY "ABEND JOUR1MNT : aucune photographie "
                      "disponible dans le catalogue "
                      FUNCTION TRIM(WS-CATALOGUE-DSN)
                      ", referentiel laisse en place"
              MOVE 16 TO RETURN-CODE
              PERFORM FERMER-JOURNAL
              STOP RUN
           END-IF
           OPEN INPUT FICHIER-ARCHIVE
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-ARCHIVE-DSN TO WS-MAN-DSN-W
           MOVE WS-ARCHIVE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-ARCHIVE-STATUS NOT = '35'
              MOVE WS-ARCHIVE-STATUS TO WS-FSTAT-CODE
              MOVE WS-ARCHIVE-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-ARCHIVE" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              CLOSE FICHIER-ARCHIVE
              MOVE WS-ARCHIVE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           OPEN INPUT FICHIER-AUDIT-MNT
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           MOVE WS-AUDIT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-AUDIT-STATUS NOT = '35'
              MOVE WS-AUDIT-STATUS TO WS-FSTAT-CODE
              MOVE WS-AUDIT-DSN    TO WS-FSTAT-DSN
              MOVE "OUVERTURE FICHIER-AUDIT-MNT" TO WS-FSTAT-OPER
              PERFORM VERIFIER-STATUT-FICHIER
              CLOSE FICHIER-AUDIT-MNT
              MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       positionner-debut-plage.
      *    START sur la borne basse : la lecture séquentielle qui suit
      *    ne parcourt que la plage demandée au lieu de tout le
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FICHIER-LISTE-MNT
           MOVE WS-LISTE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       lister-dormants.
      *    Parcours complet du référentiel : les dormants sortent dans
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FICHIER-LISTE-MNT
           MOVE WS-LISTE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       purger-dormants.
      *    Même critère que DORMANTS ; chaque entrée dormante part à
              END-IF
           END-PERFORM
           CLOSE FICHIER-ARCHIVE
           MOVE WS-ARCHIVE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           CLOSE FICHIER-AUDIT-MNT
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       fusionner-identifiants.
      *    L'ancienne entrée doit exister (sinon rien à fusionner :
      *    abandon franc). La nouvelle est créée à partir de l'ancienne
      *    si JOUR1 ne l'a pas encore vue ; sinon elle garde la plus
      *    ancienne première apparition et la plus récente dernière
      *    apparition des deux, additionne les cumuls et conserve tout
      *    marqueur levé d'un côté ou de l'autre.
           perform ouvrir-audit
           MOVE WS-ID-ANCIEN TO MST-ID
           READ FICHIER-MASTER
              INVALID KEY
                 DISPLAY "ABEND JOUR1MNT : identifiant ancien "
                         WS-ID-ANCIEN " absent du referentiel"
                 CLOSE FICHIER-MASTER
                 CLOSE FICHIER-AUDIT-MNT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           ADD 1 TO WS-NB-LUES
           MOVE WS-MASTER-RECORD TO WS-FUS-ANCIEN
           perform reporter-fusion
           ADD 1 TO WS-NB-RETENUES
           ADD 1 TO WS-NB-FUSIONNEES
           perform ecrire-audit-fusion
           CLOSE FICHIER-AUDIT-MNT
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       reporter-fusion.
      *    L'ancienne entrée (WS-FUS-ANCIEN) est reportée sur la
      *    nouvelle puis supprimée ; partagé par FUSION et par le
      *    rejeu des fusions de RECONSTRUIRE.
           MOVE WS-ID-NOUVEAU TO MST-ID
           READ FICHIER-MASTER
           EVALUATE WS-MASTER-STATUS
              WHEN '00'
                 ADD 1 TO WS-NB-LUES
                 IF WS-FUS-PREMIER-VU < MST-PREMIER-VU
                    MOVE WS-FUS-PREMIER-VU TO MST-PREMIER-VU
                 END-IF
                 IF WS-FUS-DERNIER-VU > MST-DERNIER-VU
                    MOVE WS-FUS-DERNIER-VU TO MST-DERNIER-VU
                 END-IF
                 ADD WS-FUS-NB-T1 TO MST-NB-OCC-T1
                 ADD WS-FUS-NB-T2 TO MST-NB-OCC-T2
                 IF WS-FUS-FLAG-DOUBLON = 'O'
                    MOVE 'O' TO MST-FLAG-DOUBLON
                 END-IF
                 IF WS-FUS-FLAG-NONAPP = 'O'
                    MOVE 'O' TO MST-FLAG-NONAPP
                 END-IF
                 REWRITE WS-MASTER-RECORD
                 MOVE "REECRITURE FICHIER-MASTER" TO WS-FSTAT-OPER
              WHEN '23'
                 MOVE WS-FUS-ANCIEN TO WS-MASTER-RECORD
                 MOVE WS-ID-NOUVEAU TO MST-ID
                 WRITE WS-MASTER-RECORD
                 MOVE "ECRITURE FICHIER-MASTER" TO WS-FSTAT-OPER
              WHEN OTHER
                 MOVE "LECTURE FICHIER-MASTER" TO WS-FSTAT-OPER
           END-EVALUATE
           MOVE WS-MASTER-STATUS TO WS-FSTAT-CODE
           MOVE WS-MASTER-DSN    TO WS-FSTAT-DSN
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE WS-ID-ANCIEN TO MST-ID
           DELETE FICHIER-MASTER RECORD
           MOVE WS-MASTER-STATUS TO WS-FSTAT-CODE
           MOVE WS-MASTER-DSN    TO WS-FSTAT-DSN
           MOVE "SUPPRESSION FICHIER-MASTER" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER.

       verifier-master.
      *    Trois passes : chaque entrée du référentiel pour elle-même,
      *    puis chaque identifiant de la dernière photographie et des
      *    deux listings d'exceptions de JOUR1, relu en accès direct
      *    dans le référentiel. Les listings absents (JOUR1 pas encore
      *    passé) sont simplement sautés.
           perform ouvrir-verif
           perform lire-date-derniere-photo
           perform positionner-tout-debut
           PERFORM UNTIL fin-master
              perform lire-master-suivant
              IF not-fin-master
                 perform controler-entree-master
              END-IF
           END-PERFORM
           perform recouper-photo
           perform recouper-doublons
           perform recouper-nonapp
           CLOSE FICHIER-VERIF
           MOVE WS-VERIF-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       ouvrir-verif.
           OPEN OUTPUT FICHIER-VERIF
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-VERIF-DSN TO WS-MAN-DSN-W
           MOVE WS-VERIF-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-VERIF-STATUS TO WS-FSTAT-CODE
           MOVE WS-VERIF-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-VERIF" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER.

       lire-date-derniere-photo.
      *    La date de la dernière photographie est celle de la
      *    dernière ligne du catalogue ; sans catalogue, le contrôle
      *    de la dernière apparition contre la photographie est sauté.
           MOVE 0 TO WS-DATE-PHOTO
           OPEN INPUT FICHIER-CATALOGUE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-CATALOGUE-DSN TO WS-MAN-DSN-W
           MOVE WS-CATALOGUE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-CATALOGUE-STATUS = '00'
              PERFORM UNTIL WS-CATALOGUE-STATUS NOT = '00'
                 READ FICHIER-CATALOGUE
                    NOT AT END
                       IF WS-CAT-DATE IS NUMERIC
                          MOVE WS-CAT-DATE TO WS-DATE-PHOTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-CATALOGUE
              MOVE WS-CATALOGUE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       controler-entree-master.
           ADD 1 TO WS-NB-CONTROLES
           MOVE "MASTER" TO WS-VRF-SOURCE-W
           MOVE MST-ID   TO WS-VRF-ID-W
           IF FUNCTION TEST-DATE-YYYYMMDD(MST-PREMIER-VU) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(MST-DERNIER-VU) NOT = 0
              MOVE "DATE INVALIDE" TO WS-VRF-MOTIF-W
              MOVE MST-PREMIER-VU TO WS-VRF-VALEUR-W
              MOVE MST-DERNIER-VU TO WS-VRF-REFERENCE-W
              perform signaler-anomalie
           ELSE
              IF MST-DERNIER-VU > WS-RUN-DATE
                 MOVE "DERNIER-VU POSTERIEUR AU RUN"
                    TO WS-VRF-MOTIF-W
                 MOVE MST-DERNIER-VU TO WS-VRF-VALEUR-W
                 MOVE WS-RUN-DATE    TO WS-VRF-REFERENCE-W
                 perform signaler-anomalie
              END-IF
              IF MST-PREMIER-VU > MST-DERNIER-VU
                 MOVE "PREMIER-VU APRES DERNIER-VU"
                    TO WS-VRF-MOTIF-W
                 MOVE MST-PREMIER-VU TO WS-VRF-VALEUR-W
                 MOVE MST-DERNIER-VU TO WS-VRF-REFERENCE-W
                 perform signaler-anomalie
              END-IF
           END-IF
           IF MST-NB-OCC-T1 IS NOT NUMERIC
              OR MST-NB-OCC-T2 IS NOT NUMERIC
              MOVE "CUMUL NON NUMERIQUE" TO WS-VRF-MOTIF-W
              MOVE 0 TO WS-VRF-VALEUR-W WS-VRF-REFERENCE-W
              perform signaler-anomalie
           ELSE
              IF MST-NB-OCC-T1 = 0 AND MST-NB-OCC-T2 = 0
                 MOVE "CUMULS NULS" TO WS-VRF-MOTIF-W
                 MOVE 0 TO WS-VRF-VALEUR-W WS-VRF-REFERENCE-W
                 perform signaler-anomalie
              END-IF
      *    Jamais vu en colonne 2 alors que présent en colonne 1 :
      *    chaque run l'a forcément classé non apparié.
              IF MST-NB-OCC-T1 > 0 AND MST-NB-OCC-T2 = 0
                 AND MST-FLAG-NONAPP NOT = 'O'
                 MOVE "NON-APPARIE NON MARQUE" TO WS-VRF-MOTIF-W
                 MOVE MST-NB-OCC-T1 TO WS-VRF-VALEUR-W
                 MOVE MST-NB-OCC-T2 TO WS-VRF-REFERENCE-W
                 perform signaler-anomalie
              END-IF
           END-IF
           IF (MST-FLAG-DOUBLON NOT = 'O' AND NOT = 'N')
              OR (MST-FLAG-NONAPP NOT = 'O' AND NOT = 'N')
              MOVE "MARQUEUR INVALIDE" TO WS-VRF-MOTIF-W
              MOVE 0 TO WS-VRF-VALEUR-W WS-VRF-REFERENCE-W
              perform signaler-anomalie
           END-IF.

       recouper-photo.
      *    Chaque identifiant de la dernière photographie doit être au
      *    référentiel, avec des cumuls au moins égaux aux occurrences
      *    du run (un cumul plus petit est un cumul qui a baissé :
      *    mauvaise copie restaurée), vu au plus tôt à la date de la
      *    photographie, et avec les marqueurs que ce run a levés.
           MOVE WS-DERNIERE-PHOTO-DSN TO WS-PHOTO-DSN
           perform ouvrir-photo
           IF WS-PHOTO-STATUS NOT = '00'
              DISPLAY "JOUR1MNT : photographie absente ("
                      FUNCTION TRIM(WS-PHOTO-DSN)
                      "), recoupement ignore"
           ELSE
              PERFORM UNTIL fin-photo
                 perform lire-photo-suivante
                 IF not-fin-photo AND WS-PHO-ID IS NUMERIC
                    perform controler-ligne-photo
                 END-IF
              END-PERFORM
              CLOSE FICHIER-PHOTO
              MOVE WS-PHOTO-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       controler-ligne-photo.
           ADD 1 TO WS-NB-CONTROLES
           MOVE "PHOTO"   TO WS-VRF-SOURCE-W
           MOVE WS-PHO-ID TO WS-VRF-ID-W MST-ID
           READ FICHIER-MASTER
              INVALID KEY
                 MOVE "ABSENT DU REFERENTIEL" TO WS-VRF-MOTIF-W
                 MOVE WS-PHO-NB-T1 TO WS-VRF-VALEUR-W
                 MOVE WS-PHO-NB-T2 TO WS-VRF-REFERENCE-W
                 perform signaler-anomalie
              NOT INVALID KEY
                 ADD 1 TO WS-NB-LUES
                 perform comparer-entree-photo
           END-READ.

       comparer-entree-photo.
           IF MST-NB-OCC-T1 < WS-PHO-NB-T1
              MOVE "CUMUL T1 INFERIEUR A LA PHOTO" TO WS-VRF-MOTIF-W
              MOVE MST-NB-OCC-T1 TO WS-VRF-VALEUR-W
              MOVE WS-PHO-NB-T1  TO WS-VRF-REFERENCE-W
              perform signaler-anomalie
           END-IF
           IF MST-NB-OCC-T2 < WS-PHO-NB-T2
              MOVE "CUMUL T2 INFERIEUR A LA PHOTO" TO WS-VRF-MOTIF-W
              MOVE MST-NB-OCC-T2 TO WS-VRF-VALEUR-W
              MOVE WS-PHO-NB-T2  TO WS-VRF-REFERENCE-W
              perform signaler-anomalie
           END-IF
           IF WS-DATE-PHOTO > 0 AND MST-DERNIER-VU < WS-DATE-PHOTO
              MOVE "DERNIER-VU ANTERIEUR A LA PHOTO"
                 TO WS-VRF-MOTIF-W
              MOVE MST-DERNIER-VU TO WS-VRF-VALEUR-W
              MOVE WS-DATE-PHOTO  TO WS-VRF-REFERENCE-W
              perform signaler-anomalie
           END-IF
           IF (WS-PHO-NB-T1 > 1 OR WS-PHO-NB-T2 > 1)
              AND MST-FLAG-DOUBLON NOT = 'O'
              MOVE "DOUBLON NON MARQUE" TO WS-VRF-MOTIF-W
              MOVE WS-PHO-NB-T1 TO WS-VRF-VALEUR-W
              MOVE WS-PHO-NB-T2 TO WS-VRF-REFERENCE-W
              perform signaler-anomalie
           END-IF
           IF WS-PHO-NB-T1 > 0 AND WS-PHO-NB-T2 = 0
              AND MST-FLAG-NONAPP NOT = 'O'
              MOVE "NON-APPARIE NON MARQUE" TO WS-VRF-MOTIF-W
              MOVE WS-PHO-NB-T1 TO WS-VRF-VALEUR-W
              MOVE WS-PHO-NB-T2 TO WS-VRF-REFERENCE-W
              perform signaler-anomalie
           END-IF.

       recouper-doublons.
      *    Tout identifiant du listing des doublons doit être au
      *    référentiel avec son marqueur de doublon levé.
           set not-fin-listing to true
           OPEN INPUT FICHIER-DOUBLONS
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-DOUBLONS-DSN TO WS-MAN-DSN-W
           MOVE WS-DOUBLONS-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-DOUBLONS-STATUS NOT = '00'
              DISPLAY "JOUR1MNT : listing des doublons absent ("
                      FUNCTION TRIM(WS-DOUBLONS-DSN)
                      "), recoupement ignore"
           ELSE
              PERFORM UNTIL fin-listing
                 READ FICHIER-DOUBLONS
                    AT END
                       set fin-listing to true
                    NOT AT END
                       IF WS-DBL-ID IS NUMERIC
                          perform controler-ligne-doublon
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-DOUBLONS
              MOVE WS-DOUBLONS-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       controler-ligne-doublon.
           ADD 1 TO WS-NB-CONTROLES
           MOVE "DOUBLONS" TO WS-VRF-SOURCE-W
           MOVE WS-DBL-ID  TO WS-VRF-ID-W MST-ID
           MOVE 0          TO WS-VRF-REFERENCE-W
           IF WS-DBL-NB-OCC IS NUMERIC
              MOVE WS-DBL-NB-OCC TO WS-VRF-VALEUR-W
           ELSE
              MOVE 0 TO WS-VRF-VALEUR-W
           END-IF
           READ FICHIER-MASTER
              INVALID KEY
                 MOVE "EXCEPTION ABSENTE DU REFERENTIEL"
                    TO WS-VRF-MOTIF-W
                 perform signaler-anomalie
              NOT INVALID KEY
                 ADD 1 TO WS-NB-LUES
                 IF MST-FLAG-DOUBLON NOT = 'O'
                    MOVE "DOUBLON NON MARQUE" TO WS-VRF-MOTIF-W
                    perform signaler-anomalie
                 END-IF
           END-READ.

       recouper-nonapp.
      *    Même contrôle pour les non-appariés, dont le listing répète
      *    un identifiant autant de fois qu'il est resté sans
      *    correspondance : une seule vérification par identifiant.
           set not-fin-listing to true
           MOVE 0 TO WS-NAP-PRECEDENT
           OPEN INPUT FICHIER-NONAPP
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-NONAPP-DSN TO WS-MAN-DSN-W
           MOVE WS-NONAPP-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-NONAPP-STATUS NOT = '00'
              DISPLAY "JOUR1MNT : listing des non-apparies absent ("
                      FUNCTION TRIM(WS-NONAPP-DSN)
                      "), recoupement ignore"
           ELSE
              PERFORM UNTIL fin-listing
                 READ FICHIER-NONAPP
                    AT END
                       set fin-listing to true
                    NOT AT END
                       IF WS-NAP-ID IS NUMERIC
                          AND WS-NAP-ID NOT = WS-NAP-PRECEDENT
                          MOVE WS-NAP-ID TO WS-NAP-PRECEDENT
                          perform controler-ligne-nonapp
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHIER-NONAPP
              MOVE WS-NONAPP-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF.

       controler-ligne-nonapp.
           ADD 1 TO WS-NB-CONTROLES
           MOVE "NONAPP"  TO WS-VRF-SOURCE-W
           MOVE WS-NAP-ID TO WS-VRF-ID-W MST-ID
           MOVE 0 TO WS-VRF-VALEUR-W WS-VRF-REFERENCE-W
           READ FICHIER-MASTER
              INVALID KEY
                 MOVE "EXCEPTION ABSENTE DU REFERENTIEL"
                    TO WS-VRF-MOTIF-W
                 perform signaler-anomalie
              NOT INVALID KEY
                 ADD 1 TO WS-NB-LUES
                 IF MST-FLAG-NONAPP NOT = 'O'
                    MOVE "NON-APPARIE NON MARQUE" TO WS-VRF-MOTIF-W
                    perform signaler-anomalie
                 END-IF
           END-READ.

       signaler-anomalie.
           ADD 1 TO WS-NB-ANOMALIES
           MOVE SPACES             TO WS-VERIF-RECORD
           MOVE WS-VRF-ID-W        TO WS-VRF-ID
           MOVE WS-VRF-SOURCE-W    TO WS-VRF-SOURCE
           MOVE WS-VRF-MOTIF-W     TO WS-VRF-MOTIF
           MOVE WS-VRF-VALEUR-W    TO WS-VRF-VALEUR
           MOVE WS-VRF-REFERENCE-W TO WS-VRF-REFERENCE
           WRITE WS-VERIF-RECORD.

       ouvrir-photo.
      *    Une photographie absente (statut '35') n'est pas une
      *    erreur franche : l'appelant la signale et poursuit.
           set not-fin-photo to true
           OPEN INPUT FICHIER-PHOTO
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-PHOTO-DSN TO WS-MAN-DSN-W
           MOVE WS-PHOTO-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-PHOTO-STATUS NOT = '00'
              set fin-photo to true
              IF WS-PHOTO-STATUS NOT = '35'
                 MOVE WS-PHOTO-STATUS TO WS-FSTAT-CODE
                 MOVE WS-PHOTO-DSN    TO WS-FSTAT-DSN
                 MOVE "OUVERTURE FICHIER-PHOTO" TO WS-FSTAT-OPER
                 PERFORM VERIFIER-STATUT-FICHIER
              END-IF
           END-IF.

       lire-photo-suivante.
           READ FICHIER-PHOTO
              AT END
                 set fin-photo to true
           END-READ.

       reconstruire-master.
      *    Le référentiel vient d'être recréé vide (cf. ouvrir-master).
      *    Les photographies datées sont rejouées comme JOUR1 les a
      *    appliquées (Mettre-A-Jour-Master-Entree), les purges et les
      *    fusions aux dates où elles ont eu lieu : à date égale, la
      *    photographie passe d'abord (JOUR1 tourne avant la
      *    maintenance), puis les purges, puis les fusions. Les
      *    premières apparitions antérieures à la plus ancienne
      *    photographie du catalogue ne sont pas récupérables.
           OPEN INPUT FICHIER-CATALOGUE
           MOVE "ENTREE" TO WS-MAN-ROLE-W
           MOVE WS-CATALOGUE-DSN TO WS-MAN-DSN-W
           MOVE WS-CATALOGUE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-CATALOGUE-STATUS TO WS-FSTAT-CODE
           MOVE WS-CATALOGUE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-CATALOGUE" TO WS-FSTAT-OPER
           PERFORM VERIFIER-STATUT-FICHIER
           MOVE 1 TO WS-RCS-CATALOGUE-OK
           MOVE 0 TO WS-RCS-ARCHIVE-OK WS-RCS-AUDIT-OK
      *    Sans archive ni piste d'audit (statut '35'), il n'y a
      *    simplement ni purge ni fusion à rejouer.
           OPEN INPUT FICHIER-ARCHIVE
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-ARCHIVE-DSN TO WS-MAN-DSN-W
           MOVE WS-ARCHIVE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-ARCHIVE-STATUS = '00'
              MOVE 1 TO WS-RCS-ARCHIVE-OK
           ELSE
              IF WS-ARCHIVE-STATUS NOT = '35'
                 MOVE WS-ARCHIVE-STATUS TO WS-FSTAT-CODE
                 MOVE WS-ARCHIVE-DSN    TO WS-FSTAT-DSN
                 MOVE "OUVERTURE FICHIER-ARCHIVE" TO WS-FSTAT-OPER
                 PERFORM VERIFIER-STATUT-FICHIER
              END-IF
           END-IF
           OPEN INPUT FICHIER-AUDIT-MNT
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           MOVE WS-AUDIT-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           IF WS-AUDIT-STATUS = '00'
              MOVE 1 TO WS-RCS-AUDIT-OK
           ELSE
              IF WS-AUDIT-STATUS NOT = '35'
                 MOVE WS-AUDIT-STATUS TO WS-FSTAT-CODE
                 MOVE WS-AUDIT-DSN    TO WS-FSTAT-DSN
                 MOVE "OUVERTURE FICHIER-AUDIT-MNT" TO WS-FSTAT-OPER
                 PERFORM VERIFIER-STATUT-FICHIER
              END-IF
           END-IF
           MOVE 0 TO WS-RCS-PREC-DATE
           MOVE SPACES TO WS-RCS-PREC-DSN
           perform lire-catalogue-rejeu
           perform lire-archive-rejeu
           perform lire-audit-rejeu
           PERFORM UNTIL WS-RCS-DATE-PHOTO = 99999999
                     AND WS-RCS-DATE-PURGE = 99999999
                     AND WS-RCS-DATE-FUSION = 99999999
              perform rejouer-evenement-suivant
           END-PERFORM
           CLOSE FICHIER-CATALOGUE
           MOVE WS-CATALOGUE-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE
           IF WS-ARCHIVE-STATUS NOT = '35'
              CLOSE FICHIER-ARCHIVE
              MOVE WS-ARCHIVE-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           IF WS-AUDIT-STATUS NOT = '35'
              CLOSE FICHIER-AUDIT-MNT
              MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
              PERFORM MANIFESTE-FERMETURE
           END-IF
           perform positionner-tout-debut
           PERFORM UNTIL fin-master
              perform lire-master-suivant
              IF not-fin-master
                 ADD 1 TO WS-NB-ENTREES
              END-IF
           END-PERFORM
           MOVE WS-NB-ENTREES TO WS-NB-RETENUES
           perform ouvrir-audit
           perform ecrire-audit-reconstruction
           CLOSE FICHIER-AUDIT-MNT
           MOVE WS-AUDIT-DSN TO WS-MAN-DSN-W
           PERFORM MANIFESTE-FERMETURE.

       rejouer-evenement-suivant.
           EVALUATE TRUE
              WHEN WS-RCS-DATE-PHOTO <= WS-RCS-DATE-PURGE
                   AND WS-RCS-DATE-PHOTO <= WS-RCS-DATE-FUSION
                 perform rejouer-photo
                 perform lire-catalogue-rejeu
              WHEN WS-RCS-DATE-PURGE <= WS-RCS-DATE-FUSION
                 perform rejouer-purge
                 perform lire-archive-rejeu
              WHEN OTHER
                 perform rejouer-fusion
                 perform lire-audit-rejeu
           END-EVALUATE.

       lire-catalogue-rejeu.
           MOVE 99999999 TO WS-RCS-DATE-PHOTO
           PERFORM UNTIL WS-RCS-CATALOGUE-OK = 0
                      OR WS-RCS-DATE-PHOTO NOT = 99999999
              READ FICHIER-CATALOGUE
                 AT END
                    MOVE 0 TO WS-RCS-CATALOGUE-OK
                 NOT AT END
                    IF WS-CAT-DATE IS NUMERIC
                       MOVE WS-CAT-DATE      TO WS-RCS-DATE-PHOTO
                       MOVE WS-CAT-PHOTO-DSN TO WS-RCS-DSN-PHOTO
                    END-IF
              END-READ
           END-PERFORM.

       lire-archive-rejeu.
           MOVE 99999999 TO WS-RCS-DATE-PURGE
           PERFORM UNTIL WS-RCS-ARCHIVE-OK = 0
                      OR WS-RCS-DATE-PURGE NOT = 99999999
              READ FICHIER-ARCHIVE
                 AT END
                    MOVE 0 TO WS-RCS-ARCHIVE-OK
                 NOT AT END
                    IF WS-ARC-DATE-PURGE IS NUMERIC
                       MOVE WS-ARC-DATE-PURGE TO WS-RCS-DATE-PURGE
                       MOVE WS-ARC-MASTER     TO WS-RCS-PURGEE
                    END-IF
              END-READ
           END-PERFORM.

       lire-audit-rejeu.
      *    Seules les lignes de fusion de la piste d'audit sont
      *    rejouées (les purges le sont depuis l'archive).
           MOVE 99999999 TO WS-RCS-DATE-FUSION
           PERFORM UNTIL WS-RCS-AUDIT-OK = 0
                      OR WS-RCS-DATE-FUSION NOT = 99999999
              READ FICHIER-AUDIT-MNT
                 AT END
                    MOVE 0 TO WS-RCS-AUDIT-OK
                 NOT AT END
                    IF WS-AUDIT-RECORD(9:8) = " FUSION "
                       AND WS-AUDIT-RECORD(1:8) IS NUMERIC
                       MOVE WS-AUDIT-RECORD TO WS-AUD-FUSION-W
                       MOVE WS-AUF-DATE TO WS-RCS-DATE-FUSION
                    END-IF
              END-READ
           END-PERFORM.

       rejouer-photo.
      *    Un run de JOUR1 relancé le même jour inscrit deux fois la
      *    même copie datée, écrasée par la relance : elle n'est
      *    rejouée qu'une fois.
           IF WS-RCS-DATE-PHOTO = WS-RCS-PREC-DATE
              AND WS-RCS-DSN-PHOTO = WS-RCS-PREC-DSN
              ADD 1 TO WS-NB-REJEUX-IGNORES
           ELSE
              MOVE WS-RCS-DATE-PHOTO TO WS-RCS-PREC-DATE
              MOVE WS-RCS-DSN-PHOTO  TO WS-RCS-PREC-DSN
              MOVE WS-RCS-DSN-PHOTO  TO WS-PHOTO-DSN
              perform ouvrir-photo
              IF WS-PHOTO-STATUS NOT = '00'
                 ADD 1 TO WS-NB-PHOTOS-ABSENTES
                 DISPLAY "JOUR1MNT : photographie du "
                         WS-RCS-DATE-PHOTO " absente ("
                         FUNCTION TRIM(WS-PHOTO-DSN) ")"
              ELSE
                 ADD 1 TO WS-NB-PHOTOS
                 PERFORM UNTIL fin-photo
                    perform lire-photo-suivante
                    IF not-fin-photo AND WS-PHO-ID IS NUMERIC
                       perform appliquer-ligne-photo
                    END-IF
                 END-PERFORM
                 CLOSE FICHIER-PHOTO
                 MOVE WS-PHOTO-DSN TO WS-MAN-DSN-W
                 PERFORM MANIFESTE-FERMETURE
              END-IF
           END-IF.

       appliquer-ligne-photo.
      *    Même mise à jour que JOUR1 (Mettre-A-Jour-Master-Entree),
      *    à la date de la photographie ; les marqueurs reprennent
      *    les définitions de JOUR1 (plus d'une occurrence dans une
      *    colonne, présent en colonne 1 et absent de la colonne 2).
           IF WS-PHO-NB-T1 > 1 OR WS-PHO-NB-T2 > 1
              MOVE 'O' TO WS-RCS-FLAG-DOUBLON
           ELSE
              MOVE 'N' TO WS-RCS-FLAG-DOUBLON
           END-IF
           IF WS-PHO-NB-T1 > 0 AND WS-PHO-NB-T2 = 0
              MOVE 'O' TO WS-RCS-FLAG-NONAPP
           ELSE
              MOVE 'N' TO WS-RCS-FLAG-NONAPP
           END-IF
           MOVE WS-PHO-ID TO MST-ID
           READ FICHIER-MASTER
           EVALUATE WS-MASTER-STATUS
              WHEN '00'
                 MOVE WS-RCS-DATE-PHOTO TO MST-DERNIER-VU
                 ADD WS-PHO-NB-T1 TO MST-NB-OCC-T1
                 ADD WS-PHO-NB-T2 TO MST-NB-OCC-T2
                 IF WS-RCS-FLAG-DOUBLON = 'O'
                    MOVE 'O' TO MST-FLAG-DOUBLON
                 END-IF
                 IF WS-RCS-FLAG-NONAPP = 'O'
                    MOVE 'O' TO MST-FLAG-NONAPP
                 END-IF
                 REWRITE WS-MASTER-RECORD
                 MOVE "REECRITURE FICHIER-MASTER" TO WS-FSTAT-OPER
              WHEN '23'
                 MOVE WS-PHO-ID         TO MST-ID
                 MOVE WS-RCS-DATE-PHOTO TO MST-PREMIER-VU
                 MOVE WS-RCS-DATE-PHOTO TO MST-DERNIER-VU
                 MOVE WS-PHO-NB-T1      TO MST-NB-OCC-T1
                 MOVE WS-PHO-NB-T2      TO MST-NB-OCC-T2
                 MOVE WS-RCS-FLAG-DOUBLON TO MST-FLAG-DOUBLON
                 MOVE WS-RCS-FLAG-NONAPP  TO MST-FLAG-NONAPP
                 WRITE WS-MASTER-RECORD
                 MOVE "ECRITURE FICHIER-MASTER" TO WS-FSTAT-OPER
              WHEN OTHER
                 MOVE "LECTURE FICHIER-MASTER" TO WS-FSTAT-OPER
           END-EVALUATE
           MOVE WS-MASTER-STATUS TO WS-FSTAT-CODE
           MOVE WS-MASTER-DSN    TO WS-FSTAT-DSN
           PERFORM VERIFIER-STATUT-FICHIER.

       rejouer-purge.
      *    L'entrée n'est retirée que si elle n'a pas reparu depuis la
      *    dernière apparition qu'avait l'entrée purgée.
           MOVE WS-RCP-ID TO MST-ID
           READ FICHIER-MASTER
           EVALUATE WS-MASTER-STATUS
              WHEN '00'
                 IF MST-DERNIER-VU <= WS-RCP-DERNIER-VU
                    DELETE FICHIER-MASTER RECORD
                    MOVE WS-MASTER-STATUS TO WS-FSTAT-CODE
                    MOVE WS-MASTER-DSN    TO WS-FSTAT-DSN
                    MOVE "SUPPRESSION FICHIER-MASTER"
                       TO WS-FSTAT-OPER
                    PERFORM VERIFIER-STATUT-FICHIER
                    ADD 1 TO WS-NB-PURGES-REJOUEES
                 ELSE
                    ADD 1 TO WS-NB-REJEUX-IGNORES
                 END-IF
              WHEN '23'
                 ADD 1 TO WS-NB-REJEUX-IGNORES
              WHEN OTHER
                 MOVE WS-MASTER-STATUS TO WS-FSTAT-CODE
                 MOVE WS-MASTER-DSN    TO WS-FSTAT-DSN
                 MOVE "LECTURE FICHIER-MASTER" TO WS-FSTAT-OPER
                 PERFORM VERIFIER-STATUT-FICHIER
           END-EVALUATE.

       rejouer-fusion.
           MOVE WS-AUF-ANCIEN  TO WS-ID-ANCIEN
           MOVE WS-AUF-NOUVEAU TO WS-ID-NOUVEAU
           MOVE WS-ID-ANCIEN TO MST-ID
           READ FICHIER-MASTER
           EVALUATE WS-MASTER-STATUS
              WHEN '00'
                 MOVE WS-MASTER-RECORD TO WS-FUS-ANCIEN
                 perform reporter-fusion
                 ADD 1 TO WS-NB-FUSIONS-REJOUEES
              WHEN '23'
                 ADD 1 TO WS-NB-REJEUX-IGNORES
              WHEN OTHER
                 MOVE WS-MASTER-STATUS TO WS-FSTAT-CODE
                 MOVE WS-MASTER-DSN    TO WS-FSTAT-DSN
                 MOVE "LECTURE FICHIER-MASTER" TO WS-FSTAT-OPER
                 PERFORM VERIFIER-STATUT-FICHIER
           END-EVALUATE.

       positionner-tout-debut.
           MOVE 0 TO MST-ID

       ouvrir-liste.
           OPEN OUTPUT FICHIER-LISTE-MNT
           MOVE "SORTIE" TO WS-MAN-ROLE-W
           MOVE WS-LISTE-DSN TO WS-MAN-DSN-W
           MOVE WS-LISTE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-LISTE-STATUS TO WS-FSTAT-CODE
           MOVE WS-LISTE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-LISTE-MNT" TO WS-FSTAT-OPER
           IF WS-ARCHIVE-STATUS NOT = '00'
              OPEN OUTPUT FICHIER-ARCHIVE
           END-IF
           MOVE "HISTORIQUE" TO WS-MAN-ROLE-W
           MOVE WS-ARCHIVE-DSN TO WS-MAN-DSN-W
           MOVE WS-ARCHIVE-STATUS TO WS-MAN-STATUT-W
           PERFORM MANIFESTE-OUVERTURE
           MOVE WS-ARCHIVE-STATUS TO WS-FSTAT-CODE
           MOVE WS-ARCHIVE-DSN    TO WS-FSTAT-DSN
           MOVE "OUVERTURE FICHIER-ARCHIVE" TO WS-FSTAT-OPER
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
           MOVE MST-ID          TO WS-AUD-ID
           MOVE MST-DERNIER-VU  TO WS-AUD-DERNIER-VU
           MOVE WS-AGE-JOURS    TO WS-AUD-AGE
           MOVE WS-HAB-OPERATEUR TO WS-AUD-OPERATEUR
           MOVE WS-RUNID        TO WS-AUD-RUNID
           WRITE WS-AUDIT-RECORD FROM WS-AUD-LIGNE-W.

       ecrire-audit-fusion.
           MOVE WS-RUN-DATE        TO WS-AUF-DATE
           MOVE WS-ID-ANCIEN       TO WS-AUF-ANCIEN
           MOVE WS-ID-NOUVEAU      TO WS-AUF-NOUVEAU
           MOVE WS-FUS-PREMIER-VU  TO WS-AUF-PREMIER-VU
           MOVE WS-FUS-DERNIER-VU  TO WS-AUF-DERNIER-VU
           MOVE WS-FUS-NB-T1       TO WS-AUF-NB-T1
           MOVE WS-FUS-NB-T2       TO WS-AUF-NB-T2
           MOVE WS-HAB-OPERATEUR   TO WS-AUF-OPERATEUR
           MOVE WS-RUNID           TO WS-AUF-RUNID
           WRITE WS-AUDIT-RECORD FROM WS-AUD-FUSION-W.

       ecrire-audit-reconstruction.
           MOVE WS-RUN-DATE            TO WS-AUR-DATE
           MOVE WS-NB-PHOTOS           TO WS-AUR-NB-PHOTOS
           MOVE WS-NB-PURGES-REJOUEES  TO WS-AUR-NB-PURGES
           MOVE WS-NB-FUSIONS-REJOUEES TO WS-AUR-NB-FUSIONS
           MOVE WS-NB-ENTREES          TO WS-AUR-NB-ENTREES
           MOVE WS-HAB-OPERATEUR       TO WS-AUR-OPERATEUR
           MOVE WS-RUNID               TO WS-AUR-RUNID
           WRITE WS-AUDIT-RECORD FROM WS-AUD-RECONS-W.

       COPY LOGPR.
       COPY RUNPR.
       COPY HABPR.
       COPY FSTATPR.
       COPY RDEOFPR.
       COPY DATPR.
       COPY MANPR.
