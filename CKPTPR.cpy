                         " enregistrement(s) déjà traités) ; "
                         "relancer le run complet depuis le début"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              ELSE
                 DISPLAY "Reprise à chaud pour " WS-CKPT-PROGID
                         " après " WS-CKPT-SKIP
      *> Refuse de démarrer si le fichier de reprise est marqué
      *> en-cours par un autre run de la suite (RC 12, distinct des
      *> ABEND), sauf passage en force AOC_CHECKPOINT_FORCE=O après
      *> un plantage. Un verrou posé par le même run (tous les pas
      *> d'une chaîne partagent l'identifiant de JOURCTL) est repris
      *> : un pas arrêté en ABEND verrou tenu se relance ainsi par la
      *> politique de relance de JOURCTL, et les pas suivants
      *> passent. Sinon pose l'identifiant de CE run et
      *> l'indicateur en-cours, et les porte immédiatement au
      *> fichier. L'enregistrement *VERROU* voyage dans la table des
      *> points de reprise, les sauvegardes périodiques le
      *> réécrivent donc tel quel.
           ACCEPT WS-CKPT-FORCE-X
              FROM ENVIRONMENT "AOC_CHECKPOINT_FORCE"
      *> L'identifiant posé est celui du run de la suite (cf.
      *> RUNWS.cpy) : celui de la chaîne quand JOURCTL a lancé le
      *> pas, celui du programme s'il tourne seul.
           IF WS-RUNID = SPACES
              MOVE WS-CKPT-PROGID TO WS-RUNID-PROGID
              PERFORM DETERMINER-RUNID
           END-IF
           IF WS-CKPT-VERROU-FLAG = 'O'
              AND WS-CKPT-FORCE-X NOT = 'O'
              AND WS-CKPT-VERROU-RUNID NOT = WS-RUNID
              DISPLAY "REFUS " WS-CKPT-PROGID " : le fichier de "
                      "reprise est tenu par le run "
                      WS-CKPT-VERROU-RUNID
                      " ; attendre sa fin, ou AOC_CHECKPOINT_FORCE=O"
                      " pour passer outre après un plantage"
      *> GOBACK : appelé par JOURCTL, le refus lui revient avec le
      *> code 12 et le pas peut être relancé une fois le verrou levé.
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-RUNID TO WS-CKPT-VERROU-RUNID
           MOVE 'O' TO WS-CKPT-VERROU-FLAG
           PERFORM POSER-VERROU-TABLE
           MOVE WS-CKPT-SKIP TO WS-CKPT-COUNT
