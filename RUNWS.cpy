      *> RUNWS.cpy - Identifiant de run partagé par la suite (sur le
      *> modèle des copys LOG/PUB) : JOURCTL en génère un par chaîne
      *> au lancement et le passe aux pas appelés par la variable
      *> d'environnement AOC_RUN_ID ; un programme lancé seul (rerun
      *> manuel, run antidaté, outil d'exploitation) en génère un à
      *> son propre nom. L'identifiant est porté par chaque ligne de
      *> journal, sommaire, bilan, historique et piste d'audit : les
      *> rapprochements d'incident se font par run, plus par date -
      *> un rerun ou un run antidaté ne se confond plus avec le run
      *> normal du même jour.
      *> Protocole : WS-RUNID-PROGID puis PERFORM DETERMINER-RUNID
      *> (identifiant hérité, sinon généré) ; JOURCTL, qui ouvre la
      *> chaîne, PERFORM GENERER-RUNID (toujours un nouveau run).
      *> LOGPR, CKPTPR et MANPR s'en chargent d'office pour les
      *> programmes qui les utilisent. Forme : PROGID-AAAAMMJJHHMMSSCC.
       01  WS-RUNID              PIC X(26) VALUE SPACES.
       01  WS-RUNID-PROGID       PIC X(08) VALUE SPACES.
       01  WS-RUNID-DATE         PIC 9(08) VALUE ZERO.
       01  WS-RUNID-HEURE        PIC 9(08) VALUE ZERO.
      *> Ligne de queue "RUN <identifiant>" des sommaires : les
      *> lecteurs de sommaire ne lisent que la première ligne, ou
      *> ignorent les lignes dont le premier mot leur est inconnu.
       01  WS-RUNID-LIGNE.
           05  FILLER            PIC X(04) VALUE "RUN ".
           05  WS-RUNID-LIGNE-ID PIC X(26) VALUE SPACES.
