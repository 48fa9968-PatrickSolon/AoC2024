      *> Protocole d'occupation du fichier de reprise partagé : un
      *> enregistrement spécial (pseudo-programme *VERROU*) porte,
      *> dans sa zone des cumuls, l'identifiant du run qui détient le
      *> fichier (cf. RUNWS.cpy) et un indicateur en-cours. Posé à
      *> 'O' par PRENDRE-VERROU-CHECKPOINT au lancement, remis à 'N'
      *> par LIBERER-VERROU-CHECKPOINT en fin normale de run : un
      *> programme qui trouve l'indicateur à 'O' refuse de démarrer
      *> (RC 12) - un rerun manuel lancé pendant la chaîne ne peut
      *> plus écraser silencieusement un point de reprise vivant.
       01  WS-CKPT-VERROU-ZONE.
           05  WS-CKPT-VERROU-RUNID  PIC X(26) VALUE SPACES.
           05  WS-CKPT-VERROU-FLAG   PIC X(01) VALUE 'N'.
       01  WS-CKPT-FORCE-X        PIC X(01) VALUE SPACE.
