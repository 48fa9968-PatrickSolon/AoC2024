      *> VALLK.cpy - Zone de liaison du module JOUR5VAL (contrôle
      *> d'une séquence de pages contre les règles en vigueur, même
      *> logique page-valide / correction-impression que JOUR5).
      *> Protocole : l'appelant copie cette zone en WORKING-STORAGE,
      *> pose VAL-NB-PAGES et VAL-SEQUENCE (VAL-FONCTION à 'V', ou
      *> 'R' pour forcer la relecture des référentiels), puis
      *> CALL 'JOUR5VAL' USING JOUR5VAL-LIAISON. Les référentiels
      *> (JOUR5_REGLES_DSN, JOUR5_PAGES_DSN, JOUR5_GENERATIONS_DSN)
      *> ne sont lus qu'au premier appel du run de l'appelant.
      *> Codes retour (VAL-CODE-RETOUR, même échelle que la suite) :
      *>   00 séquence valide
      *>   04 séquence invalide, corrigée dans VAL-SEQUENCE-CORRIGEE
      *>   08 séquence rejetée (VAL-MOTIF : PAGE INCONNUE, page dans
      *>      VAL-PAGE-INCONNUE ; PAIRE SANS REGLE, paire dans
      *>      VAL-REGLE-NOEUD/VAL-REGLE-FILS ; CYCLE DE REGLES),
      *>      séquence non corrigeable, rendue telle quelle
      *>   12 référentiel des règles absent, vide ou invalide
      *>   16 appel invalide (VAL-MOTIF : FONCTION INCONNUE,
      *>      NOMBRE DE PAGES hors 1 à 999, PAGE NON NUMERIQUE)
      *>   Aux codes 12 et 16 la séquence n'est pas évaluée.
      *> VAL-REGLE-NOEUD|VAL-REGLE-FILS : première règle enfreinte
      *> (la page VAL-REGLE-FILS est placée avant VAL-REGLE-NOEUD).
       01  JOUR5VAL-LIAISON.
           05  VAL-FONCTION          PIC X(01).
               88  VAL-VALIDER           VALUE 'V'.
               88  VAL-RECHARGER         VALUE 'R'.
           05  VAL-NB-PAGES          PIC 9(03).
           05  VAL-SEQUENCE          PIC 9(02) OCCURS 999.
           05  VAL-CODE-RETOUR       PIC 9(02).
           05  VAL-MOTIF             PIC X(20).
           05  VAL-ETAT              PIC X(01).
               88  VAL-SEQ-VALIDE        VALUE 'V'.
               88  VAL-SEQ-INVALIDE      VALUE 'I'.
           05  VAL-REGLE-NOEUD       PIC 9(02).
           05  VAL-REGLE-FILS        PIC 9(02).
           05  VAL-PAGE-INCONNUE     PIC 9(02).
           05  VAL-SEQUENCE-CORRIGEE PIC 9(02) OCCURS 999.
           05  VAL-PAGE-MILIEU       PIC 9(02).
           05  VAL-GENERATION        PIC 9(04).
           05  VAL-NB-REGLES         PIC 9(05).
