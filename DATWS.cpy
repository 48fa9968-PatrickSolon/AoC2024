      *> DATWS.cpy - Date de traitement des programmes de la chaîne :
      *> la date machine, sauf quand AOC_DATE_TRAITEMENT=AAAAMMJJ
      *> l'impose. JOURCTL la pose à chaque run : la date ouvrée du
      *> run, ou en mode retraitement d'une date ouvrée passée (cf.
      *> JOURCTL_RETRAITEMENT_DATE) le jour retraité - sommaires,
      *> historiques et référentiels du retraitement sont alors datés
      *> du jour retraité et non du jour du passage. Protocole :
      *> PERFORM DETERMINER-DATE-TRAITEMENT, date rendue dans
      *> WS-DAT-TRAITEMENT.
       01  WS-DAT-TRAITEMENT     PIC 9(08) VALUE ZERO.
       01  WS-DAT-IMPOSEE-X      PIC X(08) VALUE SPACES.
