      *> REGWS.cpy - Zones du registre des entrées de la chaîne
      *> JOUR1-JOUR5 (sur le modèle du manifeste de run, cf.
      *> MANWS.cpy) : chaque entrée consommée par un programme y est
      *> inscrite avec la date de traitement (cf. DATWS.cpy), le DSN,
      *> le nombre d'enregistrements et l'empreinte du contenu (même
      *> calcul que le manifeste), et sa copie exacte est rangée dans
      *> l'archive datée des entrées :
      *>   <AOC_ARCHIVE_ENTREES_REPERTOIRE>/<AAAAMMJJ>/
      *>      <PROGID>.<HHMMSSCC>.<nom du fichier>
      *> de quoi retrouver le fichier exact lu par un run passé même
      *> après que la source l'a remplacé. Le registre est désigné
      *> par AOC_REGISTRE_ENTREES_DSN.
      *> Deux natures d'entrée : EXTRAIT (le fichier du jour envoyé
      *> par la source) et REFERENCE (fichiers paramètres et listes
      *> fournis par l'exploitation, normalement identiques d'un jour
      *> à l'autre). Un EXTRAIT dont le compte et l'empreinte sont
      *> ceux d'un extrait déjà accepté par le même programme pour
      *> une autre date de traitement est un doublon (la source a
      *> renvoyé le fichier de la veille) : il est inscrit REFUSE et
      *> le programme s'arrête avec le code retour 14, distinct des
      *> ABEND (16), des refus de verrou (12), des enveloppes (10) et
      *> des écarts (8). Un rerun ou un retraitement de la même date
      *> n'est pas un doublon. Un doublon légitime (source sans
      *> mouvement) passe avec AOC_DOUBLON_FORCE=O, réservé aux
      *> opérateurs habilités AOC-DOUBLON (cf. HABWS.cpy) ; il est
      *> inscrit FORCE. Un extrait vide n'est jamais un doublon.
      *> Protocole : WS-MAN-PROGID posé, le programme pose
      *> WS-REG-NATURE-W et WS-REG-DSN-W puis PERFORM
      *> INSCRIRE-ENTREE. Un dataset absent n'est pas inscrit (le
      *> programme traite l'absence comme d'habitude). Les extraits
      *> sont inscrits à l'admission, avant le verrou du point de
      *> reprise et l'ouverture des sorties : un refus ne laisse ni
      *> verrou posé ni sortie entamée.
       01  WS-REG-DSN            PIC X(200) VALUE SPACES.
       01  WS-REG-DSN-DEFAUT     PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/registre_entrees.dat".
       01  WS-REG-STATUS         PIC X(02) VALUE '00'.
       01  WS-REG-REPERTOIRE     PIC X(200) VALUE SPACES.
       01  WS-REG-REPERTOIRE-DEFAUT PIC X(200) VALUE
           "/mnt/c/pgmcobol/AoC2024/archives_entrees".
       01  WS-REG-REP-JOUR       PIC X(200) VALUE SPACES.
       01  WS-REG-SOURCE-DSN     PIC X(200) VALUE SPACES.
       01  WS-REG-SOURCE-STATUS  PIC X(02) VALUE '00'.
       01  WS-REG-ARCHIVE-DSN    PIC X(200) VALUE SPACES.
       01  WS-REG-ARCHIVE-STATUS PIC X(02) VALUE '00'.
       01  WS-REG-NATURE-W       PIC X(09) VALUE SPACES.
       01  WS-REG-DSN-W          PIC X(200) VALUE SPACES.
       01  WS-REG-STATUT-W       PIC X(07) VALUE SPACES.
       01  WS-REG-DATE           PIC 9(08) VALUE ZERO.
       01  WS-REG-DATE-W         PIC 9(08) VALUE ZERO.
       01  WS-REG-HEURE          PIC 9(08) VALUE ZERO.
       01  WS-REG-HORODATE       PIC 9(14) VALUE ZERO.
       01  WS-REG-INVERSE        PIC X(200) VALUE SPACES.
       01  WS-REG-NOM-BASE       PIC X(200) VALUE SPACES.
       01  WS-REG-LONG           PIC 9(03) VALUE ZERO.
       01  WS-REG-NB-LIGNES      PIC 9(09) VALUE ZERO.
       01  WS-REG-FORCE-X        PIC X(01) VALUE SPACE.
       01  WS-REG-RC-SAUVE       PIC S9(09) VALUE ZERO.
       01  WS-REG-DOUBLON-FLAG   PIC 9 VALUE 0.
           88  REG-DOUBLON           VALUE 1.
           88  REG-INEDIT            VALUE 0.
       01  WS-REG-DOUBLON-DATE   PIC 9(08) VALUE ZERO.
       01  WS-REG-DOUBLON-DSN    PIC X(200) VALUE SPACES.
       01  WS-REG-EOF            PIC 9 VALUE 0.
           88  FIN-REGISTRE          VALUE 1.
           88  NOT-FIN-REGISTRE      VALUE 0.
       01  WS-REG-COPIE-EOF      PIC 9 VALUE 0.
           88  FIN-COPIE-ENTREE      VALUE 1.
           88  NOT-FIN-COPIE-ENTREE  VALUE 0.
