      *> PROGRAM-ID producteur, un marqueur ENCOURS posé au lancement
      *> et PUBLIE posé en fin normale de run. Un pas mort en pleine
      *> écriture laisse donc ENCOURS derrière lui, et les
      *> consommateurs (JOURCTL, JOURBAL, JOURHST, JOURALR, JOURDIF,
      *> JOURFAC, JOURBI) refusent ses sorties au lieu d'avaler un
      *> sommaire à moitié écrit.
      *> Protocole : producteur - WS-PUB-PROGID puis PERFORM
      *> MARQUER-PUBLICATION-ENCOURS au lancement et
      *> MARQUER-PUBLICATION-FAITE en fin normale ; consommateur -
