
           05  FILLER          PIC X VALUE SPACE.
           05  LOG-CURRENCY    PIC X(3).

      *    Scellement de la piste d'audit : numéro de séquence
      *    global, tiré du compteur CHAINNO à chaque ligne écrite
      *    quel que soit le programme, et valeur de contrôle chaînée
      *    calculée sur la ligne (séquence comprise) à partir de la
      *    valeur de la ligne précédente. Une ligne supprimée,
      *    insérée, dupliquée ou retouchée rompt la chaîne. Zones
      *    à blanc sur les lignes écrites avant la mise en place du
      *    scellement.

           05  FILLER          PIC X VALUE SPACE.
           05  LOG-SEQ-NO      PIC 9(9).
           05  FILLER          PIC X VALUE SPACE.
           05  LOG-CHAIN       PIC 9(9).
