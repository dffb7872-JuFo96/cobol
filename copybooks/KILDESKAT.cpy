      *> Dobbeltbeskatningsoverenskomsternes kildeskattesatser pr.
      *> land (KILDESKAT.txt) - en raekke pr. land: den sats, der
      *> tilbageholdes af rente tilskrevet en kunde, der er
      *> skattemaessigt hjemmehoerende i landet. Et land uden raekke
      *> (ingen overenskomst) faar standardsatsen
      *> KILDESKAT_STANDARDSATS fra PARMS. Laeses af kontorente.cob.
           05 ks-land             PIC X(2).
           05 ks-sats             PIC 9(2)V99.
