      *> tilskrevet rente hver for sig. Tilfoejet yderst, samme
      *> fallback som rh-fortegn.
           05 rh-rente-art       PIC X(1).
      *> Tilbageholdt kildeskat af tilskrivningen (kunde skatte-
      *> maessigt hjemmehoerende i udlandet - se KILDESKAT.cpy) og
      *> landet den er beregnet for. rh-accrual-amount er fortsat
      *> bruttorenten; kunden faar brutto minus rh-kildeskat.
      *> Tilfoejet yderst, saa aeldre linjer laeses som blanke
      *> (= ingen kildeskat) - laesere skal proeve IS NUMERIC.
           05 rh-kildeskat       PIC 9(7)V99.
           05 rh-kildeskat-land  PIC X(2).
