      *> Register over udlaeg/arrest (UDLAEG.txt) - en raekke pr.
      *> forkyndt udlaegs- eller arrestordre fra fogedretten eller
      *> Skattestyrelsen. I stedet for at spaerre hele kontoen med
      *> konto-status "S" binder ordren kun det udlagte beloeb:
      *> kontopostering.cob afviser enhver haevning, der ville
      *> bringe saldoen under summen af kontoens aktive ordrer,
      *> mens indskud (f.eks. loennen) gaar igennem. Vedligeholdes
      *> af udlaegvedligehold.cob gennem godkendelsesmarkoer-
      *> flowet; udlaegudfoersel.cob betaler en ordre markeret "E"
      *> til myndigheden som en "UDLG"-linje i TRANS-POST.txt, og
      *> kontopostering.cob saetter ordren "U", naar betalingen er
      *> bogfoert.
      *> Noeglen er konto + myndighedens reference.
           05 ud-konto-id          PIC X(10).
           05 ud-reference         PIC X(16).
           05 ud-myndighed         PIC X(1).
               88 ud-fogedret      value "F".
               88 ud-skattestyrelse value "S".
               88 ud-myndighed-kendt values "F" "S".
      *> Det udlagte beloeb - altid positivt.
           05 ud-beloeb            PIC 9(7)V99.
           05 ud-forkyndt-dato     PIC X(8).
      *> Datoen ordren ophoerte - frigivet af myndigheden eller
      *> udfoert (betalt). Blank saa laenge ordren er aktiv.
           05 ud-frigivet-dato     PIC X(8).
      *> Blank = aktiv (binder beloebet), "E" = skal udfoeres
      *> (binder stadig beloebet til betalingen er bogfoert),
      *> "F" = frigivet uden betaling, "U" = udfoert (betalt).
           05 ud-status            PIC X(1).
               88 ud-aktiv         value space.
               88 ud-til-udfoersel value "E".
               88 ud-frigivet      value "F".
               88 ud-udfoert       value "U".
               88 ud-binder        values space "E".
      *> Myndighedens konto, som beloebet betales til ved
      *> udfoerelsen (reg.nr. + kontonummer).
           05 ud-modtager-reg      PIC X(4).
           05 ud-modtager-konto    PIC X(10).
