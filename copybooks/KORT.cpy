      *> Kortregister (KORT.txt) - en raekke pr. udstedt debetkort:
      *> det maskerede kortnummer (de foerste 6 og sidste 4 cifre,
      *> resten "*" - det fulde nummer gemmes aldrig), kontoen kortet
      *> traekker paa, status, udloeb og udstedelsesdato.
      *> Vedligeholdes af kortvedligehold.cob gennem samme
      *> godkendelsesmarkoer-flow som LEGITIMATION.txt, og laeses af
      *> kortafregning.cob, der slaar hver afregningslinje op her.
           05 kt-kort-nr         PIC X(16).
           05 kt-konto-id        PIC X(10).
      *> Blank = aktivt, "S" = spaerret (mistet/stjaalet/misbrug),
      *> "A" = annulleret. Kun et aktivt kort kan bogfoeres paa.
           05 kt-status          PIC X(1).
               88 kt-aktiv       value space.
               88 kt-spaerret    value "S".
               88 kt-annulleret  value "A".
      *> Udloeb som kortet praeger det: AAAAMM - kortet gaelder til
      *> og med udloebsmaaneden.
           05 kt-udloeb          PIC X(6).
           05 kt-udstedt-dato    PIC X(8).
