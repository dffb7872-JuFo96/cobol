      *> Garantiregister (GARANTI.txt) - en raekke pr. garanti banken
      *> har stillet for en kunde over for en tredjemand (betalings-
      *> og huslejegarantier m.v.). Garantien er en ikke-balance-
      *> foert eksponering: den indgaar i engagement.cob's store-
      *> engagementer, kunde360.cob's eksport og MFI-indberetningen
      *> (produkt GARANTI). Vedligeholdes af garantivedligehold.cob
      *> gennem godkendelsesmarkoer-flowet; garantiprovision.cob
      *> opkraever kvartalets provision som "GPRV"-linjer i
      *> TRANS-POST.txt og varsler garantier der snart udloeber.
      *> Noeglen er garanti-id.
           05 gar-garanti-id       PIC X(10).
           05 gar-kunde-id         PIC X(10).
      *> "BETA" = betalingsgaranti, "LEJE" = huslejegaranti,
      *> "ANDN" = anden garanti.
           05 gar-type             PIC X(4).
               88 gar-type-kendt   values "BETA" "LEJE" "ANDN".
      *> Den begunstigede (udlejer, leverandoer ...) som fritekst.
           05 gar-begunstiget      PIC X(40).
           05 gar-beloeb           PIC 9(11)V99.
           05 gar-valuta-id        PIC X(3).
           05 gar-udstedt-dato     PIC X(8).
           05 gar-udloebs-dato     PIC X(8).
      *> Kontoen provisionen traekkes paa, og den aarlige
      *> provisionssats i procent af garantibeloebet - 0 betyder
      *> standardsatsen GARANTI_PROVISIONSSATS.
           05 gar-provision-konto  PIC X(10).
           05 gar-provision-sats   PIC 9(2)V99.
      *> Valgfri modsikkerhed: en linje i SIKKERHED.txt (se
      *> SIKKERHED.cpy), angivet ved dens laanekonto og loebenummer.
           05 gar-sik-laan-konto-id PIC X(10).
           05 gar-sik-loebenr      PIC 9(4).
      *> Blank = garantien staar ved magt, "I" = indfriet (udbetalt
      *> til den begunstigede), "O" = ophoert/tilbageleveret foer
      *> udloeb - med datoen for afslutningen.
           05 gar-status           PIC X(1).
               88 gar-aktiv        value space.
               88 gar-indfriet     value "I".
               88 gar-ophoert      value "O".
               88 gar-status-kendt values space "I" "O".
           05 gar-status-dato      PIC X(8).
      *> Sat af garantiprovision.cob: sidste dag provisionen er
      *> opkraevet til og med - blank saa laenge intet er opkraevet.
           05 gar-provision-til-dato PIC X(8).
