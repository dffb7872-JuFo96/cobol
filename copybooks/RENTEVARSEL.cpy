      *> Log over udsendte rentevarsler (RENTEVARSEL-LOG.txt) - en
      *> raekke pr. kunde pr. satsaendring (rentetype + gyldig-fra i
      *> RENTESATS.txt), skrevet af rentevarsling.cob naar brevet er
      *> dannet. Loggen er det, der goer en daglig genkoersel ufarlig
      *> (en kunde varsles kun een gang om samme aendring), og det
      *> kontrolrapporten bygger "varslet foer" paa. Selve brevet
      *> logges desuden i KORRLOG som alle andre breve.
           05 rv-noegle.
               07 rv-rente-type     PIC X(10).
               07 rv-gyldig-fra     PIC X(8).
               07 rv-kunde-id       PIC X(10).
           05 rv-sendt-dato         PIC X(8).
           05 rv-kanal              PIC X(10).
