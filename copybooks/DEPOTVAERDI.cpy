      *> Depotvaerdier (DEPOT-VAERDI.txt) - en raekke pr. depot med
      *> kursvaerdi og anskaffelsesvaerdi i DKK, skrevet af
      *> depotvaerdi.cob. Laeses af opgave9.cob (netto-formue),
      *> kundesegmentering.cob og kunde360.cob, saa kundens
      *> vaerdipapirer taeller med ved siden af kontantkontiene.
           05 dv-depot-id          PIC X(10).
           05 dv-kunde-id          PIC X(10).
           05 dv-vaerdi-dkk        PIC 9(13)V99.
           05 dv-kostvaerdi-dkk    PIC 9(13)V99.
           05 dv-vaerdi-dato       PIC X(8).
      *> Antal beholdninger i depotet, og hvor mange af dem der
      *> ikke kunne kursfastsaettes (ingen kurs eller valutakurs) og
      *> derfor er vaerdisat til 0.
           05 dv-antal-papirer     PIC 9(4).
           05 dv-antal-uden-kurs   PIC 9(4).
