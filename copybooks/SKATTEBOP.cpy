      *> Register over skattemaessigt hjemsted (SKATTEBOPAEL.txt) -
      *> kundens egen erklaering (self-certification) efter FATCA/
      *> CRS: en raekke pr. kunde pr. land kunden er skattepligtig
      *> til, med det udenlandske skatte-id (TIN) og datoen
      *> erklaeringen blev modtaget. lande-kode i kundeopl.cpy er
      *> kun adressens land og siger intet om skattepligten.
      *> Vedligeholdes af skattebopvedligehold.cob gennem samme
      *> godkendelsesmarkoer-flow som LEGITIMATION.txt; laeses af
      *> skattebopkontrol.cob (rykkerlisten) og
      *> fatcacrsindberetning.cob (aarsindberetningen).
           05 sb-kunde-id          PIC X(10).
      *> ISO-landekode; "US" er FATCA, alle andre end "DK" er CRS.
           05 sb-land              PIC X(2).
      *> Skatte-id i landet - kraeves for alle andre lande end DK.
           05 sb-tin               PIC X(20).
           05 sb-erklaering-dato   PIC X(8).
