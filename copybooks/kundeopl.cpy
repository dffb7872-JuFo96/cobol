      *> feltet fandtes laeses ind som spaces (= aktiv), samme
      *> fallback-moenster som customer-type - se ogsaa
      *> versions/laengde-headeren i KUNDEOPL-HDR.cpy.
      *> "V" er en ny kunde der afventer oprettelse: saettes af
      *> kundevedligehold.cob ved en "A"-transaktion, og
      *> kontopostering.cob afviser posteringer paa kundens konti,
      *> indtil kundeaktivering.cob har set legitimation,
      *> sanktionsscreening, samtykke og skattebopael paa plads og
      *> saetter kunden aktiv.
           05 kunde-status      PIC X(1).
               88 kunde-aktiv       VALUE space.
               88 kunde-afdoed      VALUE "D".
               88 kunde-afventer    VALUE "V".
      *> Adressestatus (version 4): "U" naar postvaesenet har
      *> returneret forsendelser som uanbringelige (sat af
      *> returpost.cob) - etiket- og brevkoerslerne udelader
