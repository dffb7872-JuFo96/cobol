      *> AML-risikoklassifikation pr. kunde (RISIKO.txt) - skrevet
      *> af risikoklassificering.cob ved hver koersel: niveauet
      *> (H/M/L), pointsummen og aarsagskoderne bag det, datoen for
      *> vurderingen og datoen niveauet sidst skiftede, samt datoen
      *> for seneste gennemfoerte KYC-gennemgang, som den periodiske
      *> review-frekvens regnes fra. Laeses af kunde360.cob og
      *> konto360.cob.
           05 rk-kunde-id          PIC X(10).
           05 rk-niveau            PIC X(1).
               88 rk-hoej          value "H".
               88 rk-mellem        value "M".
               88 rk-lav           value "L".
           05 rk-point             PIC 9(3).
           05 rk-vurderet-dato     PIC X(8).
           05 rk-niveau-dato       PIC X(8).
           05 rk-seneste-review    PIC X(8).
      *> Aarsagskoder adskilt af mellemrum: PEP (PEP-hit), SAN
      *> (sanktionshit), UDL (udenlandsk lande-kode), OVF (mange
      *> overfoersler/valutaposteringer), LEG (ingen legitimation
      *> der er gyldig ud over varselsperioden).
           05 rk-aarsager          PIC X(30).
