      *> Bevilget traekret pr. konto (TRAEKRET.txt): en konto med en
      *> linje her maa lovligt gaa negativt ned til minus graensen,
      *> foer kontopostering.cob afviser en postering som overtraek.
      *> Udtrukket til eget medlem, da bevillingen nu ogsaa baerer
      *> bevillingsdato, revisions-/udloebsdato og den kreditmedarbejder
      *> der bevilgede den - vedligeholdt af traekretvedligehold.cob og
      *> gennemgaaet hver nat af traekretrevision.cob. De nye felter
      *> ligger yderst, saa aeldre linjer (kun konto + graense) stadig
      *> laeses: blank revisionsdato betyder at bevillingen aldrig er
      *> blevet revideret og staar paa revisionslisten.
           05 tr-konto-id          PIC X(10).
           05 tr-graense           PIC 9(7)V99.
           05 tr-bevilget-dato     PIC X(8).
           05 tr-revision-dato     PIC X(8).
           05 tr-sagsbehandler     PIC X(10).
      *> "U" naar bevillingen er udloebet uden fornyelse og graensen
      *> nedsat til nul af traekretrevision.cob - tr-tidligere-graense
      *> husker den bevilgede graense til opfoelgningen. Spaces =
      *> aktiv bevilling.
           05 tr-status            PIC X(1).
               88 tr-udloebet      value "U".
           05 tr-tidligere-graense PIC 9(7)V99.
      *> Den godkendte kreditindstilling (KREDITINDSTILLING.txt)
      *> bevillingen er givet paa - kraeves af traekretvedligehold.cob
      *> for hver ny eller aendret bevilling; blank paa aeldre linjer.
           05 tr-indstilling-id    PIC X(10).
