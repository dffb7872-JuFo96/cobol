      *> Lukningsaarsags-register (LUKNINGSAARSAG.txt) - en raekke
      *> pr. kontolukning (objekt-type "K", skrevet af
      *> kontostatus.cob naar en konto saettes "L") og pr. kunde-
      *> sletning (objekt-type "C", skrevet af kundevedligehold.cob).
      *> Aarsagskoden er obligatorisk begge steder, saa ledelsen kan
      *> se hvorfor kunderne gaar. Kontoens filial, produkt, saldo,
      *> oprettelsesdato og kundens segment (CUSTOMER-SEGMENT.txt
      *> fra kundesegmentering.cob) fastfryses paa lukningstidspunktet
      *> - kontolukning.cob flytter saldoen og kan siden purge
      *> kontoen, og en slettet kunde segmenteres ikke mere. Laeses
      *> af den maanedlige afgangsanalyse kundeafgang.cob.
           05 la-objekt-type      PIC X(1).
               88 la-kontolukning     VALUE "K".
               88 la-kundesletning    VALUE "C".
           05 la-objekt-id        PIC X(10).
           05 la-kunde-id         PIC X(10).
      *> BANK = skiftet til anden bank, DOED = doedsfald, UTIL =
      *> utilfreds, PRIS = pris, PROD = produkt udgaaet, FLYT =
      *> fraflyttet (udland/omraade), ANDN = andet.
           05 la-aarsag           PIC X(4).
               88 la-aarsag-kendt     VALUE "BANK" "DOED" "UTIL"
                                            "PRIS" "PROD" "FLYT"
                                            "ANDN".
           05 la-dato             PIC X(8).
           05 la-branch-code      PIC X(3).
           05 la-account-type     PIC X(10).
           05 la-saldo            PIC S9(9)V99 sign leading separate.
           05 la-valuta-id        PIC X(3).
           05 la-opening-date     PIC X(8).
           05 la-segment          PIC X(12).
