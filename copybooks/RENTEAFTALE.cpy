      *> Individuelle renteaftaler (RENTEAFTALE.txt) - en raekke pr.
      *> forhandlet sats paa en konto, noeglet paa konto + renteart
      *> + gyldig-fra. En aftale der er i kraft (gyldig-fra til og
      *> med gyldig-til, blank gyldig-til = indtil videre) gaar
      *> forud for produktsatsen i RENTESATS.txt i kontorente.cob og
      *> renteprovision.cob: kreditrenten ("K") naar kontoen staar i
      *> plus, debetrenten ("D") naar den er overtrukket. Overlapper
      *> to aftaler, vinder den senest ikrafttraadte. Vedligeholdes
      *> af renteaftalevedligehold.cob gennem godkendelsesmarkoer-
      *> flowet; renteaftaleoversigt.cob lister maanedligt aftaler
      *> der snart udloeber eller ligger langt fra produktsatsen.
           05 ra-noegle.
               10 ra-konto-id      PIC X(10).
               10 ra-rente-art     PIC X(1).
                   88 ra-kreditrente   value "K".
                   88 ra-debetrente    value "D".
                   88 ra-art-kendt     values "K" "D".
               10 ra-gyldig-fra    PIC X(8).
      *> Satsen i pct. p.a. - fortegn "-" er en negativ sats, som i
      *> RENTESATS.txt.
           05 ra-sats              PIC 9(3)V99.
           05 ra-fortegn           PIC X(1).
           05 ra-gyldig-til        PIC X(8).
      *> Den medarbejder der har godkendt aftalen.
           05 ra-godkendt-af       PIC X(10).
