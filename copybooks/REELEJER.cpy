      *> Register over reelle ejere (REELEJER.txt) - en raekke pr.
      *> fysisk person der ejer eller kontrollerer en erhvervskunde
      *> (customer-type "C"): navn, CPR-nummer eller udenlandsk ID,
      *> ejerandel i procent, kontroltypen og datoen ejeren sidst
      *> blev verificeret. Vedligeholdes af reelejervedligehold.cob
      *> gennem samme godkendelsesmarkoer-flow som LEGITIMATION.txt,
      *> screenes af sanktionsscreening.cob sammen med kunden og
      *> kontrolleres af reelejerrapport.cob.
           05 re-kunde-id          PIC X(10).
      *> Loebenummer inden for kunden - noeglen er kunde + nummer.
           05 re-loebenr           PIC 9(2).
           05 re-navn              PIC X(40).
           05 re-id-nummer         PIC X(12).
           05 re-ejerandel         PIC 9(3)V99.
      *> "E" = ejerskab (kapitalandel), "S" = stemmerettigheder,
      *> "K" = anden kontrol (aftale, bestemmende indflydelse),
      *> "L" = ledelsen registreret som reel ejer fordi ingen anden
      *> kan identificeres.
           05 re-kontroltype       PIC X(1).
               88 re-ejerskab      value "E".
               88 re-stemmer       value "S".
               88 re-kontrol       value "K".
               88 re-ledelse       value "L".
               88 re-kontroltype-kendt value "E" "S" "K" "L".
           05 re-verificeret-dato  PIC X(8).
