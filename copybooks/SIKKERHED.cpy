      *> sikkerheder (ejerpantebrev OG loesoere). Vedligeholdes af
      *> sikkerhedvedligehold.cob mod SIKKERHED.txt og laeses af
      *> LTV-rapporten (ltvrapport.cob) og kunde360.cob's eksport.
      *> sikkerhedindeksering.cob fremskriver hvert kvartal
      *> vurderingen med prisindekset (PRISINDEKS.txt) og skriver den
      *> indekserede vaerdi ved siden af den oprindelige vurdering.
      *> Samme fladfil-tankegang som LOANSCHD.cpy.
           05 sik-laan-konto-id    PIC X(10).
           05 sik-loebenr          PIC 9(4).
           05 sik-beskrivelse      PIC X(40).
           05 sik-vurdering        PIC 9(9)V99.
           05 sik-vurderings-dato  PIC X(8).
      *> Postnummeret sikkerheden ligger i (ejendommen, bilens
      *> hjemsted) - vaelger prisindeksets region. Blank paa aeldre
      *> linjer: saa bruges et landsdaekkende indeks (0000-9999).
           05 sik-postnr           PIC X(4).
      *> Sat af sikkerhedindeksering.cob: vurderingen fremskrevet med
      *> prisindekset og indeksdatoen den er fremskrevet til. Nul/
      *> blank indtil sikkerheden er indekseret, og nulstilles af
      *> sikkerhedvedligehold.cob naar der kommer en ny vurdering.
           05 sik-indekseret-vaerdi PIC 9(9)V99.
           05 sik-indeks-dato      PIC X(8).
