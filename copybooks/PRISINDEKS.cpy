      *> Prisindeks for sikkerheder (PRISINDEKS.txt) - en raekke pr.
      *> sikkerhedstype, region og indeksdato. Regionen er et
      *> postnummer-interval (0000-9999 = hele landet). Indeksvaerdien
      *> er relativ (f.eks. 100,00 i basisperioden); kun forholdet
      *> mellem to datoers vaerdier bruges. Vedligeholdes som
      *> referencefil ud fra de offentliggjorte ejendoms- og
      *> bilprisindeks og laeses af sikkerhedindeksering.cob.
           05 pi-sik-type          PIC X(10).
           05 pi-postnr-fra        PIC X(4).
           05 pi-postnr-til        PIC X(4).
           05 pi-indeks-dato       PIC X(8).
           05 pi-indeks-vaerdi     PIC 9(5)V99.
