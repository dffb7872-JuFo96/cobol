      *> Klageregister (KLAGE.txt) - en raekke pr. kundeklage. Klagen
      *> bindes til kunden og, hvor den handler om en bestemt konto
      *> eller postering, til kontoen og TRANSOPL-posteringen
      *> (konto + posteringsdato + posteringstekst). Vedligeholdes af
      *> klagevedligehold.cob gennem godkendelsesmarkoer-flowet;
      *> klageudbetaling.cob udbetaler en tilkendt kompensation som
      *> en "KOMP"-linje i TRANS-POST.txt, klagefrist.cob lister
      *> aabne klager ved eller over svarfristen, og
      *> klagestatistik.cob laver kvartalets kategoristatistik pr.
      *> filial. Noeglen er klage-id.
           05 kl-klage-id          PIC X(10).
           05 kl-kunde-id          PIC X(10).
      *> Valgfri henvisning til konto og postering.
           05 kl-konto-id          PIC X(10).
           05 kl-trans-dato        PIC X(8).
           05 kl-trans-tekst       PIC X(30).
           05 kl-kategori          PIC X(4).
               88 kl-kategori-kendt values "GEBY" "RENT" "BETA" "KORT"
                                           "LAAN" "RAAD" "SERV" "DATA"
                                           "ANDN".
           05 kl-modtaget-dato     PIC X(8).
      *> Kanalen klagen kom ind ad (FILIAL, BREV, NETBANK, TELEFON,
      *> EMAIL ...) og den medarbejder der behandler den.
           05 kl-kanal             PIC X(10).
           05 kl-behandler         PIC X(10).
      *> Blank = modtaget, "B" = under behandling, "M" = afsluttet
      *> med medhold, "D" = delvist medhold, "A" = afvist.
           05 kl-status            PIC X(1).
               88 kl-modtaget      value space.
               88 kl-under-behandling value "B".
               88 kl-medhold       value "M".
               88 kl-delvist-medhold value "D".
               88 kl-afvist        value "A".
               88 kl-aaben         values space "B".
               88 kl-afsluttet     values "M" "D" "A".
           05 kl-afsluttet-dato    PIC X(8).
           05 kl-afgoerelse        PIC X(40).
      *> Tilkendt kompensation - kun ved (delvist) medhold.
           05 kl-kompensation      PIC 9(7)V99.
      *> Sat af klageudbetaling.cob, naar kompensationen er sendt
      *> til posteringen - blank saa laenge den ikke er udbetalt.
           05 kl-udbetalt          PIC X(1).
               88 kl-kompensation-udbetalt value "U".
           05 kl-udbetalt-dato     PIC X(8).
