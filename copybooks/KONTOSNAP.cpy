      *> Nattens berigede kontosnapshot (KONTOSNAP.dat, indekseret
      *> paa ks-account-id) - bygget een gang pr. nat af
      *> kontosnapshot/kontosnapshot.cob efter sidste posterings-
      *> cyklus, saa rapporterne ikke hver for sig skal laese
      *> KontoOpl.txt igen og genopbygge de samme opslag. ks-konto
      *> er kontoposten praecis som den staar i KontoOpl.txt (se
      *> KONTOOPL.cpy) - en laeser flytter den til sin egen
      *> konto-info og bruger felterne derfra som hidtil. Resten er
      *> opslagene: ejeren fra kundeoplysninger.txt, medejerne fra
      *> MEDEJERE.txt, traekretten fra TRAEKRET.txt, valutakontrol
      *> og DKK-kurs fra VALUTAKONTROL/VALUTAKURS og produktgruppen
      *> fra PRODUKTKATALOG.txt. Snapshottet maa kun laeses naar
      *> kontosnapkontrol.cob har godkendt det (se KONTOSNAPOK og
      *> KONTOSNAPKTRL.cpy).
           05 ks-konto.
               10 ks-account-id        PIC X(10).
               10 filler               PIC X(42).
      *> Kontoens primaere ejer. ks-kunde-fundet "N" betyder at
      *> customer-id ikke findes i kundeoplysninger.txt - typen og
      *> cvr staar da blanke.
           05 ks-kunde-fundet      PIC X(1).
           05 ks-kunde-type        PIC X(1).
           05 ks-cvr-number        PIC X(8).
           05 ks-kunde-status      PIC X(1).
      *> Medejerne fra MEDEJERE.txt (den primaere ejer ikke
      *> medregnet). ks-medejer-overloeb "J" naar kontoen har flere
      *> medejere end der er plads til - bygningen melder det.
           05 ks-medejer-antal     PIC 9(2).
           05 ks-medejer-kunde-id  PIC X(10) occurs 10 times.
           05 ks-medejer-overloeb  PIC X(1).
      *> Bevilget traekret (TRAEKRET.txt) - nul uden bevilling.
           05 ks-traekret-graense  PIC 9(7)V99.
      *> ks-valuta-ok er VALUTAKONTROL's svar paa valuta-id; ks-
      *> kurs-ok "Y" naar VALUTAKURS kender valutaen, og ks-balance-
      *> dkk er da BALANCE * kurs afrundet - ellers nul.
           05 ks-valuta-ok         PIC X(1).
           05 ks-kurs-ok           PIC X(1).
           05 ks-dkk-kurs          PIC 9(3)V9999.
           05 ks-balance-dkk       PIC S9(11)V99
                                   sign leading separate.
      *> Produktgruppen for account-type - "UKENDT" naar typen ikke
      *> staar i produktkataloget.
           05 ks-produkt-gruppe    PIC X(10).
