      *> Depotregister (DEPOT.txt) - en raekke pr. beholdning, dvs.
      *> pr. vaerdipapir (ISIN) i et kundedepot. Alle raekker i samme
      *> depot har samme kunde og afregningskonto; afregningskontoen
      *> er den kontantkonto depotgebyret traekkes paa. Vedligeholdes
      *> af depotvedligehold.cob gennem godkendelsesmarkoer-flowet;
      *> kursvaerdien beregnes af depotvaerdi.cob ud fra kursfilen
      *> VPKURS.txt (se VPKURS.cpy), og depotgebyr.cob opkraever
      *> kvartalets gebyr som "DGEB"-linjer i TRANS-POST.txt.
      *> Noeglen er depot-id + ISIN.
           05 dp-noegle.
               10 dp-depot-id      PIC X(10).
               10 dp-isin          PIC X(12).
           05 dp-kunde-id          PIC X(10).
           05 dp-afregningskonto   PIC X(10).
      *> Antal stk./andele - fire decimaler til investeringsbeviser.
           05 dp-antal             PIC 9(9)V9(4).
      *> Gennemsnitlig anskaffelseskurs pr. stk. i papirets valuta.
           05 dp-kostkurs          PIC 9(7)V9(4).
           05 dp-valuta-id         PIC X(3).
           05 dp-oprettet-dato     PIC X(8).
      *> Sat af depotgebyr.cob: sidste dag gebyret er opkraevet til
      *> og med - blank saa laenge intet er opkraevet.
           05 dp-gebyr-til-dato    PIC X(8).
