      *> Indberetningsregister for hvidvaskindberetninger
      *> (HVIDVASK-INDBERETNING.txt) - en raekke pr. eskaleret
      *> alertsag der er indberettet til Hvidvasksekretariatet:
      *> sagens noegle fra ALERT-SAGER.txt (objekt-id, regel,
      *> funddato), den kunde sagen blev henfoert til,
      *> indberetningsreferencen, datoen pakken blev dannet og
      *> antal dage fra fund til indberetning - saa det kan
      *> dokumenteres at hver eskalering blev indberettet inden for
      *> fristen. Skrives af hvidvaskindberetning.cob.
           05 hv-objekt-id         PIC X(10).
           05 hv-regel             PIC X(20).
           05 hv-fund-dato         PIC X(8).
           05 hv-kunde-id          PIC X(10).
      *> "HV" + aarstal + loebenummer, f.eks. HV2026000017.
           05 hv-reference         PIC X(12).
           05 hv-indberettet-dato  PIC X(8).
           05 hv-dage              PIC 9(4).
