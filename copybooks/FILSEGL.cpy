      *> Filsegl (<fil>.SEGL) - skrives af det trin der producerer en
      *> fil der gaar videre til et andet trin (KontoOpl.txt,
      *> TRANS-POST.txt, GL-JOURNAL.txt, kunde-extract.txt), og
      *> efterregnes af hvert trin der laeser den (se filsegl/
      *> filsegl.cob). Antal er filens linjer; kontroltallet er en
      *> kaedet hash-total over hver linjes fulde indhold - noegler,
      *> beloeb og alt andet - saa en rettet, afkortet eller byttet
      *> fil ikke laengere stemmer med sit segl. Koersels-id og
      *> program fortaeller hvem der forseglede filen.
           05 sl-marker          PIC X(4).
               88 sl-marker-ok       VALUE "SEGL".
           05 sl-antal           PIC 9(9).
           05 sl-kontroltal      PIC 9(15).
           05 sl-koersel-id      PIC X(30).
           05 sl-program         PIC X(20).
           05 sl-tidspunkt       PIC X(14).
