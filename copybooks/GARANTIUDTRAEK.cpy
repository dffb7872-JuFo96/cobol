      *> Fastfelts-layoutet Garantiformuen indlaeser
      *> (GARANTI-UDTRAEK.txt, skrevet af indskydergaranti.cob):
      *> indskyder, kundetype, samlet indlaan, daekket og udaekket
      *> beloeb - alle beloeb i DKK. lcrrapport.cob laeser det
      *> daekkede beloeb herfra. Filen slutter med en TRAILER-post.
           05 gu-kunde-id      PIC X(10).
           05 gu-kunde-type    PIC X(1).
           05 gu-indlaan       PIC 9(11)V99.
           05 gu-daekket       PIC 9(11)V99.
           05 gu-udaekket      PIC 9(11)V99.
