      *> Nedskrivningshistorik (IFRS 9) - en raekke pr. eksponering
      *> pr. periodeultimo, skrevet af ifrs9nedskrivning.cob til
      *> NEDSKRIVNING-HIST.txt. Naeste maaneds koersel laeser den
      *> forrige periodes raekker for at finde bevaegelsen i
      *> hensaettelsen, som er det der bogfoeres i GL-JOURNAL.txt.
           05 nh-slutdato          PIC X(8).
           05 nh-konto-id          PIC X(10).
      *> Stadie 1 (ingen vaesentlig stigning i kreditrisiko), 2
      *> (vaesentlig stigning) eller 3 (kreditforringet).
           05 nh-stadie            PIC 9(1).
           05 nh-dage-over         PIC 9(5).
           05 nh-eksponering       PIC 9(9)V99.
           05 nh-sikkerhed         PIC 9(9)V99.
           05 nh-ecl               PIC 9(9)V99.
