      *> Vaerdipapirkurser (VPKURS.txt) - seneste kurs pr. ISIN, i
      *> papirets noteringsvaluta. Holdes ajour dagligt af
      *> depotkursimport.cob fra kursleverandoerens fil (samme
      *> layout, VPKURS-IND.txt) og laeses af depotvaerdi.cob og
      *> depotgebyr.cob.
           05 vk-isin              PIC X(12).
           05 vk-valuta-id         PIC X(3).
           05 vk-kurs              PIC 9(7)V9(4).
           05 vk-kurs-dato         PIC X(8).
