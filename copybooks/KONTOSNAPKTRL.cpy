      *> Kontrolposten for nattens kontosnapshot (KONTOSNAP-KONTROL.txt)
      *> - skrevet af kontosnapshot/kontosnapkontrol.cob efter at
      *> snapshottet er stemt af mod KontoOpl.txt, og forseglet med
      *> et filsegl (FILSEGL.cpy). kontosnapshot.cob nulstiller
      *> posten til "UK" (ukontrolleret) foer det bygger, saa et
      *> halvt bygget snapshot aldrig staar med en gammel
      *> godkendelse. kk-segl-antal/kk-segl-kontroltal er
      *> KontoOpl.txt.SEGL's tal da kontrollen koerte - KONTOSNAPOK
      *> sammenligner dem med det nuvaerende segl, saa en KontoOpl.txt
      *> der er skrevet eller gendannet siden, ikke kan rapporteres
      *> fra et snapshot der ikke laengere svarer til den.
           05 kk-status            PIC X(2).
               88 kk-godkendt          VALUE "OK".
               88 kk-afvist            VALUE "FE".
               88 kk-ukontrolleret     VALUE "UK".
           05 kk-dato              PIC X(8).
           05 kk-koersel-id        PIC X(30).
           05 kk-tidspunkt         PIC X(14).
           05 kk-konto-antal       PIC 9(9).
           05 kk-konto-sum         PIC S9(13)V99
                                   sign leading separate.
           05 kk-snap-antal        PIC 9(9).
           05 kk-snap-sum          PIC S9(13)V99
                                   sign leading separate.
           05 kk-afvigelser        PIC 9(9).
           05 kk-segl-antal        PIC 9(9).
           05 kk-segl-kontroltal   PIC 9(15).
