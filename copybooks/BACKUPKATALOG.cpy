      *> Kataloget over dagsbackup-saet (BACKUPKATALOG.txt) - een
      *> linje pr. taget saet, skrevet i forlaengelse af dagsbackup/
      *> dagsbackup.cob naar saettets manifest er lukket. Saettet
      *> kendes paa forretningsdato og loebenummer (flere saet samme
      *> dato - f.eks. en genkoersel - faar 01, 02, ...), og
      *> backupgendan.cob slaar op her for at finde manifestet.
           05 bk-dato              PIC X(8).
           05 bk-saet-nr           PIC 9(2).
           05 bk-koersel-id        PIC X(30).
           05 bk-tidspunkt         PIC X(14).
           05 bk-generation        PIC 9(6).
           05 bk-antal-filer       PIC 9(3).
           05 bk-manifest          PIC X(60).
