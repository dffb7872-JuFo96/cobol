      *> Versionsindekset for referencefilerne (REFDATA-
      *> VERSIONER.txt) - en linje pr. gemt version. Hver gang et
      *> program overskriver en af de versionsstyrede referencefiler,
      *> kopieres filen som den stod foerst til en dateret
      *> versionsfil (se referencedata/refversion.cob), og linjen her
      *> fortaeller hvilken fil, hvornaar tilstanden blev afloest,
      *> af hvilket program og hvilken aendring, og hvem der oprettede
      *> og godkendte aendringen. Filen skrives kun i forlaengelse,
      *> saa linjerne staar i kronologisk orden: tilstanden paa en
      *> dato D er den foerste version med gyldig-til efter D, eller
      *> den nuvaerende fil, hvis ingen version er afloest efter D.
           05 rv-ref-fil          PIC X(14).
      *> Koerselsdatoen hvor tilstanden blev afloest.
           05 rv-gyldig-til       PIC X(8).
           05 rv-tidspunkt        PIC X(14).
           05 rv-version-fil      PIC X(60).
           05 rv-antal            PIC 9(5).
           05 rv-program          PIC X(20).
      *> Blank naar aendringen ikke kom gennem aendringsregisteret
      *> (f.eks. traekretvedligehold.cob eller traekretrevision.cob).
           05 rv-aendring-id      PIC X(10).
           05 rv-oprettet-af      PIC X(10).
           05 rv-godkendt-af      PIC X(10).
