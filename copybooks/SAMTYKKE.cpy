      *> programmer (kundeetiketter, velkomstpakke,
      *> kundesegmentering) udelader kunder uden et gyldigt
      *> MARKETING-samtykke, mens driftsnoedvendig post (udtog,
      *> varsling) er uberoert. Typen CAMT053 er erhvervskundens
      *> tilmelding til kontoudtoget i camt.053-format
      *> (camt053eksport.cob).
           05 st-kunde-id        PIC X(10).
           05 st-samtykke-type   PIC X(10).
           05 st-status          PIC X(1).
