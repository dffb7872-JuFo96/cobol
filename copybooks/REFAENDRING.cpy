      *> Aendringsregisteret for referencefilerne (REFDATA-
      *> AENDRINGER.txt) - en raekke pr. aendring af en linje i
      *> RENTESATS.txt, ALARMREGLER.txt, PRODUKTKATALOG.txt,
      *> TRAEKRET.txt, KONTOPLAN.txt eller PARMS.txt, noeglet paa
      *> aendrings-id. Oprettet af een medarbejder og godkendt eller
      *> afvist af en anden (refdatavedligehold.cob); foerst ved
      *> godkendelsen roeres referencefilen, og versionen af filen
      *> som den stod foer aendringen gemmes (se REFVERSION.cpy).
      *> Registeret beholder alle aendringer - ogsaa de afviste - og
      *> er grundlaget for den maanedlige aendringsliste.
           05 ra-aendring-id      PIC X(10).
      *> Referencefilens navn uden ".txt", f.eks. "RENTESATS".
           05 ra-ref-fil          PIC X(14).
      *> "N" ny linje, "E" gammel linje erstattes af ny linje,
      *> "S" gammel linje slettes.
           05 ra-operation        PIC X(1).
               88 ra-ny               value "N".
               88 ra-erstat           value "E".
               88 ra-slet             value "S".
           05 ra-begrundelse      PIC X(40).
           05 ra-oprettet-af      PIC X(10).
           05 ra-oprettet-dato    PIC X(8).
      *> Blank = afventer godkendelse, "G" = godkendt og anvendt,
      *> "A" = afvist.
           05 ra-status           PIC X(1).
               88 ra-afventer         value space.
               88 ra-godkendt         value "G".
               88 ra-afvist           value "A".
           05 ra-besluttet-af     PIC X(10).
           05 ra-besluttet-dato   PIC X(8).
      *> Den gemte version af filen som den stod foer aendringen.
           05 ra-version-fil      PIC X(60).
      *> Linjen praecis som den staar i filen i dag (E/S), og den
      *> linje der skal staa efter aendringen (N/E).
           05 ra-gammel-linje     PIC X(130).
           05 ra-ny-linje         PIC X(130).
