      *> De versionsstyrede referencefiler: navn (som i ra-ref-fil/
      *> rv-ref-fil), standardfilnavn og den miljoevariabel de
      *> laesende programmer allerede tager filnavnet fra. Kopieres
      *> ind under et 01-niveau og redefineres som en tabel med 6
      *> forekomster (navn X(14), fil X(30), miljoevariabel X(24)).
           05 filler PIC X(14) value "RENTESATS".
           05 filler PIC X(30) value "RENTESATS.txt".
           05 filler PIC X(24) value "RENTESATSFIL_NAVN".
           05 filler PIC X(14) value "ALARMREGLER".
           05 filler PIC X(30) value "ALARMREGLER.txt".
           05 filler PIC X(24) value "ALARMREGLERFIL_NAVN".
           05 filler PIC X(14) value "PRODUKTKATALOG".
           05 filler PIC X(30) value "PRODUKTKATALOG.txt".
           05 filler PIC X(24) value "PRODUKTKATALOGFIL_NAVN".
           05 filler PIC X(14) value "TRAEKRET".
           05 filler PIC X(30) value "TRAEKRET.txt".
           05 filler PIC X(24) value "TRAEKRETFIL_NAVN".
           05 filler PIC X(14) value "KONTOPLAN".
           05 filler PIC X(30) value "KONTOPLAN.txt".
           05 filler PIC X(24) value "KONTOPLANFIL_NAVN".
           05 filler PIC X(14) value "PARMS".
           05 filler PIC X(30) value "PARMS.txt".
           05 filler PIC X(24) value "PARMSFIL_NAVN".
