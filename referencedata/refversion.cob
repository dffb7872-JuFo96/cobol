       identification division.
       program-id. REFVERSION.

      *> Gemmer en dateret version af en referencefil, foer den
      *> overskrives: RENTESATS.txt, ALARMREGLER.txt, PRODUKTKATALOG
      *> .txt, TRAEKRET.txt, KONTOPLAN.txt og PARMS.txt styrer penge-
      *> og compliance-beslutninger, og ingen kunne bagefter sige hvad
      *> en sats eller graense var sidste marts. Kalderen - refdata-
      *> vedligehold.cob eller et andet program der skriver en af
      *> filerne - kalder REFVERSION lige foer OPEN OUTPUT. Filen
      *> kopieres som den staar til REFVERSION-<fil>-<dato>-<tid>-
      *> <nr>.txt, og en linje (REFVERSION.cpy) tilfoejes
      *> versionsindekset REFDATA-VERSIONER.txt. En fil der ikke
      *> findes endnu gemmes som en tom version - tilstanden foer den
      *> allerfoerste linje. Versionsfilens navn returneres til
      *> kalderen.

       environment division.
       input-output section.
       file-control.
           select ref-file assign to dynamic ref-file-name
               organization is line sequential
               file status is ref-status.

           select version-file assign to dynamic version-file-name
               organization is line sequential
               file status is version-status.

           select indeks-file assign to dynamic indeks-file-name
               organization is line sequential
               file status is indeks-status.

       data division.
           file section.
           FD ref-file.
           01 ref-record.
               02 ref-line         PIC X(130).

           FD version-file.
           01 version-record.
               02 version-line     PIC X(130).

           FD indeks-file.
           01 indeks-record.
               COPY "REFVERSION.cpy".

       working-storage section.
           01 ref-file-name       PIC X(100).
           01 ref-status          PIC XX value "00".
           01 version-file-name   PIC X(100).
           01 version-status      PIC XX value "00".
           01 indeks-file-name    PIC X(100)
               value "REFDATA-VERSIONER.txt".
           01 indeks-status       PIC XX value "00".
           01 end-of-ref          PIC X value "N".
           01 linje-antal         PIC 9(5) value 0.
           01 tidspunkt           PIC X(14).
      *> Flere versioner af samme fil i samme sekund (flere
      *> godkendte aendringer i een koersel) holdes adskilt af et
      *> loebenummer, der bevares mellem kald.
           01 kald-nr             PIC 9(3) value 0.

       linkage section.
           01 ln-ref-fil          PIC X(14).
           01 ln-fil-navn         PIC X(100).
           01 ln-dato             PIC X(8).
           01 ln-program          PIC X(20).
           01 ln-aendring-id      PIC X(10).
           01 ln-oprettet-af      PIC X(10).
           01 ln-godkendt-af      PIC X(10).
           01 ln-version-fil      PIC X(60).

       procedure division using ln-ref-fil ln-fil-navn ln-dato
           ln-program ln-aendring-id ln-oprettet-af ln-godkendt-af
           ln-version-fil.
       main-program.
           accept indeks-file-name
               from environment "REFVERSIONFIL_NAVN"
               on exception
                   move "REFDATA-VERSIONER.txt" to indeks-file-name
           end-accept
           move function current-date(1:14) to tidspunkt
           add 1 to kald-nr

           move spaces to version-file-name
           string
               "REFVERSION-" function trim(ln-ref-fil) "-"
               ln-dato "-" tidspunkt(9:6) "-" kald-nr ".txt"
               delimited by size
               into version-file-name
           end-string

           perform kopier-fil
           perform skriv-indeks

           move version-file-name to ln-version-fil
           goback.

           kopier-fil.
               move 0 to linje-antal
               move ln-fil-navn to ref-file-name
               open output version-file
               open input ref-file
               if ref-status = "00" or ref-status = "05"
                   move "N" to end-of-ref
                   perform until end-of-ref = "Y"
                       read ref-file into ref-record
                   at end
                       move "Y" to end-of-ref
                   not at end
                       move ref-line to version-line
                       write version-record
                       add 1 to linje-antal
                   end-read
                   end-perform
                   close ref-file
               end-if
               close version-file
           exit.

           skriv-indeks.
               open extend indeks-file
               if indeks-status = "35"
                   open output indeks-file
               end-if
               move ln-ref-fil to rv-ref-fil
               move ln-dato to rv-gyldig-til
               move tidspunkt to rv-tidspunkt
               move version-file-name to rv-version-fil
               move linje-antal to rv-antal
               move ln-program to rv-program
               move ln-aendring-id to rv-aendring-id
               move ln-oprettet-af to rv-oprettet-af
               move ln-godkendt-af to rv-godkendt-af
               write indeks-record
               close indeks-file
           exit.
