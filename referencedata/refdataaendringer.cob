       identification division.
       program-id. REFDATAAENDRINGER.

      *> Maanedlig liste over alle aendringer af referencedata for
      *> REFDATA_MAANED (AAAAMM, standard maaneden foer koersels-
      *> datoen, som kundeafgang.cob):
      *>   - hver aendring i aendringsregisteret REFDATA-AENDRINGER
      *>     .txt (se REFAENDRING.cpy) der er oprettet eller besluttet
      *>     i maaneden - med fil, operation, status, hvem der
      *>     oprettede og hvem der godkendte eller afviste den, og
      *>     linjen foer og efter;
      *>   - hver version i REFDATA-VERSIONER.txt (se REFVERSION.cpy)
      *>     fra maaneden, der ikke kom gennem registeret - aendringer
      *>     skrevet af traekretvedligehold.cob, traekretrevision.cob
      *>     eller kontoflyt.cob - med program, opretter og godkender.
      *> Skrives til REFDATA-AENDRINGSLISTE.txt; koeres maanedligt
      *> uden for JOBPLAN.

       environment division.
       input-output section.
       file-control.
           select ra-file assign to dynamic ra-file-name
               organization is line sequential
               file status is ra-status-fil.

           select indeks-file assign to dynamic indeks-file-name
               organization is line sequential
               file status is indeks-status.

           select rapport-file assign to "REFDATA-AENDRINGSLISTE.txt"
               organization is line sequential.

       data division.
           file section.
           FD ra-file.
           01 ra-record.
               COPY "REFAENDRING.cpy".

           FD indeks-file.
           01 indeks-record.
               COPY "REFVERSION.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(150).

       working-storage section.
           01 ra-file-name         PIC X(100)
               value "REFDATA-AENDRINGER.txt".
           01 ra-status-fil        PIC XX value "00".
           01 indeks-file-name     PIC X(100)
               value "REFDATA-VERSIONER.txt".
           01 indeks-status        PIC XX value "00".
           01 end-of-fil           PIC X value "N".

           01 koersel-dato         PIC X(8).
           01 maaned-tekst         PIC X(6).
           01 rapport-maaned.
               02 rm-aar               PIC 9(4).
               02 rm-maaned            PIC 9(2).
           01 maaned-aar           PIC 9(4).
           01 maaned-nr            PIC 9(2).

           01 status-tekst         PIC X(9).
           01 operation-tekst      PIC X(7).
           01 registreret-antal    PIC 9(5) value 0.
           01 godkendt-antal       PIC 9(5) value 0.
           01 afvist-antal         PIC 9(5) value 0.
           01 afventer-antal       PIC 9(5) value 0.
           01 program-antal        PIC 9(5) value 0.

       procedure division.
       main-program.
           accept ra-file-name
               from environment "REFAENDRINGFIL_NAVN"
               on exception
                   move "REFDATA-AENDRINGER.txt" to ra-file-name
           end-accept
           accept indeks-file-name
               from environment "REFVERSIONFIL_NAVN"
               on exception
                   move "REFDATA-VERSIONER.txt" to indeks-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           accept maaned-tekst from environment "REFDATA_MAANED"
               on exception
                   move spaces to maaned-tekst
           end-accept
           perform bestem-maaned

           open output rapport-file
           move spaces to rapport-line
           string
               "*---- Aendringer af referencedata for "
               rapport-maaned " pr. " koersel-dato " ----*"
               into rapport-line
           end-string
           write rapport-record

           move spaces to rapport-line
           write rapport-record
           move "AENDRINGSREGISTERET" to rapport-line
           write rapport-record
           perform laes-register

           move spaces to rapport-line
           write rapport-record
           move "AENDRINGER SKREVET AF ANDRE PROGRAMMER"
               to rapport-line
           write rapport-record
           perform laes-versioner

           move spaces to rapport-line
           write rapport-record
           move spaces to rapport-line
           string
               "I ALT: " registreret-antal " i registeret ("
               godkendt-antal " godkendt, " afvist-antal " afvist, "
               afventer-antal " afventer), " program-antal
               " skrevet af andre programmer"
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           display "REFDATAAENDRINGER: " registreret-antal
               " aendring(er) i registeret og " program-antal
               " fra andre programmer i " rapport-maaned
           move 0 to return-code
           stop run.

           bestem-maaned.
               if maaned-tekst not = spaces
                   and maaned-tekst is numeric
                   move maaned-tekst to rapport-maaned
               else
                   move koersel-dato(1:4) to maaned-aar
                   move koersel-dato(5:2) to maaned-nr
                   if maaned-nr = 1
                       move 12 to maaned-nr
                       subtract 1 from maaned-aar
                   else
                       subtract 1 from maaned-nr
                   end-if
                   move maaned-aar to rm-aar
                   move maaned-nr to rm-maaned
               end-if
           exit.

      *> Et manglende register er en maaned uden aendringer.
           laes-register.
               open input ra-file
               if ra-status-fil not = "00" and ra-status-fil not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read ra-file into ra-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if ra-oprettet-dato(1:6) = rapport-maaned
                       or ra-besluttet-dato(1:6) = rapport-maaned
                       perform skriv-aendring
                   end-if
               end-read
               end-perform
               close ra-file
           exit.

           skriv-aendring.
               add 1 to registreret-antal
               evaluate true
                   when ra-godkendt
                       move "GODKENDT" to status-tekst
                       add 1 to godkendt-antal
                   when ra-afvist
                       move "AFVIST" to status-tekst
                       add 1 to afvist-antal
                   when other
                       move "AFVENTER" to status-tekst
                       add 1 to afventer-antal
               end-evaluate
               evaluate true
                   when ra-ny
                       move "NY" to operation-tekst
                   when ra-erstat
                       move "ERSTAT" to operation-tekst
                   when other
                       move "SLET" to operation-tekst
               end-evaluate
               move spaces to rapport-line
               write rapport-record
               move spaces to rapport-line
               string
                   ra-aendring-id " " ra-ref-fil " " operation-tekst
                   " " status-tekst
                   " oprettet " ra-oprettet-af " " ra-oprettet-dato
                   " besluttet " ra-besluttet-af " "
                   ra-besluttet-dato
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               string
                   "    begrundelse: " ra-begrundelse
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               if ra-gammel-linje not = spaces
                   move spaces to rapport-line
                   string
                       "    foer : " ra-gammel-linje
                       delimited by size
                       into rapport-line
                   end-string
                   write rapport-record
               end-if
               if ra-ny-linje not = spaces
                   move spaces to rapport-line
                   string
                       "    efter: " ra-ny-linje
                       delimited by size
                       into rapport-line
                   end-string
                   write rapport-record
               end-if
               if ra-version-fil not = spaces
                   move spaces to rapport-line
                   string
                       "    forrige version: " ra-version-fil
                       delimited by size
                       into rapport-line
                   end-string
                   write rapport-record
               end-if
           exit.

      *> Versioner med aendrings-id kom gennem registeret og staar
      *> allerede ovenfor.
           laes-versioner.
               open input indeks-file
               if indeks-status not = "00" and indeks-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read indeks-file into indeks-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if rv-gyldig-til(1:6) = rapport-maaned
                       and rv-aendring-id = spaces
                       perform skriv-version
                   end-if
               end-read
               end-perform
               close indeks-file
           exit.

           skriv-version.
               add 1 to program-antal
               move spaces to rapport-line
               string
                   rv-gyldig-til " " rv-ref-fil " " rv-program
                   " oprettet " rv-oprettet-af
                   " godkendt " rv-godkendt-af
                   " forrige version " rv-version-fil
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
           exit.
