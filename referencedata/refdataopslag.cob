       identification division.
       program-id. REFDATAOPSLAG.

      *> Genskaber en referencefil som den stod paa en given dato:
      *> REFDATA_FIL er filens navn (RENTESATS, ALARMREGLER,
      *> PRODUKTKATALOG, TRAEKRET, KONTOPLAN eller PARMS) og
      *> REFDATA_DATO datoen (AAAAMMDD, uaendret: koerselsdatoen).
      *> Versionsindekset REFDATA-VERSIONER.txt (se REFVERSION.cpy)
      *> laeses i kronologisk orden; den foerste version af filen der
      *> er afloest EFTER datoen er tilstanden paa datoen. Er ingen
      *> version afloest efter datoen, gaelder den nuvaerende fil.
      *> Resultatet skrives til REFDATA-<fil>-<dato>.txt med samme
      *> layout som referencefilen selv, saa det kan laegges ved
      *> siden af en genberegning. RC=8 ved ukendt fil eller en
      *> versionsfil der mangler.

       environment division.
       input-output section.
       file-control.
           select indeks-file assign to dynamic indeks-file-name
               organization is line sequential
               file status is indeks-status.

           select kilde-file assign to dynamic kilde-file-name
               organization is line sequential
               file status is kilde-status.

           select resultat-file assign to dynamic resultat-file-name
               organization is line sequential.

       data division.
           file section.
           FD indeks-file.
           01 indeks-record.
               COPY "REFVERSION.cpy".

           FD kilde-file.
           01 kilde-record.
               02 kilde-line       PIC X(130).

           FD resultat-file.
           01 resultat-record.
               02 resultat-line    PIC X(130).

       working-storage section.
           01 indeks-file-name    PIC X(100)
               value "REFDATA-VERSIONER.txt".
           01 indeks-status       PIC XX value "00".
           01 kilde-file-name     PIC X(100).
           01 kilde-status        PIC XX value "00".
           01 resultat-file-name  PIC X(100).
           01 end-of-indeks       PIC X value "N".
           01 end-of-kilde        PIC X value "N".

           01 ref-fil             PIC X(14).
           01 opslag-dato         PIC X(8).
           01 version-fundet      PIC X value "N".
           01 fundet-tidspunkt    PIC X(14).
           01 fundet-program      PIC X(20).
           01 linje-antal         PIC 9(5) value 0.

           01 reffil-standard.
               COPY "REFFILER.cpy".
           01 reffil-tabel redefines reffil-standard.
               02 reffil-entry occurs 6 times.
                   03 rfl-navn          PIC X(14).
                   03 rfl-standard-fil  PIC X(30).
                   03 rfl-miljoe        PIC X(24).
           01 rfl-index            PIC 9(1).
           01 rfl-fundet           PIC 9(1) value 0.
           01 miljoe-navn          PIC X(24).

       procedure division.
       main-program.
           accept ref-fil from environment "REFDATA_FIL"
               on exception
                   move spaces to ref-fil
           end-accept
           move function upper-case(ref-fil) to ref-fil
           accept opslag-dato from environment "REFDATA_DATO"
               on exception
                   move spaces to opslag-dato
           end-accept
           if opslag-dato = spaces
               accept opslag-dato from environment "KOERSEL_DATO"
                   on exception
                       move spaces to opslag-dato
               end-accept
           end-if
           if opslag-dato = spaces
               move function current-date(1:8) to opslag-dato
           end-if
           accept indeks-file-name
               from environment "REFVERSIONFIL_NAVN"
               on exception
                   move "REFDATA-VERSIONER.txt" to indeks-file-name
           end-accept

           perform varying rfl-index from 1 by 1 until rfl-index > 6
               if rfl-navn(rfl-index) = ref-fil
                   move rfl-index to rfl-fundet
               end-if
           end-perform
           if rfl-fundet = 0 or opslag-dato not numeric
               display "REFDATAOPSLAG: ukendt referencefil ["
                   function trim(ref-fil) "] eller ugyldig dato ["
                   opslag-dato "]"
               move 8 to return-code
               stop run
           end-if

           perform find-version
           if version-fundet = "N"
               move rfl-miljoe(rfl-fundet) to miljoe-navn
               accept kilde-file-name from environment miljoe-navn
                   on exception
                       move rfl-standard-fil(rfl-fundet)
                           to kilde-file-name
               end-accept
           end-if

           move spaces to resultat-file-name
           string
               "REFDATA-" function trim(ref-fil) "-" opslag-dato
               ".txt"
               delimited by size
               into resultat-file-name
           end-string
           perform kopier-kilde

           if version-fundet = "Y"
               display "REFDATAOPSLAG: " function trim(ref-fil)
                   " pr. " opslag-dato " = version "
                   function trim(kilde-file-name) " (afloest "
                   fundet-tidspunkt " af "
                   function trim(fundet-program) ")"
           else
               display "REFDATAOPSLAG: " function trim(ref-fil)
                   " pr. " opslag-dato " = nuvaerende "
                   function trim(kilde-file-name)
                   " (ingen aendring efter datoen)"
           end-if
           display "REFDATAOPSLAG: " linje-antal " linjer skrevet til "
               function trim(resultat-file-name)
           move 0 to return-code
           stop run.

      *> Den foerste version af filen der er afloest efter datoen.
      *> Et manglende indeks betyder at filen aldrig er aendret
      *> gennem versionsstyringen.
           find-version.
               open input indeks-file
               if indeks-status not = "00" and indeks-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-indeks = "Y"
                   read indeks-file into indeks-record
               at end
                   move "Y" to end-of-indeks
               not at end
                   if rv-ref-fil = ref-fil
                       and rv-gyldig-til > opslag-dato
                       move "Y" to version-fundet
                       move rv-version-fil to kilde-file-name
                       move rv-tidspunkt to fundet-tidspunkt
                       move rv-program to fundet-program
                       move "Y" to end-of-indeks
                   end-if
               end-read
               end-perform
               close indeks-file
           exit.

      *> En manglende nuvaerende fil er en tom fil; en manglende
      *> versionsfil er en fejl - historikken er da ikke komplet.
           kopier-kilde.
               open input kilde-file
               if kilde-status not = "00" and kilde-status not = "05"
                   if version-fundet = "Y"
                       display "REFDATAOPSLAG: versionsfilen "
                           function trim(kilde-file-name)
                           " mangler"
                       move 8 to return-code
                       stop run
                   end-if
                   open output resultat-file
                   close resultat-file
                   exit paragraph
               end-if
               open output resultat-file
               perform until end-of-kilde = "Y"
                   read kilde-file into kilde-record
               at end
                   move "Y" to end-of-kilde
               not at end
                   move kilde-line to resultat-line
                   write resultat-record
                   add 1 to linje-antal
               end-read
               end-perform
               close kilde-file
               close resultat-file
           exit.
