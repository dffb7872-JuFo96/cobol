      *> aktiv/blank) via samme byg-indekseret-kopi / skriv-tilbage
      *> som kontopostering.cob, saa filens header og raekkefoelge
      *> bevares.
      *> En lukning ("L") kraever en aarsagskode i
      *> KONTOSTATUS_AARSAG (se LUKAARSAG.cpy) og noteres med
      *> lukningsdato, filial, produkt, saldo og kundens segment i
      *> LUKNINGSAARSAG.txt til afgangsanalysen (kundeafgang.cob).

       environment division.
       input-output section.
               record key is account-id of konto-idx-record
               file status is konto-idx-status.

           select aarsag-file assign to dynamic aarsag-file-name
               organization is line sequential
               file status is aarsag-status.

           select segment-file assign to "CUSTOMER-SEGMENT.txt"
               organization is line sequential
               file status is segment-status.

       data division.
           file section.
           FD konto-file.
           01 konto-idx-record.
               COPY "KONTOOPL.cpy".

           FD aarsag-file.
           01 aarsag-record.
               COPY "LUKAARSAG.cpy".

           FD segment-file.
           01 segment-record.
               02 segment-line      PIC X(120).

       working-storage section.
           01 end-of-master PIC X value "N".
           01 konto-idx-status PIC XX value "00".
           01 status-konto-id PIC X(10).
           01 status-ny       PIC X(1).

           01 aarsag-file-name PIC X(100) value "LUKNINGSAARSAG.txt".
           01 aarsag-status   PIC XX value "00".
           01 status-aarsag   PIC X(4).
           01 koersel-dato    PIC X(8).
           01 segment-status  PIC XX value "00".
           01 end-of-segment  PIC X value "N".
           01 segment-kunde-id PIC X(10).
           01 segment-navn    PIC X(12).

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "KONTOSTATUS".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
               move 8 to return-code
               stop run
           end-if
           accept status-aarsag from environment "KONTOSTATUS_AARSAG"
               on exception
                   move spaces to status-aarsag
           end-accept
           accept aarsag-file-name
               from environment "LUKNINGSAARSAGFIL_NAVN"
               on exception
                   move "LUKNINGSAARSAG.txt" to aarsag-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           evaluate status-ny
               when "S"
                   continue
               when "L"
                   move status-aarsag to la-aarsag
                   if not la-aarsag-kendt
                       display "KONTOSTATUS: lukning kraever en"
                           " gyldig KONTOSTATUS_AARSAG (BANK, DOED,"
                           " UTIL, PRIS, PROD, FLYT, ANDN) - fik ["
                           status-aarsag "]"
                       move 8 to return-code
                       stop run
                   end-if
               when "A"
                   move space to status-ny
               when other
               display "KONTOSTATUS: " function trim(status-konto-id)
                   " status [" konto-status in konto-idx-record
                   "] -> [" status-ny "]"
               if status-ny = "L"
                   and not konto-lukket in konto-idx-record
                   perform registrer-aarsag
               end-if
               move status-ny to konto-status in konto-idx-record
               rewrite konto-idx-record
           end-read
      *> Bygger det indekserede arbejdseksemplar - samme moenster og
      *> samme header-verificering som kontopostering.cob.
           build-konto-index.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               perform verificer-konto-header
               open output konto-index-file
               end-if
           exit.

      *> Lukningen noteres med kontoens stamdata som de staar nu,
      *> foer kontolukning.cob afregner og flytter saldoen.
           registrer-aarsag.
               perform find-segment
               move spaces to aarsag-record
               set la-kontolukning to true
               move account-id in konto-idx-record to la-objekt-id
               move customer-id in konto-idx-record to la-kunde-id
               move status-aarsag to la-aarsag
               move koersel-dato to la-dato
               move branch-code in konto-idx-record to la-branch-code
               move account-type in konto-idx-record
                   to la-account-type
               move balance in konto-idx-record to la-saldo
               move valuta-id in konto-idx-record to la-valuta-id
               move account-opening-date in konto-idx-record
                   to la-opening-date
               move segment-navn to la-segment
               open extend aarsag-file
               if aarsag-status = "35"
                   open output aarsag-file
               end-if
               write aarsag-record
               close aarsag-file
               display "KONTOSTATUS: lukningsaarsag " status-aarsag
                   " noteret i " function trim(aarsag-file-name)
           exit.

      *> Kundens segment fra kundesegmentering.cob's udtraek - en
      *> kunde der ikke staar der (fx uden marketing-samtykke)
      *> noteres som UKENDT.
           find-segment.
               move "UKENDT" to segment-navn
               open input segment-file
               if segment-status not = "00"
                   and segment-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-segment = "Y"
                   read segment-file
               at end
                   move "Y" to end-of-segment
               not at end
                   move spaces to segment-kunde-id
                   unstring segment-line delimited by all space
                       into segment-kunde-id
                   end-unstring
                   if segment-kunde-id
                       = customer-id in konto-idx-record
                       unstring segment-line delimited by all space
                           into segment-kunde-id segment-navn
                       end-unstring
                       move "Y" to end-of-segment
                   end-if
               end-read
               end-perform
               close segment-file
           exit.

           rewrite-konto-file.
               open input konto-index-file
               open output konto-file
               end-perform
               close konto-index-file
               close konto-file
               move konto-file-name to segl-fil-navn
               perform forsegl-fil
           exit.

      *> Seglet paa en fil fra et andet trin efterregnes foer filen
      *> laeses (se filsegl/filsegl.cob) - et brudt segl stopper
      *> koerslen.
           verificer-segl.
               move "V" to segl-funktion
               call "FILSEGL" using segl-funktion segl-fil-navn
                   segl-program segl-resultat
               end-call
               if segl-resultat = "N"
                   display "KONTOSTATUS: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Filen forsegles til det naeste trin, naar den er skrevet.
           forsegl-fil.
               move "S" to segl-funktion
               call "FILSEGL" using segl-funktion segl-fil-navn
                   segl-program segl-resultat
               end-call
           exit.
