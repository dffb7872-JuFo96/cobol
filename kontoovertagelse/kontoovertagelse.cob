       identification division.
       program-id. KONTOOVERTAGELSE.

      *> Detektion af kontoovertagelse: det klassiske moenster er at
      *> kundens kontaktoplysninger (telefon, email, adresse)
      *> aendres, og at der inden for faa dage gaar penge ud af
      *> kontoen - et stort kontanthaev, en "OVF "-overfoersel, en
      *> udgaaende betaling. transaktionsalarm.cob ser kun paa
      *> beloeb og antal og fanger det ikke.
      *>
      *> Programmet opsamler foerst nattens kontaktaendringer fra
      *> opgave6's CHANGE-LOG.txt ("  FELT telefon/email/adresse-
      *> felter"-linjerne under en CHANGED-kunde, dateret med
      *> koerslens header) i historikken KONTAKT-AENDRINGER.txt -
      *> CHANGE-LOG.txt genskabes hver nat, saa historikken er det
      *> der husker aendringerne over vinduet. Derefter scannes
      *> TRANSOPL.txt for udgaaende posteringer (negativt beloeb,
      *> trans-type blank, "OVF ", "UDGB" eller "KATM") paa mindst
      *> OVERTAG_BELOEB (uaendret 10000) paa kundens konti fra
      *> aendringsdagen og OVERTAG_VINDUE_DAGE (uaendret 5) dage
      *> frem. Et fund skrives som sag i ALERT-SAGER.txt (konto,
      *> regel "KONTOOVERTAGELSE", posteringsdato) med samme
      *> undertrykkelse af afviste sager som transaktionsalarm.cob,
      *> og detaljen til KONTOOVERTAGELSE.txt. RC=4 ved fund.

       environment division.
       input-output section.
       file-control.
           select change-log-file
               assign to dynamic change-log-file-name
               organization is line sequential
               file status is change-log-status.

           select aendring-file assign to dynamic aendring-file-name
               organization is line sequential
               file status is aendring-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select history-file assign to dynamic history-file-name
               organization is line sequential
               file status is history-status.

           select sag-file assign to dynamic sag-file-name
               organization is line sequential
               file status is sag-fil-status.

           select rapport-file assign to "KONTOOVERTAGELSE.txt"
               organization is line sequential.

       data division.
           file section.
           FD change-log-file.
           01 change-log-record.
               02 change-log-line   PIC X(100).

      *> Kontaktaendringshistorikken - en linje pr. kunde, dato og
      *> aendret felt.
           FD aendring-file.
           01 aendring-record.
               02 ka-kunde-id      PIC X(10).
               02 ka-dato          PIC X(8).
               02 ka-felt          PIC X(15).

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD history-file.
           01 history-record.
               COPY "TRANSOPL.cpy".

           FD sag-file.
           01 sag-record.
               COPY "ALERTSAG.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(100).

       working-storage section.
           01 end-of-log       PIC X value "N".
           01 end-of-aendring  PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 end-of-historik  PIC X value "N".
           01 end-of-sag       PIC X value "N".
           01 change-log-file-name PIC X(100) value "CHANGE-LOG.txt".
           01 change-log-status PIC XX value "00".
           01 aendring-file-name PIC X(100)
               value "KONTAKT-AENDRINGER.txt".
           01 aendring-status  PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 history-file-name PIC X(100) value "TRANSOPL.txt".
           01 history-status   PIC XX value "00".
           01 konto-header-missing PIC X value "N".
           01 layout-version-ok PIC X value "Y".

           01 koersel-dato     PIC X(8).
           01 koersel-numerisk PIC 9(8).
           01 parm-tekst       PIC X(10).
           01 vindue-dage      PIC 9(3) value 5.
           01 min-beloeb       PIC 9(7)V99 value 10000.00.
           01 fra-dato         PIC 9(8).
           01 fra-tekst        PIC X(8).
           01 slut-numerisk    PIC 9(8).
           01 aendring-numerisk PIC 9(8).

      *> CHANGE-LOG-parsningen.
           01 log-dato         PIC X(8).
           01 log-kunde-id     PIC X(10).
           01 linje-ord-1      PIC X(10).
           01 linje-ord-2      PIC X(20).
           01 felt-ord         PIC X(20).
           01 felt-rest        PIC X(80).
           01 dato-rest        PIC X(100).
           01 dato-foer        PIC X(100).
           01 kontakt-felt     PIC X value "N".
           01 log-linje        PIC X(100).
           01 antal-foer       PIC 9(5).

      *> Kontaktaendringer inden for vinduet (og nattens nye).
           01 aendring-count   PIC 9(5) value 0.
           01 aendring-max     PIC 9(5) value 2000.
           01 aendring-table.
               02 aendring-entry occurs 2000 times.
                   03 at-kunde-id  PIC X(10).
                   03 at-dato      PIC X(8).
                   03 at-slut      PIC X(8).
                   03 at-felt      PIC X(15).
           01 at-index         PIC 9(5).
           01 at-fundet        PIC X value "N".
           01 ny-aendring-antal PIC 9(5) value 0.

      *> Konti ejet af kunder med en kontaktaendring.
           01 konto-count      PIC 9(5) value 0.
           01 konto-max        PIC 9(5) value 5000.
           01 konto-table.
               02 konto-entry occurs 5000 times.
                   03 ko-konto-id  PIC X(10).
                   03 ko-kunde-id  PIC X(10).
           01 ko-index         PIC 9(5).
           01 ko-fundet        PIC 9(5).

      *> Sagsregisteret ALERT-SAGER.txt (se ALERTSAG.cpy) - samme
      *> tjek-sag/opret-sag som transaktionsalarm.cob.
           01 sag-file-name    PIC X(100) value "ALERT-SAGER.txt".
           01 sag-fil-status   PIC XX value "00".
           01 sag-count        PIC 9(4) value 0.
           01 sag-max          PIC 9(4) value 2000.
           01 sag-table.
               02 sag-entry occurs 2000 times.
                   03 sg-objekt-id PIC X(10).
                   03 sg-regel     PIC X(20).
                   03 sg-dato      PIC X(8).
                   03 sg-status    PIC X(1).
           01 sg-index         PIC 9(4).
           01 sag-opslag-objekt PIC X(10).
           01 sag-opslag-regel  PIC X(20) value "KONTOOVERTAGELSE".
           01 sag-opslag-dato   PIC X(8).
           01 sag-kendt         PIC X value "N".
           01 sag-afvist        PIC X value "N".

           01 udgaaende        PIC X value "N".
           01 hit-fundet       PIC X value "N".
           01 vis-beloeb       PIC -Z(6)9.99.
           01 fund-antal       PIC 9(5) value 0.
           01 undertrykt-antal PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "KONTOOVERTAGELSE".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept change-log-file-name
               from environment "CHANGELOGFIL_NAVN"
               on exception
                   move "CHANGE-LOG.txt" to change-log-file-name
           end-accept
           accept aendring-file-name
               from environment "KONTAKTAENDRINGFIL_NAVN"
               on exception
                   move "KONTAKT-AENDRINGER.txt" to aendring-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept history-file-name from environment "TRANSOPLFIL_NAVN"
               on exception
                   move "TRANSOPL.txt" to history-file-name
           end-accept
           accept sag-file-name from environment "ALERTSAGFIL_NAVN"
               on exception
                   move "ALERT-SAGER.txt" to sag-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           move koersel-dato to koersel-numerisk
           move spaces to parm-tekst
           accept parm-tekst from environment "OVERTAG_VINDUE_DAGE"
               on exception
                   move spaces to parm-tekst
           end-accept
           if parm-tekst not = spaces
               compute vindue-dage = function numval(parm-tekst)
           end-if
           move spaces to parm-tekst
           accept parm-tekst from environment "OVERTAG_BELOEB"
               on exception
                   move spaces to parm-tekst
           end-accept
           if parm-tekst not = spaces
               compute min-beloeb = function numval(parm-tekst)
           end-if

      *> Aendringer aeldre end vinduet kan ikke laengere give fund.
           compute fra-dato =
               function date-of-integer(
                   function integer-of-date(koersel-numerisk)
                   - vindue-dage)
           move fra-dato to fra-tekst

           perform load-aendringer
           perform opsaml-change-log
           if aendring-count = 0
               display "KONTOOVERTAGELSE: ingen kontaktaendringer"
                   " inden for " vindue-dage " dage"
               move 0 to return-code
               stop run
           end-if

           perform load-konti
           perform load-sagsregister

           open extend sag-file
           if sag-fil-status = "35"
               open output sag-file
           end-if
           open output rapport-file
           move spaces to rapport-line
           string
               "*---- Kontaktaendring + udgaaende penge pr. "
               koersel-dato " ----*"
               delimited by size
               into rapport-line
           end-string
           write rapport-record

           perform scan-posteringer

           close rapport-file
           close sag-file

           display "KONTOOVERTAGELSE: " ny-aendring-antal
               " nye kontaktaendringer, " fund-antal " fund, "
               undertrykt-antal " undertrykt (afvist sag)"

           if fund-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

      *> Historikken inden for vinduet; manglende fil er foerste
      *> koersel.
           load-aendringer.
               open input aendring-file
               if aendring-status not = "00"
                   and aendring-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-aendring = "Y"
                   read aendring-file into aendring-record
               at end
                   move "Y" to end-of-aendring
               not at end
                   if ka-dato >= fra-tekst
                       perform tilfoej-aendring
                   end-if
               end-read
               end-perform
               close aendring-file
           exit.

           tilfoej-aendring.
               move "N" to at-fundet
               perform varying at-index from 1 by 1
                   until at-index > aendring-count
                   if at-kunde-id(at-index) = ka-kunde-id
                       and at-dato(at-index) = ka-dato
                       and at-felt(at-index) = ka-felt
                       move "Y" to at-fundet
                   end-if
               end-perform
               if at-fundet = "Y"
                   exit paragraph
               end-if
               if aendring-count >= aendring-max
                   display "KONTOOVERTAGELSE: aendringstabel fuld - "
                       ka-kunde-id " ikke medtaget"
                   exit paragraph
               end-if
               add 1 to aendring-count
               move ka-kunde-id to at-kunde-id(aendring-count)
               move ka-dato to at-dato(aendring-count)
               move ka-felt to at-felt(aendring-count)
               move ka-dato to aendring-numerisk
               compute slut-numerisk =
                   function date-of-integer(
                       function integer-of-date(aendring-numerisk)
                       + vindue-dage)
               move slut-numerisk to at-slut(aendring-count)
           exit.

      *> Nattens CHANGE-LOG.txt: run-headeren giver datoen, hver
      *> CHANGED-linje kunden, og de indrykkede FELT-linjer under
      *> den hvilke felter der er aendret. Kun kontaktfelterne
      *> medtages; en aendring der allerede staar i historikken
      *> (samme log laest to gange) tilfoejes ikke igen.
           opsaml-change-log.
               open input change-log-file
               if change-log-status not = "00"
                   and change-log-status not = "05"
                   exit paragraph
               end-if
               open extend aendring-file
               if aendring-status = "35"
                   open output aendring-file
               end-if
               move koersel-dato to log-dato
               move spaces to log-kunde-id
               perform until end-of-log = "Y"
                   read change-log-file
               at end
                   move "Y" to end-of-log
               not at end
                   perform fortolk-log-linje
               end-read
               end-perform
               close aendring-file
               close change-log-file
           exit.

           fortolk-log-linje.
               if change-log-line(1:3) = "==="
                   move spaces to dato-foer dato-rest
                   unstring change-log-line
                       delimited by "dato: "
                       into dato-foer dato-rest
                   end-unstring
                   if dato-rest(1:4) is numeric
                       and dato-rest(6:2) is numeric
                       and dato-rest(9:2) is numeric
                       string dato-rest(1:4) dato-rest(6:2)
                           dato-rest(9:2)
                           delimited by size into log-dato
                       end-string
                   end-if
                   exit paragraph
               end-if
      *> FELT-linjerne er indrykket - ordene tages efter indrykningen.
               move function trim(change-log-line leading)
                   to log-linje
               move spaces to linje-ord-1 linje-ord-2
               unstring log-linje
                   delimited by all space
                   into linje-ord-1 linje-ord-2
               end-unstring
               evaluate linje-ord-1
                   when "CHANGED"
                       move linje-ord-2 to log-kunde-id
                   when "ADDED"
                   when "REMOVED"
                       move spaces to log-kunde-id
                   when "FELT"
                       if log-kunde-id not = spaces
                           and change-log-line(1:1) = space
                           perform tjek-kontaktfelt
                       end-if
               end-evaluate
           exit.

           tjek-kontaktfelt.
               move spaces to felt-ord felt-rest
               unstring linje-ord-2 delimited by ":"
                   into felt-ord
               end-unstring
               evaluate felt-ord
                   when "telefon"
                   when "email"
                   when "street-name"
                   when "house-number"
                   when "etage"
                   when "side"
                   when "bynavn"
                   when "postnr"
                   when "lande-kode"
                       move "Y" to kontakt-felt
                   when other
                       move "N" to kontakt-felt
               end-evaluate
               if kontakt-felt = "N" or log-dato < fra-tekst
                   exit paragraph
               end-if
               move log-kunde-id to ka-kunde-id
               move log-dato to ka-dato
               move felt-ord to ka-felt
               move aendring-count to antal-foer
               perform tilfoej-aendring
               if aendring-count > antal-foer
                   write aendring-record
                   add 1 to ny-aendring-antal
               end-if
           exit.

           load-konti.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "KONTOOVERTAGELSE: "
                       function trim(konto-file-name)
                       " kan ikke aabnes"
                   move 16 to return-code
                   stop run
               end-if
               perform verificer-konto-header
               if end-of-konto = "N"
                   and konto-header-missing = "Y"
                   perform tjek-konto
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform tjek-konto
               end-read
               end-perform
               close konto-file
           exit.

           verificer-konto-header.
               move "Y" to layout-version-ok
               move "N" to konto-header-missing
               read konto-file into konto-header-record
               at end
                   move "Y" to end-of-konto
               not at end
                   if kohdr-marker not = "KHDR"
                       move "Y" to konto-header-missing
                   else
                       if not kohdr-version-kendt
                           or not kohdr-laengde-kendt
                           move "N" to layout-version-ok
                       end-if
                   end-if
               end-read
               if layout-version-ok = "N"
                   display "KONTOOVERTAGELSE: ukendt layout i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           tjek-konto.
               move "N" to at-fundet
               perform varying at-index from 1 by 1
                   until at-index > aendring-count
                   if at-kunde-id(at-index)
                       = customer-id in konto-info
                       move "Y" to at-fundet
                   end-if
               end-perform
               if at-fundet = "N"
                   exit paragraph
               end-if
               if konto-count >= konto-max
                   display "KONTOOVERTAGELSE: kontotabel fuld - "
                       account-id in konto-info " ikke medtaget"
                   exit paragraph
               end-if
               add 1 to konto-count
               move account-id in konto-info
                   to ko-konto-id(konto-count)
               move customer-id in konto-info
                   to ko-kunde-id(konto-count)
           exit.

      *> Indlaeser sagsregisteret - manglende fil betyder bare at
      *> der ingen sager er endnu.
           load-sagsregister.
               open input sag-file
               if sag-fil-status not = "00"
                   and sag-fil-status not = "05"
                   continue
               else
                   perform until end-of-sag = "Y"
                       read sag-file into sag-record
                   at end
                       move "Y" to end-of-sag
                   not at end
                       if sag-count < sag-max
                           add 1 to sag-count
                           move as-objekt-id
                               to sg-objekt-id(sag-count)
                           move as-regel to sg-regel(sag-count)
                           move as-dato to sg-dato(sag-count)
                           move as-status to sg-status(sag-count)
                       end-if
                   end-read
                   end-perform
                   close sag-file
               end-if
               move "N" to end-of-sag
           exit.

           scan-posteringer.
               open input history-file
               if history-status not = "00"
                   and history-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-historik = "Y"
                   read history-file into history-record
               at end
                   move "Y" to end-of-historik
               not at end
                   perform vurder-postering
               end-read
               end-perform
               close history-file
           exit.

           vurder-postering.
               if trans-date in history-record < fra-tekst
                   or trans-amount in history-record >= 0
                   exit paragraph
               end-if
               move "N" to udgaaende
               evaluate trans-type in history-record
                   when spaces
                   when "OVF "
                   when "UDGB"
                   when "KATM"
                       move "Y" to udgaaende
               end-evaluate
               if udgaaende = "N"
                   or function abs(trans-amount in history-record)
                       < min-beloeb
                   exit paragraph
               end-if

               move 0 to ko-fundet
               perform varying ko-index from 1 by 1
                   until ko-index > konto-count or ko-fundet > 0
                   if ko-konto-id(ko-index)
                       = account-id in history-record
                       move ko-index to ko-fundet
                   end-if
               end-perform
               if ko-fundet = 0
                   exit paragraph
               end-if

      *> Posteringen skal ligge fra aendringsdagen til og med
      *> vinduets slutning for en af kundens kontaktaendringer.
               move "N" to hit-fundet
               perform varying at-index from 1 by 1
                   until at-index > aendring-count
                       or hit-fundet = "Y"
                   if at-kunde-id(at-index) = ko-kunde-id(ko-fundet)
                       and trans-date in history-record
                           >= at-dato(at-index)
                       and trans-date in history-record
                           <= at-slut(at-index)
                       move "Y" to hit-fundet
                   end-if
               end-perform
               if hit-fundet = "N"
                   exit paragraph
               end-if
      *> at-index staar een forbi det ramte aendringsindeks.
               subtract 1 from at-index

               move account-id in history-record to sag-opslag-objekt
               move trans-date in history-record to sag-opslag-dato
               perform tjek-sag
               if sag-afvist = "Y"
                   add 1 to undertrykt-antal
                   exit paragraph
               end-if
               if sag-kendt = "N"
                   perform opret-sag
               end-if
               add 1 to fund-antal
               move trans-amount in history-record to vis-beloeb
               move spaces to rapport-line
               string
                   account-id in history-record " kunde "
                   ko-kunde-id(ko-fundet) " "
                   function trim(at-felt(at-index)) " aendret "
                   at-dato(at-index) " - "
                   trans-type in history-record " "
                   trans-date in history-record " " vis-beloeb
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
           exit.

      *> Slaar fundets identitet op i sagstabellen.
           tjek-sag.
               move "N" to sag-kendt
               move "N" to sag-afvist
               perform varying sg-index from 1 by 1
                   until sg-index > sag-count
                   if sg-objekt-id(sg-index) = sag-opslag-objekt
                       and sg-regel(sg-index) = sag-opslag-regel
                       and sg-dato(sg-index) = sag-opslag-dato
                       move "Y" to sag-kendt
                       if sg-status(sg-index) = "A"
                           move "Y" to sag-afvist
                       end-if
                   end-if
               end-perform
           exit.

      *> Et nyt fund uden sag faar sin sag skrevet med status "N" -
      *> og huskes i tabellen, saa flere posteringer paa samme konto
      *> samme dag ikke opretter flere sager.
           opret-sag.
               if sag-count < sag-max
                   add 1 to sag-count
                   move sag-opslag-objekt to sg-objekt-id(sag-count)
                   move sag-opslag-regel to sg-regel(sag-count)
                   move sag-opslag-dato to sg-dato(sag-count)
                   move "N" to sg-status(sag-count)
               end-if
               move sag-opslag-objekt to as-objekt-id
               move sag-opslag-regel to as-regel
               move sag-opslag-dato to as-dato
               move "N" to as-status
               move spaces to as-note
               write sag-record
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
                   display "KONTOOVERTAGELSE: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
