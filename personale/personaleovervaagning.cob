       identification division.
       program-id. PERSONALEOVERVAAGNING.

      *> Daglig overvaagning af medarbejderes egenhandel: krydser
      *> operatoerfelterne mod personaleregisteret PERSONALE.txt
      *> (se PERSONALE.cpy) og finder hver gang en medarbejder har
      *> roert sin egen ("E") eller en erklaeret naertstaaendes
      *> ("N") kunde:
      *>   - AUDIT-LOG.txt: dagens linjer stemplet OP=<operatoer>
      *>     (se AUDITLOG) - objektet er kunde- eller konto-id;
      *>   - TRANS-POST.txt: manuelle posteringer med trans-
      *>     operatoer, baade kontoen og en modkonto hos os;
      *>   - KUNDE-TRANS.txt: kundevedligehold med trans-operatoer;
      *>   - TRAEKRET.txt: bevillinger/revisioner med
      *>     tr-sagsbehandler (en graense hevet paa egen konto);
      *>   - RENTEAFTALE.txt: aftaler godkendt af ra-godkendt-af.
      *> Hvert fund bliver en sag i ALERT-SAGER.txt (kunde-id,
      *> regel PERSONALE-EGEN eller PERSONALE-NAERT, fundets dato)
      *> til compliance, med samme undertrykkelse af afviste sager
      *> som kontoovertagelse.cob - AUDIT-LOG og posteringerne ses
      *> for KOERSEL_DATO, traekret og renteaftaler paa tvaers af
      *> datoer (en sag pr. bevillings-/aftaledato). Detaljen
      *> skrives til PERSONALE-OVERVAAGNING.txt. RC=4 ved fund.

       environment division.
       input-output section.
       file-control.
           select personale-file assign to dynamic personale-file-name
               organization is line sequential
               file status is personale-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is kontofil-status.

           select audit-file assign to dynamic audit-file-name
               organization is line sequential
               file status is audit-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-status.

           select kunde-trans-file
               assign to dynamic kunde-trans-file-name
               organization is line sequential
               file status is kunde-trans-status.

           select traekret-file assign to dynamic traekret-file-name
               organization is line sequential
               file status is traekret-status.

           select aftale-file assign to dynamic aftale-file-name
               organization is line sequential
               file status is aftale-status.

           select sag-file assign to dynamic sag-file-name
               organization is line sequential
               file status is sag-fil-status.

           select rapport-file
               assign to "PERSONALE-OVERVAAGNING.txt"
               organization is line sequential.

       data division.
           file section.
           FD personale-file.
           01 personale-record.
               COPY "PERSONALE.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD audit-file.
           01 audit-record.
               02 audit-line        PIC X(130).

      *> Samme layout som kontopostering.cob's trans-record.
           FD trans-file.
           01 trans-record.
               02 trans-account-id   PIC X(10).
               02 trans-date         PIC X(8).
               02 trans-amount       PIC S9(7)V99.
               02 trans-type         PIC X(4).
               02 trans-modkonto     PIC X(10).
               02 trans-tekst        PIC X(30).
               02 trans-modtager-reg PIC X(4).
               02 trans-operatoer    PIC X(10).
           01 trans-trailer-record.
               02 trl-marker         PIC X(10).

      *> Samme layout som kundevedligehold.cob's trans-record.
           FD kunde-trans-file.
           01 kunde-trans-record.
               02 kt-action          PIC X(1).
               02 kt-kunde.
                   COPY "kundeopl.cpy".
               02 kt-operatoer       PIC X(10).

           FD traekret-file.
           01 traekret-record.
               COPY "TRAEKRET.cpy".

           FD aftale-file.
           01 aftale-record.
               COPY "RENTEAFTALE.cpy".

           FD sag-file.
           01 sag-record.
               COPY "ALERTSAG.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(132).

       working-storage section.
           01 personale-file-name PIC X(100) value "PERSONALE.txt".
           01 personale-status  PIC XX value "00".
           01 konto-file-name   PIC X(100) value "KontoOpl.txt".
           01 kontofil-status   PIC XX value "00".
           01 audit-file-name   PIC X(100) value "AUDIT-LOG.txt".
           01 audit-status      PIC XX value "00".
           01 trans-file-name   PIC X(100) value "TRANS-POST.txt".
           01 trans-status      PIC XX value "00".
           01 kunde-trans-file-name PIC X(100)
               value "KUNDE-TRANS.txt".
           01 kunde-trans-status PIC XX value "00".
           01 traekret-file-name PIC X(100) value "TRAEKRET.txt".
           01 traekret-status   PIC XX value "00".
           01 aftale-file-name  PIC X(100) value "RENTEAFTALE.txt".
           01 aftale-status     PIC XX value "00".
           01 koersel-dato      PIC X(8).
           01 end-of-fil        PIC X value "N".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".

      *> Personaleregisteret som tabel.
           01 personale-count   PIC 9(4) value 0.
           01 personale-max     PIC 9(4) value 2000.
           01 personale-table.
               02 personale-entry occurs 2000 times.
                   03 pt-operatoer  PIC X(10).
                   03 pt-kunde-id   PIC X(10).
                   03 pt-relation   PIC X(1).
                   03 pt-fra        PIC X(8).
                   03 pt-til        PIC X(8).
           01 pt-index          PIC 9(4).
           01 pt-match          PIC 9(4).

           01 konto-count       PIC 9(5) value 0.
           01 konto-max         PIC 9(5) value 5000.
           01 konto-table.
               02 konto-entry occurs 5000 times.
                   03 ko-konto-id  PIC X(10).
                   03 ko-kunde-id  PIC X(10).
           01 ko-index          PIC 9(5).
           01 ko-fundet         PIC 9(5).

      *> Sagsregisteret ALERT-SAGER.txt (se ALERTSAG.cpy) - samme
      *> tjek-sag/opret-sag som kontoovertagelse.cob.
           01 sag-file-name     PIC X(100) value "ALERT-SAGER.txt".
           01 sag-fil-status    PIC XX value "00".
           01 sag-count         PIC 9(4) value 0.
           01 sag-max           PIC 9(4) value 2000.
           01 sag-table.
               02 sag-entry occurs 2000 times.
                   03 sg-objekt-id PIC X(10).
                   03 sg-regel     PIC X(20).
                   03 sg-dato      PIC X(8).
                   03 sg-status    PIC X(1).
           01 sg-index          PIC 9(4).
           01 sag-opslag-objekt PIC X(10).
           01 sag-opslag-regel  PIC X(20).
           01 sag-opslag-dato   PIC X(8).
           01 sag-kendt         PIC X value "N".
           01 sag-afvist        PIC X value "N".

      *> Det aktuelle fund: operatoer, objekt (kunde- eller
      *> konto-id), dato og kilde.
           01 fund-operatoer    PIC X(10).
           01 fund-objekt       PIC X(10).
           01 fund-kunde-id     PIC X(10).
           01 fund-dato         PIC X(8).
           01 fund-kilde        PIC X(12).
           01 fund-tekst        PIC X(30).

      *> AUDIT-LOG-linjens felter.
           01 al-dato           PIC X(8).
           01 al-program        PIC X(20).
           01 al-objekt         PIC X(10).
           01 al-action         PIC X(10).
           01 al-foer-op        PIC X(130).
           01 al-efter-op       PIC X(130).
           01 op-antal          PIC 9(3).

           01 fund-antal        PIC 9(5) value 0.
           01 ny-sag-antal      PIC 9(5) value 0.
           01 undertrykt-antal  PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "PERSONALEOVERVAAG".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept personale-file-name
               from environment "PERSONALEFIL_NAVN"
               on exception
                   move "PERSONALE.txt" to personale-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept audit-file-name from environment "AUDITLOGFIL_NAVN"
               on exception
                   move "AUDIT-LOG.txt" to audit-file-name
           end-accept
           accept trans-file-name from environment "TRANSPOSTFIL_NAVN"
               on exception
                   move "TRANS-POST.txt" to trans-file-name
           end-accept
           accept kunde-trans-file-name
               from environment "KUNDETRANS_NAVN"
               on exception
                   move "KUNDE-TRANS.txt" to kunde-trans-file-name
           end-accept
           accept traekret-file-name
               from environment "TRAEKRETFIL_NAVN"
               on exception
                   move "TRAEKRET.txt" to traekret-file-name
           end-accept
           accept aftale-file-name
               from environment "RENTEAFTALEFIL_NAVN"
               on exception
                   move "RENTEAFTALE.txt" to aftale-file-name
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

           perform load-personale
           if personale-count = 0
               display "PERSONALEOVERVAAGNING: personaleregisteret "
                   function trim(personale-file-name)
                   " er tomt - intet at krydse"
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
               "*---- Medarbejderes egne/naertstaaendes kunder roert"
               " - " koersel-dato " ----*"
               delimited by size
               into rapport-line
           end-string
           write rapport-record

           perform scan-auditlog
           perform scan-posteringer
           perform scan-kundevedligehold
           perform scan-traekret
           perform scan-renteaftaler

           close rapport-file
           close sag-file

           display "PERSONALEOVERVAAGNING: " fund-antal " fund, "
               ny-sag-antal " nye sager, "
               undertrykt-antal " undertrykt (afvist sag)"
           if fund-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

           load-personale.
               open input personale-file
               if personale-status not = "00"
                   and personale-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-fil = "Y"
                   read personale-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if personale-count >= personale-max
                       display "PERSONALEOVERVAAGNING: personale"
                           "tabel fuld - " pe-noegle " ikke medtaget"
                   else
                       add 1 to personale-count
                       move pe-operatoer-id
                           to pt-operatoer(personale-count)
                       move pe-kunde-id to pt-kunde-id(personale-count)
                       move pe-relation to pt-relation(personale-count)
                       move pe-fra-dato to pt-fra(personale-count)
                       if pe-til-dato is numeric
                           move pe-til-dato to pt-til(personale-count)
                       else
                           move "99999999" to pt-til(personale-count)
                       end-if
                   end-if
               end-read
               end-perform
               close personale-file
           exit.

           load-konti.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if kontofil-status not = "00"
                   and kontofil-status not = "05"
                   exit paragraph
               end-if
               perform verificer-konto-header
               move "N" to end-of-fil
               if konto-header-missing = "Y"
                   perform registrer-konto
               end-if
               perform until end-of-fil = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-fil
               not at end
                   perform registrer-konto
               end-read
               end-perform
               close konto-file
           exit.

      *> Laeser den foerste post i konto-file som en header (se
      *> KONTOOPL-HDR.cpy) - samme verificering som de oevrige
      *> konto-laesende programmer.
           verificer-konto-header.
               move "Y" to layout-version-ok
               move "N" to konto-header-missing
               read konto-file into konto-header-record
               at end
                   move "N" to layout-version-ok
                   display "PERSONALEOVERVAAGNING: "
                       function trim(konto-file-name)
                       " er tom - ingen header fundet"
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
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           registrer-konto.
               if konto-count >= konto-max
                   display "PERSONALEOVERVAAGNING: kontotabel fuld - "
                       account-id in konto-info " ikke medtaget"
                   exit paragraph
               end-if
               add 1 to konto-count
               move account-id in konto-info to ko-konto-id(konto-count)
               move customer-id in konto-info
                   to ko-kunde-id(konto-count)
           exit.

      *> Indlaeser sagsregisteret - manglende fil betyder bare at
      *> der ingen sager er endnu.
           load-sagsregister.
               open input sag-file
               if sag-fil-status not = "00"
                   and sag-fil-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read sag-file into sag-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if sag-count < sag-max
                       add 1 to sag-count
                       move as-objekt-id to sg-objekt-id(sag-count)
                       move as-regel to sg-regel(sag-count)
                       move as-dato to sg-dato(sag-count)
                       move as-status to sg-status(sag-count)
                   end-if
               end-read
               end-perform
               close sag-file
           exit.

      *> Dagens AUDIT-LOG-linjer med et OP=-stempel: dato,
      *> program, objekt og action er de fire foerste ord.
           scan-auditlog.
               open input audit-file
               if audit-status not = "00" and audit-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read audit-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if audit-line(1:8) = koersel-dato
                       perform vurder-auditlinje
                   end-if
               end-read
               end-perform
               close audit-file
           exit.

           vurder-auditlinje.
               move 0 to op-antal
               inspect audit-line tallying op-antal for all " OP="
               if op-antal = 0
                   exit paragraph
               end-if
               move spaces to al-foer-op al-efter-op
               unstring audit-line delimited by " OP="
                   into al-foer-op al-efter-op
               end-unstring
               move spaces to fund-operatoer
               unstring al-efter-op delimited by space
                   into fund-operatoer
               end-unstring
               move spaces to al-dato al-program al-objekt al-action
               unstring al-foer-op delimited by all space
                   into al-dato al-program al-objekt al-action
               end-unstring
               move al-objekt to fund-objekt
               move koersel-dato to fund-dato
               move "AUDIT-LOG" to fund-kilde
               move spaces to fund-tekst
               string
                   function trim(al-program) " "
                   function trim(al-action)
                   delimited by size
                   into fund-tekst
               end-string
               perform vurder-fund
           exit.

      *> Manuelle posteringer (trans-operatoer udfyldt) - baade
      *> kontoen og en modkonto hos os taeller.
           scan-posteringer.
               open input trans-file
               if trans-status not = "00" and trans-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read trans-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if trl-marker not = "TRAILER"
                       and trans-operatoer not = spaces
                       perform vurder-postering
                   end-if
               end-read
               end-perform
               close trans-file
           exit.

           vurder-postering.
               move trans-operatoer to fund-operatoer
               move trans-date to fund-dato
               move "POSTERING" to fund-kilde
               move spaces to fund-tekst
               string
                   "type [" trans-type "] "
                   function trim(trans-tekst)
                   delimited by size
                   into fund-tekst
               end-string
               move trans-account-id to fund-objekt
               perform vurder-fund
               if trans-modkonto not = spaces
                   move trans-modkonto to fund-objekt
                   move "MODKONTO" to fund-kilde
                   perform vurder-fund
               end-if
           exit.

           scan-kundevedligehold.
               open input kunde-trans-file
               if kunde-trans-status not = "00"
                   and kunde-trans-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read kunde-trans-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if kt-operatoer not = spaces
                       move kt-operatoer to fund-operatoer
                       move customer-id in kt-kunde to fund-objekt
                       move koersel-dato to fund-dato
                       move "KUNDEVEDL" to fund-kilde
                       move spaces to fund-tekst
                       string
                           "transaktion " kt-action
                           delimited by size
                           into fund-tekst
                       end-string
                       perform vurder-fund
                   end-if
               end-read
               end-perform
               close kunde-trans-file
           exit.

      *> Traekretter - bevillingsdatoen, eller revisionsdatoen naar
      *> bevillingen senest er revideret.
           scan-traekret.
               open input traekret-file
               if traekret-status not = "00"
                   and traekret-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read traekret-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if tr-sagsbehandler not = spaces
                       move tr-sagsbehandler to fund-operatoer
                       move tr-konto-id to fund-objekt
                       move tr-bevilget-dato to fund-dato
                       if tr-revision-dato is numeric
                           and tr-revision-dato > tr-bevilget-dato
                           move tr-revision-dato to fund-dato
                       end-if
                       move "TRAEKRET" to fund-kilde
                       move "traekret bevilget/revideret"
                           to fund-tekst
                       perform vurder-fund
                   end-if
               end-read
               end-perform
               close traekret-file
           exit.

           scan-renteaftaler.
               open input aftale-file
               if aftale-status not = "00"
                   and aftale-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read aftale-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if ra-godkendt-af not = spaces
                       move ra-godkendt-af to fund-operatoer
                       move ra-konto-id to fund-objekt
                       move ra-gyldig-fra to fund-dato
                       move "RENTEAFTALE" to fund-kilde
                       move spaces to fund-tekst
                       string
                           "renteaftale art " ra-rente-art
                           delimited by size
                           into fund-tekst
                       end-string
                       perform vurder-fund
                   end-if
               end-read
               end-perform
               close aftale-file
           exit.

      *> Objektet er et kunde-id, eller et konto-id der slaas op
      *> til sin kunde. Rammer operatoerens egen eller en
      *> naertstaaendes kunde (tilknytningen gyldig paa datoen),
      *> er det et fund.
           vurder-fund.
               move fund-objekt to fund-kunde-id
               move 0 to ko-fundet
               perform varying ko-index from 1 by 1
                   until ko-index > konto-count or ko-fundet > 0
                   if ko-konto-id(ko-index) = fund-objekt
                       move ko-index to ko-fundet
                   end-if
               end-perform
               if ko-fundet > 0
                   move ko-kunde-id(ko-fundet) to fund-kunde-id
               end-if

               move 0 to pt-match
               perform varying pt-index from 1 by 1
                   until pt-index > personale-count or pt-match > 0
                   if pt-operatoer(pt-index) = fund-operatoer
                       and pt-kunde-id(pt-index) = fund-kunde-id
                       and pt-fra(pt-index) <= fund-dato
                       and pt-til(pt-index) >= fund-dato
                       move pt-index to pt-match
                   end-if
               end-perform
               if pt-match = 0
                   exit paragraph
               end-if

               move fund-kunde-id to sag-opslag-objekt
               if pt-relation(pt-match) = "E"
                   move "PERSONALE-EGEN" to sag-opslag-regel
               else
                   move "PERSONALE-NAERT" to sag-opslag-regel
               end-if
               move fund-dato to sag-opslag-dato
               perform tjek-sag
               if sag-afvist = "Y"
                   add 1 to undertrykt-antal
                   exit paragraph
               end-if
               if sag-kendt = "N"
                   perform opret-sag
                   add 1 to ny-sag-antal
               end-if
               add 1 to fund-antal
               move spaces to rapport-line
               string
                   fund-dato " " fund-operatoer " "
                   sag-opslag-regel " kunde " fund-kunde-id
                   " via " fund-kilde " " fund-objekt " "
                   function trim(fund-tekst)
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

      *> Et nyt fund uden sag faar sin sag skrevet med status "N"
      *> og operatoeren i noten - og huskes i tabellen, saa flere
      *> fund paa samme kunde samme dag ikke opretter flere sager.
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
               string
                   "OP=" function trim(fund-operatoer) " "
                   function trim(fund-kilde)
                   delimited by size
                   into as-note
               end-string
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
                   display "PERSONALEOVERVAAGNING: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
