       identification division.
       program-id. KUNDEALERT.

      *> Kundevalgte saldo- og posteringsalerts: den eneste udgaaende
      *> besked hidtil var papirbrevet om store bevaegelser, mens
      *> kunderne beder om at faa at vide naar saldoen falder under
      *> et beloeb de selv vaelger, naar loennen lander, eller naar
      *> en postering over X rammer kontoen. Koeres efter hver
      *> posteringscyklus: laeser de TRANSOPL.txt-posteringer der er
      *> kommet til siden sidste koersel (KUNDEALERT-POSITION.txt
      *> holder antallet af allerede gennemgaaede linjer - TRANSOPL
      *> kun tilfoejes, saa en anden cyklus samme dag faar netop
      *> sine egne posteringer), holder hver postering og saldoen
      *> efter den op mod de aktive abonnementer i ALERTABON.txt
      *> (se ALERTABON.cpy) og skriver en linje pr. alert til
      *> notifikationskoeen ALERT-KOE.txt (se ALERTKOE.cpy) til
      *> SMS-/e-mail-gatewayen. Er positionsfilen der ikke, tages
      *> kun koerselsdagens posteringer, saa en foerste koersel ikke
      *> sender hele historikken.
      *>
      *> Et abonnement hvis kunde har adresse-status "U", er afdoed,
      *> ikke findes, eller mangler et brugbart telefonnummer (SMS)
      *> eller en e-mailadresse (e-mail), springes over og
      *> rapporteres i KUNDEALERT.txt - RC=4.

       environment division.
       input-output section.
       file-control.
           select abon-file assign to dynamic abon-file-name
               organization is line sequential
               file status is abon-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is kontofil-status.

           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential
               file status is kundefil-status.

           select history-file assign to dynamic history-file-name
               organization is line sequential
               file status is history-status.

           select position-file assign to "KUNDEALERT-POSITION.txt"
               organization is line sequential
               file status is position-status.

           select koe-file assign to dynamic koe-file-name
               organization is line sequential
               file status is koe-status.

           select rapport-file assign to "KUNDEALERT.txt"
               organization is line sequential.

       data division.
           file section.
           FD abon-file.
           01 abon-record.
               COPY "ALERTABON.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD kunde-file.
           01 kunde-header-record.
               COPY "KUNDEOPL-HDR.cpy".
           01 kunde-info.
               COPY "kundeopl.cpy".

           FD history-file.
           01 history-record.
               COPY "TRANSOPL.cpy".

           FD position-file.
           01 position-record.
               02 pos-linjer        PIC 9(9).
               02 pos-dato          PIC X(8).

           FD koe-file.
           01 koe-record.
               COPY "ALERTKOE.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(100).

       working-storage section.
           01 abon-file-name   PIC X(100) value "ALERTABON.txt".
           01 abon-status      PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 kontofil-status  PIC XX value "00".
           01 kunde-file-name  PIC X(100) value "kundeoplysninger.txt".
           01 kundefil-status  PIC XX value "00".
           01 history-file-name PIC X(100) value "TRANSOPL.txt".
           01 history-status   PIC XX value "00".
           01 position-status  PIC XX value "00".
           01 koe-file-name    PIC X(100) value "ALERT-KOE.txt".
           01 koe-status       PIC XX value "00".
           01 end-of-fil       PIC X value "N".

           01 koersel-dato     PIC X(8).

      *> TRANSOPL-positionen: linjer gennemgaaet ved sidste koersel.
           01 position-fundet  PIC X value "N".
           01 gammel-position  PIC 9(9) value 0.
           01 linje-nr         PIC 9(9) value 0.
           01 linje-total      PIC 9(9) value 0.

      *> De aktive abonnementer og deres modtageradresse.
           01 abon-count       PIC 9(4) value 0.
           01 abon-max         PIC 9(4) value 1000.
           01 abon-table.
               02 abon-entry occurs 1000 times.
                   03 at-kunde-id      PIC X(10).
                   03 at-konto-id      PIC X(10).
                   03 at-type          PIC X(4).
                   03 at-graense       PIC 9(9)V99.
                   03 at-kanal         PIC X(1).
                   03 at-tekst         PIC X(20).
                   03 at-modtager      PIC X(50).
                   03 at-tilstand      PIC X(1).
                       88 at-ukendt-kunde  VALUE " ".
                       88 at-gyldig        VALUE "G".
                       88 at-udeladt       VALUE "U".
           01 at-index         PIC 9(4).

      *> Overvaagede konti: account-id -> abonnement.
           01 watch-count      PIC 9(4) value 0.
           01 watch-max        PIC 9(4) value 3000.
           01 watch-table.
               02 watch-entry occurs 3000 times.
                   03 wt-konto-id      PIC X(10).
                   03 wt-abon          PIC 9(4).
           01 wt-index         PIC 9(4).

           01 post-konto-id    PIC X(10).
           01 udeladt-aarsag   PIC X(30).
           01 snabel-antal     PIC 9(2).
           01 tekst-antal      PIC 9(2).
           01 soege-tekst      PIC X(20).
           01 soege-laengde    PIC 9(2).
           01 alert-udloest    PIC X value "N".
           01 forrige-saldo    PIC S9(8)V99.
           01 abs-beloeb       PIC 9(8)V99.
           01 vist-beloeb      PIC -(7)9.99.
           01 vist-saldo       PIC -(7)9.99.
           01 vist-graense     PIC Z(8)9.99.

           01 gennemgaaet-antal PIC 9(7) value 0.
           01 alert-antal      PIC 9(7) value 0.
           01 undertrykt-antal PIC 9(7) value 0.
           01 udeladt-antal    PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "KUNDEALERT".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept abon-file-name
               from environment "ALERTABONFIL_NAVN"
               on exception
                   move "ALERTABON.txt" to abon-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept history-file-name
               from environment "TRANSOPLFIL_NAVN"
               on exception
                   move "TRANSOPL.txt" to history-file-name
           end-accept
           accept koe-file-name from environment "ALERTKOEFIL_NAVN"
               on exception
                   move "ALERT-KOE.txt" to koe-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if

           open output rapport-file
           move spaces to rapport-line
           string
               "*---- Kundealerts pr. " koersel-dato " ----*"
               into rapport-line
           end-string
           write rapport-record

           perform load-abonnementer
           perform load-position
           if abon-count > 0
               perform load-kontakt
               perform load-konti
           end-if
           perform gennemgaa-posteringer
           perform gem-position

           move spaces to rapport-line
           string
               "I alt: " gennemgaaet-antal " posteringer, "
               alert-antal " alerts i koe, " undertrykt-antal
               " undertrykt, " udeladt-antal " abonnementer udeladt"
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           display "KUNDEALERT: " alert-antal " alerts, "
               udeladt-antal " abonnementer udeladt"
           if udeladt-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> Kun aktive abonnementer indlaeses; en manglende fil betyder
      *> ingen abonnenter.
           load-abonnementer.
               open input abon-file
               if abon-status not = "00"
                   and abon-status not = "05"
                   display "KUNDEALERT: "
                       function trim(abon-file-name)
                       " findes ikke - ingen abonnementer"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read abon-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if ab-aktiv and ab-type-kendt
                       and ab-graense is numeric
                       if abon-count < abon-max
                           add 1 to abon-count
                           move ab-kunde-id to at-kunde-id(abon-count)
                           move ab-konto-id to at-konto-id(abon-count)
                           move ab-type to at-type(abon-count)
                           move ab-graense to at-graense(abon-count)
                           move ab-kanal to at-kanal(abon-count)
                           move ab-tekst to at-tekst(abon-count)
                           move spaces to at-modtager(abon-count)
                           move space to at-tilstand(abon-count)
                       else
                           display "KUNDEALERT: abonnementstabel"
                               " fuld - " ab-noegle " ikke indlaest"
                       end-if
                   end-if
               end-read
               end-perform
               close abon-file
           exit.

           load-position.
               open input position-file
               if position-status not = "00"
                   and position-status not = "05"
                   exit paragraph
               end-if
               read position-file
               at end
                   continue
               not at end
                   if pos-linjer is numeric
                       move pos-linjer to gammel-position
                       move "Y" to position-fundet
                   end-if
               end-read
               close position-file
           exit.

      *> Kundens kontaktdata afgoer om abonnementet kan bruges.
           load-kontakt.
               open input kunde-file
               if kundefil-status not = "00"
                   and kundefil-status not = "05"
                   display "KUNDEALERT: "
                       function trim(kunde-file-name)
                       " findes ikke"
               else
                   move "N" to end-of-fil
                   read kunde-file into kunde-header-record
                   at end
                       move "Y" to end-of-fil
                   not at end
                       if kuhdr-marker not = "KHDR"
                           perform match-kunde
                       end-if
                   end-read
                   perform until end-of-fil = "Y"
                       read kunde-file into kunde-info
                   at end
                       move "Y" to end-of-fil
                   not at end
                       perform match-kunde
                   end-read
                   end-perform
                   close kunde-file
               end-if

               perform varying at-index from 1 by 1
                   until at-index > abon-count
                   if at-ukendt-kunde(at-index)
                       move "kunde findes ikke" to udeladt-aarsag
                       perform udelad-abonnement
                   end-if
               end-perform
           exit.

           match-kunde.
               perform varying at-index from 1 by 1
                   until at-index > abon-count
                   if at-kunde-id(at-index) = customer-id in kunde-info
                       perform vurder-kontakt
                   end-if
               end-perform
           exit.

           vurder-kontakt.
               move spaces to udeladt-aarsag
               evaluate true
                   when adresse-ugyldig in kunde-info
                       move "adresse-status U" to udeladt-aarsag
                   when kunde-afdoed in kunde-info
                       move "kunden er afdoed" to udeladt-aarsag
                   when at-kanal(at-index) = "S"
                       if telefon in kunde-info is numeric
                           move telefon in kunde-info
                               to at-modtager(at-index)
                       else
                           move "ugyldigt telefonnummer"
                               to udeladt-aarsag
                       end-if
                   when at-kanal(at-index) = "E"
                       move 0 to snabel-antal
                       inspect email in kunde-info
                           tallying snabel-antal for all "@"
                       if snabel-antal = 1
                           and email in kunde-info(1:1) not = "@"
                           move email in kunde-info
                               to at-modtager(at-index)
                       else
                           move "ugyldig e-mailadresse"
                               to udeladt-aarsag
                       end-if
                   when other
                       move "ukendt kanal" to udeladt-aarsag
               end-evaluate
               if udeladt-aarsag = spaces
                   set at-gyldig(at-index) to true
               else
                   perform udelad-abonnement
               end-if
           exit.

           udelad-abonnement.
               set at-udeladt(at-index) to true
               add 1 to udeladt-antal
               move spaces to rapport-line
               string
                   "UDELADT  kunde " at-kunde-id(at-index)
                   " konto " at-konto-id(at-index)
                   " " at-type(at-index)
                   " - " function trim(udeladt-aarsag)
                   into rapport-line
               end-string
               write rapport-record
           exit.

      *> Hver konto kobles til de abonnementer der daekker den:
      *> kontoens eget abonnement eller kundens alle-konti-
      *> abonnement. Udeladte abonnementer overvaages ogsaa, saa
      *> rapporten kan vise hvor mange alerts de gik glip af.
           load-konti.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if kontofil-status not = "00"
                   and kontofil-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               read konto-file into konto-header-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if kohdr-marker not = "KHDR"
                       perform match-konto
                   end-if
               end-read
               perform until end-of-fil = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-fil
               not at end
                   perform match-konto
               end-read
               end-perform
               close konto-file
           exit.

           match-konto.
               perform varying at-index from 1 by 1
                   until at-index > abon-count
                   if not at-ukendt-kunde(at-index)
                       and at-kunde-id(at-index)
                           = customer-id in konto-info
                       and (at-konto-id(at-index) = spaces
                           or at-konto-id(at-index)
                               = account-id in konto-info)
                       if watch-count < watch-max
                           add 1 to watch-count
                           move account-id in konto-info
                               to wt-konto-id(watch-count)
                           move at-index to wt-abon(watch-count)
                       else
                           display "KUNDEALERT: overvaagningstabel"
                               " fuld - " account-id in konto-info
                               " ikke overvaaget"
                       end-if
                   end-if
               end-perform
           exit.

      *> Er TRANSOPL blevet kortere end positionen (arkiveret og
      *> startet forfra), gennemgaas den fra starten, men kun
      *> koerselsdagens posteringer.
           gennemgaa-posteringer.
               open input history-file
               if history-status not = "00"
                   and history-status not = "05"
                   display "KUNDEALERT: "
                       function trim(history-file-name)
                       " findes ikke - ingen posteringer"
                   move gammel-position to linje-total
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read history-file
               at end
                   move "Y" to end-of-fil
               not at end
                   add 1 to linje-total
               end-read
               end-perform
               close history-file
               if linje-total < gammel-position
                   move "N" to position-fundet
                   move 0 to gammel-position
               end-if

               open input history-file
               move 0 to linje-nr
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read history-file
               at end
                   move "Y" to end-of-fil
               not at end
                   add 1 to linje-nr
                   if linje-nr > gammel-position
                       if position-fundet = "Y"
                           or trans-date = koersel-dato
                           add 1 to gennemgaaet-antal
                           perform vurder-postering
                       end-if
                   end-if
               end-read
               end-perform
               close history-file
           exit.

           vurder-postering.
               move account-id in history-record to post-konto-id
               perform varying wt-index from 1 by 1
                   until wt-index > watch-count
                   if wt-konto-id(wt-index) = post-konto-id
                       move wt-abon(wt-index) to at-index
                       perform vurder-abonnement
                   end-if
               end-perform
           exit.

      *> SALD udloeses kun naar saldoen krydser graensen nedad, saa
      *> en konto der allerede staar under ikke faar en besked ved
      *> hver postering.
           vurder-abonnement.
               move "N" to alert-udloest
               compute forrige-saldo = running-balance - trans-amount
               if trans-amount < 0
                   compute abs-beloeb = 0 - trans-amount
               else
                   move trans-amount to abs-beloeb
               end-if
               evaluate at-type(at-index)
                   when "SALD"
                       if running-balance < at-graense(at-index)
                           and forrige-saldo >= at-graense(at-index)
                           move "Y" to alert-udloest
                       end-if
                   when "LOEN"
                       if trans-amount > 0
                           and trans-amount >= at-graense(at-index)
                           perform tjek-loentekst
                       end-if
                   when "POST"
                       if abs-beloeb > at-graense(at-index)
                           move "Y" to alert-udloest
                       end-if
               end-evaluate
               if alert-udloest = "Y"
                   if at-udeladt(at-index)
                       add 1 to undertrykt-antal
                   else
                       perform skriv-alert
                   end-if
               end-if
           exit.

           tjek-loentekst.
               if trans-type = "LOEN"
                   move "Y" to alert-udloest
                   exit paragraph
               end-if
               if at-tekst(at-index) = spaces
                   move "LOEN" to soege-tekst
               else
                   move at-tekst(at-index) to soege-tekst
               end-if
               move 0 to soege-laengde
               inspect function reverse(soege-tekst)
                   tallying soege-laengde for leading space
               compute soege-laengde = 20 - soege-laengde
               move 0 to tekst-antal
               inspect function upper-case(trans-tekst)
                   tallying tekst-antal
                   for all function upper-case(
                       soege-tekst(1:soege-laengde))
               if tekst-antal > 0
                   move "Y" to alert-udloest
               end-if
           exit.

           skriv-alert.
               if alert-antal = 0
                   open extend koe-file
                   if koe-status = "35"
                       open output koe-file
                   end-if
               end-if
               move trans-amount to vist-beloeb
               move running-balance to vist-saldo
               move at-graense(at-index) to vist-graense
               move spaces to koe-record
               move at-kanal(at-index) to ak-kanal
               move at-modtager(at-index) to ak-modtager
               move at-kunde-id(at-index) to ak-kunde-id
               move post-konto-id to ak-konto-id
               move at-type(at-index) to ak-type
               move trans-date to ak-dato
               if trans-cyklus = spaces
                   move "01" to ak-cyklus
               else
                   move trans-cyklus to ak-cyklus
               end-if
               move trans-amount to ak-beloeb
               move running-balance to ak-saldo
               evaluate at-type(at-index)
                   when "SALD"
                       string
                           "Saldoen paa konto "
                           function trim(post-konto-id) " er "
                           function trim(vist-saldo)
                           " - under din graense "
                           function trim(vist-graense)
                           into ak-besked
                       end-string
                   when "LOEN"
                       string
                           "Loen indsat paa konto "
                           function trim(post-konto-id) ": "
                           function trim(vist-beloeb) ". Saldo "
                           function trim(vist-saldo)
                           into ak-besked
                       end-string
                   when other
                       string
                           "Postering paa konto "
                           function trim(post-konto-id) ": "
                           function trim(vist-beloeb) " "
                           function trim(trans-tekst) ". Saldo "
                           function trim(vist-saldo)
                           into ak-besked
                       end-string
               end-evaluate
               write koe-record
               add 1 to alert-antal
           exit.

           gem-position.
               if alert-antal > 0
                   close koe-file
               end-if
               open output position-file
               move linje-total to pos-linjer
               move koersel-dato to pos-dato
               write position-record
               close position-file
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
                   display "KUNDEALERT: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
