       identification division.
       program-id. HVIDVASKINDBERETNING.

      *> Indberetningspakke til Hvidvasksekretariatet for hver
      *> alertsag der er eskaleret ("E") i ALERT-SAGER.txt gennem
      *> alertdisposition.cob - indtil nu skrev analytikeren den i
      *> haanden med kundedata kopieret fra kunde360 og posteringer
      *> fra transsoegning. Sagens objekt-id er enten et konto-id
      *> (kunden er kontoens ejer i KontoOpl.txt) eller selv et
      *> kunde-id. Pakken HVIDVASK-<reference>.txt indeholder:
      *>   - sagen (regel, funddato, analytikerens note);
      *>   - subjektets identitet og adresser (registreret og
      *>     forsendelsesadresse) fra kundeoplysninger.txt;
      *>   - alle tilknyttede konti - egne fra KontoOpl.txt og
      *>     faelleskonti fra MEDEJERE.txt;
      *>   - TRANSOPL-posteringerne paa de konti inden for
      *>     HVIDVASK_VINDUE_DAGE (uaendret 30) foer og efter
      *>     funddatoen, med de flaggede posteringer (sagens konto
      *>     paa funddatoen) markeret med "*".
      *> Hver indberettet sag faar en reference og en
      *> indberetningsdato i HVIDVASK-INDBERETNING.txt (se
      *> HVIDVASK.cpy), og en sag der allerede staar der dannes
      *> ikke igen. Antal dage fra fund til indberetning gemmes; en
      *> sag over HVIDVASK_FRIST_DAGE (uaendret 30) meldes. Der
      *> skrives bevidst intet i korrespondanceloggen - kunden maa
      *> ikke kunne se at der er indberettet. RC=4 ved sager over
      *> fristen eller sager der ikke kan henfoeres til en kunde.

       environment division.
       input-output section.
       file-control.
           select sag-file assign to dynamic sag-file-name
               organization is line sequential
               file status is sag-status.

           select indb-file assign to dynamic indb-file-name
               organization is line sequential
               file status is indb-status.

           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select medejer-file assign to dynamic medejer-file-name
               organization is line sequential
               file status is medejer-status.

           select historik-file assign to dynamic historik-file-name
               organization is line sequential
               file status is historik-status.

           select pakke-file assign to dynamic pakke-file-name
               organization is line sequential.

       data division.
           file section.
           FD sag-file.
           01 sag-record.
               COPY "ALERTSAG.cpy".

           FD indb-file.
           01 indb-record.
               COPY "HVIDVASK.cpy".

           FD kunde-file.
           01 kunde-header-record.
               COPY "KUNDEOPL-HDR.cpy".
           01 kunde-info.
               COPY "kundeopl.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD medejer-file.
           01 medejer-record.
               02 me-rec-konto-id  PIC X(10).
               02 filler           PIC X(1).
               02 me-rec-kunde-id  PIC X(10).

           FD historik-file.
           01 historik-record.
               COPY "TRANSOPL.cpy".

           FD pakke-file.
           01 pakke-record.
               02 pakke-line       PIC X(100).

       working-storage section.
           01 end-of-sag       PIC X value "N".
           01 end-of-indb      PIC X value "N".
           01 end-of-kunde     PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 end-of-medejer   PIC X value "N".
           01 end-of-hist      PIC X value "N".
           01 sag-file-name    PIC X(100) value "ALERT-SAGER.txt".
           01 sag-status       PIC XX value "00".
           01 indb-file-name   PIC X(100)
               value "HVIDVASK-INDBERETNING.txt".
           01 indb-status      PIC XX value "00".
           01 kunde-file-name  PIC X(100)
               value "kundeoplysninger.txt".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 medejer-file-name PIC X(100) value "MEDEJERE.txt".
           01 medejer-status   PIC XX value "00".
           01 historik-file-name PIC X(100) value "TRANSOPL.txt".
           01 historik-status  PIC XX value "00".
           01 pakke-file-name  PIC X(100).
           01 kunde-header-missing PIC X value "N".
           01 konto-header-missing PIC X value "N".
           01 layout-version-ok PIC X value "Y".

           01 koersel-dato     PIC X(8).
           01 koersel-numerisk PIC 9(8).
           01 parm-tekst       PIC X(4).
           01 vindue-dage      PIC 9(3) value 30.
           01 frist-dage       PIC 9(4) value 30.
           01 fund-numerisk    PIC 9(8).
           01 vindue-fra       PIC 9(8).
           01 vindue-til       PIC 9(8).
           01 vindue-fra-tekst PIC X(8).
           01 vindue-til-tekst PIC X(8).

      *> Allerede indberettede sager.
           01 indb-count       PIC 9(5) value 0.
           01 indb-max         PIC 9(5) value 2000.
           01 indb-table.
               02 indb-entry occurs 2000 times.
                   03 it-objekt-id PIC X(10).
                   03 it-regel     PIC X(20).
                   03 it-dato      PIC X(8).
           01 it-index         PIC 9(5).
           01 it-fundet        PIC X value "N".
           01 naeste-loebenr   PIC 9(6) value 0.
           01 ref-loebenr      PIC 9(6).

      *> Konto -> ejer fra KontoOpl.txt.
           01 konto-count      PIC 9(5) value 0.
           01 konto-max        PIC 9(5) value 5000.
           01 konto-table.
               02 konto-entry occurs 5000 times.
                   03 ko-konto-id  PIC X(10).
                   03 ko-kunde-id  PIC X(10).
                   03 ko-type      PIC X(10).
                   03 ko-balance   PIC S9(7)V99.
                   03 ko-valuta    PIC X(3).
                   03 ko-status    PIC X(1).
           01 ko-index         PIC 9(5).

      *> Faelleskonto-relationer fra MEDEJERE.txt.
           01 medejer-count    PIC 9(5) value 0.
           01 medejer-max      PIC 9(5) value 2000.
           01 medejer-table.
               02 medejer-entry occurs 2000 times.
                   03 mt-konto-id  PIC X(10).
                   03 mt-kunde-id  PIC X(10).
           01 mt-index         PIC 9(5).

      *> Den aktuelle sags tilknyttede konti.
           01 sag-konto-count  PIC 9(3) value 0.
           01 sag-konto-max    PIC 9(3) value 100.
           01 sag-konto-tabel.
               02 sag-konto-id occurs 100 times PIC X(10).
           01 sk-index         PIC 9(3).
           01 sk-fundet        PIC X value "N".
           01 ny-konto-id      PIC X(10).

           01 subjekt-kunde-id PIC X(10).
           01 kunde-fundet     PIC X value "N".
           01 full-name        PIC X(40).
           01 flag-markering   PIC X(1).
           01 vis-beloeb       PIC -Z(6)9.99.
           01 vis-saldo        PIC -Z(6)9.99.
           01 post-antal       PIC 9(5).
           01 dage-til-indb    PIC 9(4).

           01 indberettet-antal PIC 9(5) value 0.
           01 over-frist-antal PIC 9(5) value 0.
           01 uhenfoert-antal  PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "HVIDVASKINDBERETNING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept sag-file-name from environment "ALERTSAGFIL_NAVN"
               on exception
                   move "ALERT-SAGER.txt" to sag-file-name
           end-accept
           accept indb-file-name
               from environment "HVIDVASKINDBFIL_NAVN"
               on exception
                   move "HVIDVASK-INDBERETNING.txt" to indb-file-name
           end-accept
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept medejer-file-name
               from environment "MEDEJERFIL_NAVN"
               on exception
                   move "MEDEJERE.txt" to medejer-file-name
           end-accept
           accept historik-file-name
               from environment "TRANSOPLFIL_NAVN"
               on exception
                   move "TRANSOPL.txt" to historik-file-name
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
           accept parm-tekst from environment "HVIDVASK_VINDUE_DAGE"
               on exception
                   move spaces to parm-tekst
           end-accept
           if parm-tekst not = spaces
               compute vindue-dage = function numval(parm-tekst)
           end-if
           move spaces to parm-tekst
           accept parm-tekst from environment "HVIDVASK_FRIST_DAGE"
               on exception
                   move spaces to parm-tekst
           end-accept
           if parm-tekst not = spaces
               compute frist-dage = function numval(parm-tekst)
           end-if

           perform load-indberetninger
           perform load-konti
           perform load-medejere

           open input sag-file
           if sag-status not = "00" and sag-status not = "05"
               display "HVIDVASKINDBERETNING: "
                   function trim(sag-file-name)
                   " findes ikke - ingen eskalerede sager"
               stop run
           end-if
           open extend indb-file
           if indb-status = "35"
               open output indb-file
           end-if

           perform until end-of-sag = "Y"
               read sag-file into sag-record
           at end
               move "Y" to end-of-sag
           not at end
               if as-eskaleret
                   perform behandl-sag
               end-if
           end-read
           end-perform

           close indb-file
           close sag-file

           display "HVIDVASKINDBERETNING: " indberettet-antal
               " pakker dannet, " over-frist-antal " over frist, "
               uhenfoert-antal " kunne ikke henfoeres"

           if over-frist-antal > 0 or uhenfoert-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

      *> Registerets sager og det hoejeste loebenummer i aar, saa
      *> referencerne fortsaetter fra forrige koersel.
           load-indberetninger.
               open input indb-file
               if indb-status not = "00" and indb-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-indb = "Y"
                   read indb-file into indb-record
               at end
                   move "Y" to end-of-indb
               not at end
                   if indb-count < indb-max
                       add 1 to indb-count
                       move hv-objekt-id to it-objekt-id(indb-count)
                       move hv-regel to it-regel(indb-count)
                       move hv-fund-dato to it-dato(indb-count)
                   else
                       display "HVIDVASKINDBERETNING: register-"
                           "tabel fuld - " hv-reference
                           " ikke indlaest"
                   end-if
                   if hv-reference(3:4) = koersel-dato(1:4)
                       and hv-reference(7:6) is numeric
                       move hv-reference(7:6) to ref-loebenr
                       if ref-loebenr > naeste-loebenr
                           move ref-loebenr to naeste-loebenr
                       end-if
                   end-if
               end-read
               end-perform
               close indb-file
           exit.

           load-konti.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "HVIDVASKINDBERETNING: "
                       function trim(konto-file-name)
                       " kan ikke aabnes"
                   move 16 to return-code
                   stop run
               end-if
               perform verificer-konto-header
               if end-of-konto = "N"
                   and konto-header-missing = "Y"
                   perform tilfoej-konto
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform tilfoej-konto
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
                   display "HVIDVASKINDBERETNING: ukendt layout i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           tilfoej-konto.
               if konto-count >= konto-max
                   display "HVIDVASKINDBERETNING: kontotabel fuld - "
                       account-id in konto-info " ikke indlaest"
                   exit paragraph
               end-if
               add 1 to konto-count
               move account-id in konto-info
                   to ko-konto-id(konto-count)
               move customer-id in konto-info
                   to ko-kunde-id(konto-count)
               move account-type in konto-info
                   to ko-type(konto-count)
               move balance in konto-info to ko-balance(konto-count)
               move valuta-id in konto-info to ko-valuta(konto-count)
               move konto-status in konto-info
                   to ko-status(konto-count)
           exit.

      *> En manglende MEDEJERE.txt betyder blot ingen faelleskonti.
           load-medejere.
               open input medejer-file
               if medejer-status not = "00"
                   and medejer-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-medejer = "Y"
                   read medejer-file
               at end
                   move "Y" to end-of-medejer
               not at end
                   if me-rec-konto-id not = spaces
                       if medejer-count < medejer-max
                           add 1 to medejer-count
                           move me-rec-konto-id
                               to mt-konto-id(medejer-count)
                           move me-rec-kunde-id
                               to mt-kunde-id(medejer-count)
                       else
                           display "HVIDVASKINDBERETNING: medejer-"
                               "tabel fuld - " me-rec-konto-id
                               " ikke indlaest"
                       end-if
                   end-if
               end-read
               end-perform
               close medejer-file
           exit.

           behandl-sag.
               move "N" to it-fundet
               perform varying it-index from 1 by 1
                   until it-index > indb-count
                   if it-objekt-id(it-index) = as-objekt-id
                       and it-regel(it-index) = as-regel
                       and it-dato(it-index) = as-dato
                       move "Y" to it-fundet
                   end-if
               end-perform
               if it-fundet = "Y"
                   exit paragraph
               end-if

      *> Subjektet: kontoens ejer hvis objekt-id er en konto, ellers
      *> er objekt-id selv kunde-id'et.
               move as-objekt-id to subjekt-kunde-id
               perform varying ko-index from 1 by 1
                   until ko-index > konto-count
                   if ko-konto-id(ko-index) = as-objekt-id
                       move ko-kunde-id(ko-index) to subjekt-kunde-id
                   end-if
               end-perform

               perform find-kunde
               if kunde-fundet = "N"
                   add 1 to uhenfoert-antal
                   display "HVIDVASKINDBERETNING: sag "
                       function trim(as-objekt-id) " "
                       function trim(as-regel)
                       " kan ikke henfoeres til en kunde"
                   exit paragraph
               end-if

               perform saml-sagens-konti

               if as-dato is numeric and as-dato not = "00000000"
                   move as-dato to fund-numerisk
               else
                   move koersel-numerisk to fund-numerisk
               end-if
               compute vindue-fra =
                   function date-of-integer(
                       function integer-of-date(fund-numerisk)
                       - vindue-dage)
               compute vindue-til =
                   function date-of-integer(
                       function integer-of-date(fund-numerisk)
                       + vindue-dage)
               move vindue-fra to vindue-fra-tekst
               move vindue-til to vindue-til-tekst
               if koersel-numerisk > fund-numerisk
                   compute dage-til-indb =
                       function integer-of-date(koersel-numerisk)
                       - function integer-of-date(fund-numerisk)
               else
                   move 0 to dage-til-indb
               end-if

               add 1 to naeste-loebenr
               move spaces to indb-record
               move as-objekt-id to hv-objekt-id
               move as-regel to hv-regel
               move as-dato to hv-fund-dato
               move subjekt-kunde-id to hv-kunde-id
               string "HV" koersel-dato(1:4) naeste-loebenr
                   delimited by size into hv-reference
               end-string
               move koersel-dato to hv-indberettet-dato
               move dage-til-indb to hv-dage

               move spaces to pakke-file-name
               string
                   "HVIDVASK-" hv-reference ".txt"
                   delimited by size
                   into pakke-file-name
               end-string
               open output pakke-file
               perform skriv-sagshoved
               perform skriv-identitet
               perform skriv-konti
               perform skriv-posteringer
               close pakke-file

               write indb-record
               add 1 to indberettet-antal
               if indb-count < indb-max
                   add 1 to indb-count
                   move as-objekt-id to it-objekt-id(indb-count)
                   move as-regel to it-regel(indb-count)
                   move as-dato to it-dato(indb-count)
               end-if
               if dage-til-indb > frist-dage
                   add 1 to over-frist-antal
                   display "HVIDVASKINDBERETNING: "
                       hv-reference " indberettet "
                       dage-til-indb " dage efter fund - over frist"
               end-if
           exit.

           find-kunde.
               move "N" to kunde-fundet
               move "N" to end-of-kunde
               open input kunde-file
               move "N" to kunde-header-missing
               read kunde-file into kunde-header-record
               at end
                   move "Y" to end-of-kunde
               not at end
                   if kuhdr-marker not = "KHDR"
                       move "Y" to kunde-header-missing
                       if customer-id in kunde-info
                           = subjekt-kunde-id
                           move "Y" to kunde-fundet
                           move "Y" to end-of-kunde
                       end-if
                   end-if
               end-read
               perform until end-of-kunde = "Y"
                   read kunde-file into kunde-info
               at end
                   move "Y" to end-of-kunde
               not at end
                   if customer-id in kunde-info = subjekt-kunde-id
                       move "Y" to kunde-fundet
                       move "Y" to end-of-kunde
                   end-if
               end-read
               end-perform
               close kunde-file
           exit.

      *> Egne konti, faelleskonti hvor kunden er medejer, og - hvis
      *> sagen er paa en konto - altid selve sagens konto.
           saml-sagens-konti.
               move 0 to sag-konto-count
               perform varying ko-index from 1 by 1
                   until ko-index > konto-count
                   if ko-kunde-id(ko-index) = subjekt-kunde-id
                       or ko-konto-id(ko-index) = as-objekt-id
                       move ko-konto-id(ko-index) to ny-konto-id
                       perform tilfoej-sagskonto
                   end-if
               end-perform
               perform varying mt-index from 1 by 1
                   until mt-index > medejer-count
                   if mt-kunde-id(mt-index) = subjekt-kunde-id
                       move mt-konto-id(mt-index) to ny-konto-id
                       perform tilfoej-sagskonto
                   end-if
               end-perform
           exit.

           tilfoej-sagskonto.
               move "N" to sk-fundet
               perform varying sk-index from 1 by 1
                   until sk-index > sag-konto-count
                   if sag-konto-id(sk-index) = ny-konto-id
                       move "Y" to sk-fundet
                   end-if
               end-perform
               if sk-fundet = "N"
                   if sag-konto-count < sag-konto-max
                       add 1 to sag-konto-count
                       move ny-konto-id
                           to sag-konto-id(sag-konto-count)
                   else
                       display "HVIDVASKINDBERETNING: kontoliste "
                           "fuld - " ny-konto-id " ikke medtaget"
                   end-if
               end-if
           exit.

           skriv-sagshoved.
               move spaces to pakke-line
               string
                   "=== HVIDVASKINDBERETNING " hv-reference
                   " dannet " koersel-dato " ==="
                   delimited by size
                   into pakke-line
               end-string
               write pakke-record
               move spaces to pakke-line
               string
                   "SAG    objekt " function trim(as-objekt-id)
                   " regel " function trim(as-regel)
                   " fund " as-dato
                   " (" dage-til-indb " dage)"
                   delimited by size
                   into pakke-line
               end-string
               write pakke-record
               if as-note not = spaces
                   move spaces to pakke-line
                   string
                       "SAG    note: " function trim(as-note)
                       delimited by size
                       into pakke-line
                   end-string
                   write pakke-record
               end-if
           exit.

           skriv-identitet.
               move spaces to pakke-line
               if customer-type in kunde-info = "C"
                   string
                       "IDENT  " function trim(subjekt-kunde-id)
                       " firma: "
                       function trim(company-name in kunde-info)
                       " (CVR "
                       function trim(cvr-number in kunde-info)
                       ") kontakt: "
                       function trim(contact-person in kunde-info)
                       into pakke-line
                   end-string
               else
                   move spaces to full-name
                   call "NAVNEFORMAT" using
                       first-name in kunde-info
                       last-name in kunde-info
                       full-name
                   end-call
                   string
                       "IDENT  " function trim(subjekt-kunde-id)
                       " navn: " function trim(full-name)
                       into pakke-line
                   end-string
               end-if
               write pakke-record

               move spaces to pakke-line
               string
                   "ADR    registreret: "
                   function trim(street-name in kunde-info) " "
                   function trim(house-number in kunde-info) " "
                   function trim(etage in kunde-info) " "
                   function trim(side in kunde-info) ", "
                   function trim(postnr in kunde-info) " "
                   function trim(bynavn in kunde-info) " "
                   lande-kode in kunde-info
                   into pakke-line
               end-string
               write pakke-record

               if post-street-name in kunde-info not = spaces
                   move spaces to pakke-line
                   string
                       "ADR    forsendelse: "
                       function trim(post-street-name in kunde-info)
                       " "
                       function trim(post-house-number in kunde-info)
                       " "
                       function trim(post-etage in kunde-info) " "
                       function trim(post-side in kunde-info) ", "
                       function trim(post-postnr in kunde-info) " "
                       function trim(post-bynavn in kunde-info) " "
                       post-lande-kode in kunde-info
                       into pakke-line
                   end-string
                   write pakke-record
               end-if

               move spaces to pakke-line
               string
                   "KONTAKT tlf "
                   function trim(telefon in kunde-info)
                   " email " function trim(email in kunde-info)
                   into pakke-line
               end-string
               write pakke-record
           exit.

           skriv-konti.
               perform varying sk-index from 1 by 1
                   until sk-index > sag-konto-count
                   perform skriv-en-konto
               end-perform
           exit.

           skriv-en-konto.
               perform varying ko-index from 1 by 1
                   until ko-index > konto-count
                   if ko-konto-id(ko-index) = sag-konto-id(sk-index)
                       move ko-balance(ko-index) to vis-saldo
                       move spaces to pakke-line
                       if ko-kunde-id(ko-index) = subjekt-kunde-id
                           string
                               "KONTO  " ko-konto-id(ko-index)
                               " " ko-type(ko-index)
                               " " ko-valuta(ko-index)
                               " saldo " vis-saldo
                               " status [" ko-status(ko-index) "]"
                               " egen"
                               delimited by size
                               into pakke-line
                           end-string
                       else
                           string
                               "KONTO  " ko-konto-id(ko-index)
                               " " ko-type(ko-index)
                               " " ko-valuta(ko-index)
                               " saldo " vis-saldo
                               " status [" ko-status(ko-index) "]"
                               " ejer " ko-kunde-id(ko-index)
                               delimited by size
                               into pakke-line
                           end-string
                       end-if
                       write pakke-record
                   end-if
               end-perform
           exit.

      *> Posteringerne i vinduet; "*" markerer de flaggede -
      *> sagens konto paa funddatoen.
           skriv-posteringer.
               move 0 to post-antal
               move "N" to end-of-hist
               open input historik-file
               if historik-status not = "00"
                   and historik-status not = "05"
                   move "Y" to end-of-hist
               end-if
               perform until end-of-hist = "Y"
                   read historik-file into historik-record
               at end
                   move "Y" to end-of-hist
                   close historik-file
               not at end
                   if trans-date in historik-record
                           >= vindue-fra-tekst
                       and trans-date in historik-record
                           <= vindue-til-tekst
                       perform tjek-postering
                   end-if
               end-read
               end-perform
               if post-antal = 0
                   move spaces to pakke-line
                   string
                       "TRANS  (ingen posteringer " vindue-fra-tekst
                       "-" vindue-til-tekst ")"
                       delimited by size
                       into pakke-line
                   end-string
                   write pakke-record
               end-if
           exit.

           tjek-postering.
               move "N" to sk-fundet
               perform varying sk-index from 1 by 1
                   until sk-index > sag-konto-count
                   if sag-konto-id(sk-index)
                       = account-id in historik-record
                       move "Y" to sk-fundet
                   end-if
               end-perform
               if sk-fundet = "N"
                   exit paragraph
               end-if
               add 1 to post-antal
               move space to flag-markering
               if account-id in historik-record = as-objekt-id
                   and trans-date in historik-record = as-dato
                   move "*" to flag-markering
               end-if
               move trans-amount in historik-record to vis-beloeb
               move running-balance in historik-record to vis-saldo
               move spaces to pakke-line
               string
                   "TRANS" flag-markering " "
                   account-id in historik-record " "
                   trans-date in historik-record " "
                   trans-type in historik-record " "
                   vis-beloeb " saldo " vis-saldo " "
                   function trim(trans-tekst in historik-record)
                   delimited by size
                   into pakke-line
               end-string
               write pakke-record
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
                   display "HVIDVASKINDBERETNING: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
