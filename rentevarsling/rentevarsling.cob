       identification division.
       program-id. RENTEVARSLING.

      *> Varsling af satsaendringer: en ny linje i RENTESATS.txt med
      *> en fremtidig gyldig-fra traeder i kraft den dag, hvad enten
      *> kunderne har faaet besked eller ej - og en rentenedsaettelse
      *> paa indlaan skal varsles. Dette program finder de
      *> satsaendringer (rentetype + gyldig-fra) der traeder i kraft
      *> inden for varslingsvinduet (RENTEVARSEL_VINDUEDAGE, uaendret
      *> 90 dage efter koerselsdatoen) og afgoer med kontorente.cob's
      *> satslogik hvilke konti aendringen rammer: kontotypen (DEBET
      *> for en overtrukken konto) og saldotrinnet, hvor satsen paa
      *> gyldig-fra er en anden end dagen foer. Konti med en
      *> individuel renteaftale i kraft paa dagen (RENTEAFTALEOPSLAG)
      *> er undtaget - deres sats aendres ikke. En medarbejders egen
      *> konto varsles med personaletillaegget (PERSONALEOPSLAG)
      *> laagt paa gammel og ny sats. Hver ramt kunde faar
      *> eet brev pr. aendring (BREVSKABELON, dokumenttype
      *> RENTEVARSEL, paa kundens sprog) i RENTEVARSEL-BREVE.txt med
      *> de ramte konti, logget i KORRLOG og i RENTEVARSEL-LOG.txt
      *> (se RENTEVARSEL.cpy), saa en genkoersel ikke varsler samme
      *> kunde igen. Forsendelsen foelger kunderegisterets regler:
      *> forsendelsesadressen foretraekkes naar den er udfyldt, og en
      *> returpost-markeret adresse eller en afdoed kunde faar intet
      *> brev. Kontrolrapporten RENTEVARSEL-KONTROL.txt viser hver
      *> aendring med antal ramte kunder og breve; en aendring der
      *> ligger naermere sin gyldig-fra end den lovpligtige
      *> varslingsfrist (RENTEVARSEL_FRISTDAGE, uaendret 30 dage) og
      *> har kunder der ikke kunne varsles eller foerst varsles nu,
      *> flages FRIST OVERSKREDET. RC=4 naar noget er flaget eller
      *> et brev ikke kunne sendes.

       environment division.
       input-output section.
       file-control.
           select rente-file assign to dynamic rente-file-name
               organization is line sequential
               file status is rente-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential
               file status is kunde-fil-status.

           select varsel-log-file assign to dynamic varsel-log-navn
               organization is line sequential
               file status is varsel-log-status.

           select brev-file assign to "RENTEVARSEL-BREVE.txt"
               organization is line sequential.

           select rapport-file assign to "RENTEVARSEL-KONTROL.txt"
               organization is line sequential.

       data division.
           file section.
      *> Samme layout som kontorente.cob's rente-file.
           FD rente-file.
           01 rente-record.
               02 rente-type       PIC X(10).
               02 rente-sats       PIC 9(3)V99.
               02 rente-fortegn    PIC X(1).
               02 rente-tier-fra   PIC 9(9)V99.
               02 rente-tier-til   PIC 9(9)V99.
               02 rente-gyldig-fra PIC X(8).

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

           FD varsel-log-file.
           01 varsel-log-record.
               COPY "RENTEVARSEL.cpy".

           FD brev-file.
           01 brev-record.
               02 brev-file-line    PIC X(100).

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(132).

       working-storage section.
           01 end-of-rente     PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 end-of-kunde     PIC X value "N".
           01 end-of-log       PIC X value "N".
           01 rente-file-name  PIC X(100) value "RENTESATS.txt".
           01 rente-status     PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 kunde-file-name  PIC X(100) value "kundeoplysninger.txt".
           01 kunde-fil-status PIC XX value "00".
           01 varsel-log-navn  PIC X(100) value "RENTEVARSEL-LOG.txt".
           01 varsel-log-status PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 kunde-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).
           01 koersel-heltal   PIC S9(9).
           01 dato-numerisk    PIC 9(8).

           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 vindue-dage      PIC 9(4) value 90.
           01 frist-dage       PIC 9(4) value 30.

           01 rate-count       PIC 9(3) value 0.
           01 rate-max         PIC 9(3) value 100.
           01 rate-table.
               02 rate-entry occurs 100 times.
                   03 rt-type       PIC X(10).
                   03 rt-sats       PIC S9(3)V99.
                   03 rt-tier-fra   PIC 9(9)V99.
                   03 rt-tier-til   PIC 9(9)V99.
                   03 rt-gyldig-fra PIC S9(9).
                   03 rt-fra-tekst  PIC X(8).
           01 rt-index         PIC 9(3).

      *> Satsaendringer inden for vinduet - een pr. rentetype og
      *> gyldig-fra, uanset hvor mange saldotrin linjerne daekker.
           01 aendring-count   PIC 9(3) value 0.
           01 aendring-max     PIC 9(3) value 50.
           01 aendring-tabel.
               02 aendring-entry occurs 50 times.
                   03 ae-type          PIC X(10).
                   03 ae-fra           PIC X(8).
                   03 ae-fra-heltal    PIC S9(9).
                   03 ae-dage          PIC S9(5).
                   03 ae-konti         PIC 9(5).
                   03 ae-aftale        PIC 9(5).
                   03 ae-kunder        PIC 9(5).
                   03 ae-sendt-nu      PIC 9(5).
                   03 ae-sendt-foer    PIC 9(5).
                   03 ae-ikke-sendt    PIC 9(5).
           01 ae-index         PIC 9(3).
           01 ae-match         PIC 9(3).

      *> Ramte konti. rm-status: space = endnu ikke behandlet,
      *> "S" brev sendt i denne koersel, "F" varslet i en tidligere
      *> koersel, "I" ikke sendt (aarsag i rm-aarsag).
           01 ramt-count       PIC 9(5) value 0.
           01 ramt-max         PIC 9(5) value 5000.
           01 ramt-tabel.
               02 ramt-entry occurs 5000 times.
                   03 rm-aendring      PIC 9(3).
                   03 rm-kunde-id      PIC X(10).
                   03 rm-konto-id      PIC X(10).
                   03 rm-konto-type    PIC X(10).
                   03 rm-gammel-sats   PIC S9(3)V99.
                   03 rm-ny-sats       PIC S9(3)V99.
                   03 rm-status        PIC X(1).
                   03 rm-aarsag        PIC X(30).
           01 rm-index         PIC 9(5).
           01 rm-foerste       PIC 9(5).

      *> Tidligere udsendte varsler fra RENTEVARSEL-LOG.txt.
           01 sendt-count      PIC 9(5) value 0.
           01 sendt-max        PIC 9(5) value 5000.
           01 sendt-tabel.
               02 sendt-entry occurs 5000 times.
                   03 sd-noegle        PIC X(28).
           01 sd-index         PIC 9(5).
           01 sendt-noegle.
               02 sn-type          PIC X(10).
               02 sn-fra           PIC X(8).
               02 sn-kunde-id      PIC X(10).
           01 allerede-sendt   PIC X value "N".

           01 opslag-type      PIC X(10).
           01 opslag-saldo     PIC 9(9)V99.
           01 opslag-dag       PIC S9(9).
           01 fundet-sats      PIC S9(3)V99.
           01 fundet-fra       PIC S9(9).
           01 sats-fundet      PIC X value "N".
           01 ny-sats          PIC S9(3)V99.
           01 ny-fra           PIC S9(9).
           01 gammel-sats      PIC S9(3)V99.

           01 aftale-art       PIC X(1).
           01 aftale-dato      PIC X(8).
           01 aftale-fundet    PIC X(1).
           01 aftale-sats      PIC S9(3)V99.
           01 aftale-skifte    PIC X(8).
           01 personale-fundet PIC X(1).
           01 personale-tillaeg PIC S9(3)V99.

           01 ikke-sendt-aarsag PIC X(30).
           01 flag-antal       PIC 9(3) value 0.
           01 brev-antal       PIC 9(5) value 0.
           01 ikke-sendt-antal PIC 9(5) value 0.
           01 konto-antal      PIC 9(5) value 0.

      *> Korrespondancelog-felter (KORRLOG) - hvert brev logges.
           01 korr-program     PIC X(20) value "RENTEVARSLING".
           01 korr-dok-type    PIC X(12) value "RENTEVARSEL".
           01 korr-kanal       PIC X(10) value "BREV".

      *> Brevteksten fra den faelles skabelonfil (dokumenttype
      *> RENTEVARSEL) paa kundens sprog, med &BELOEB = den nye sats
      *> paa kundens foerste ramte konto og &DATO = gyldig-fra.
      *> Findes ingen skabelon, skrives en fast dansk linje.
           01 brev-dok-type    PIC X(12) value "RENTEVARSEL".
           01 brev-sprog       PIC X(2).
           01 brev-navn        PIC X(40).
           01 brev-beloeb      PIC X(15).
           01 brev-dato        PIC X(10).
           01 brev-linjer.
               02 brev-linje occurs 10 times PIC X(80).
           01 brev-linje-antal PIC 9(2).
           01 brev-linje-idx   PIC 9(2).
           01 skabelon-ok      PIC X value "N".

           01 vist-sats-1      PIC -(3)9.99.
           01 vist-sats-2      PIC -(3)9.99.
           01 vist-dage        PIC -(4)9.
           01 vist-frist       PIC Z(3)9.
           01 vist-vindue      PIC Z(3)9.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "RENTEVARSLING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept rente-file-name from environment "RENTESATSFIL_NAVN"
               on exception
                   move "RENTESATS.txt" to rente-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept varsel-log-navn
               from environment "RENTEVARSELLOG_NAVN"
               on exception
                   move "RENTEVARSEL-LOG.txt" to varsel-log-navn
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           move koersel-dato to dato-numerisk
           compute koersel-heltal =
               function integer-of-date(dato-numerisk)

           move "RENTEVARSEL_VINDUEDAGE" to parm-navn
           perform hent-parm
           if parm-fundet = "Y"
               compute vindue-dage = function numval(parm-vaerdi)
           end-if
           move "RENTEVARSEL_FRISTDAGE" to parm-navn
           perform hent-parm
           if parm-fundet = "Y"
               compute frist-dage = function numval(parm-vaerdi)
           end-if

           perform load-rate-table
           perform find-aendringer
           if aendring-count > 0
               perform load-varsel-log
               perform find-ramte-konti
           end-if

           open output brev-file
           if ramt-count > 0
               open extend varsel-log-file
               if varsel-log-status = "35"
                   open output varsel-log-file
               end-if
               perform skriv-breve
               close varsel-log-file
               perform marker-ukendte-kunder
           end-if
           close brev-file

           perform skriv-kontrolrapport

           display "RENTEVARSLING: " aendring-count
               " satsaendringer i vinduet, " brev-antal " breve, "
               ikke-sendt-antal " kunder ikke varslet"
           if flag-antal > 0 or ikke-sendt-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

           hent-parm.
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               if parm-fundet = "Y"
                   if parm-vaerdi = spaces
                       or function test-numval(parm-vaerdi) not = 0
                       move "N" to parm-fundet
                   end-if
               end-if
           exit.

      *> Uden satsfil kan intet varsles - stop med RC=8 frem for at
      *> melde "ingen aendringer".
           load-rate-table.
               open input rente-file
               if rente-status not = "00" and rente-status not = "05"
                   display "RENTEVARSLING: "
                       function trim(rente-file-name)
                       " kan ikke aabnes"
                   move 8 to return-code
                   stop run
               end-if
               perform until end-of-rente = "Y"
                   read rente-file into rente-record
               at end
                   move "Y" to end-of-rente
               not at end
                   if rate-count >= rate-max
                       display "RENTEVARSLING: satstabel fuld - "
                           function trim(rente-file-name)
                           " ikke fuldt indlaest"
                       close rente-file
                       move 8 to return-code
                       stop run
                   end-if
                   add 1 to rate-count
                   move rente-type to rt-type(rate-count)
                   move rente-sats to rt-sats(rate-count)
                   if rente-fortegn = "-"
                       compute rt-sats(rate-count) = 0 - rente-sats
                   end-if
                   if rente-tier-fra is numeric
                       move rente-tier-fra to rt-tier-fra(rate-count)
                   else
                       move 0 to rt-tier-fra(rate-count)
                   end-if
                   if rente-tier-til is numeric
                       move rente-tier-til to rt-tier-til(rate-count)
                   else
                       move 0 to rt-tier-til(rate-count)
                   end-if
                   if rente-gyldig-fra is numeric
                       move rente-gyldig-fra to dato-numerisk
                       compute rt-gyldig-fra(rate-count) =
                           function integer-of-date(dato-numerisk)
                       move rente-gyldig-fra
                           to rt-fra-tekst(rate-count)
                   else
                       move 0 to rt-gyldig-fra(rate-count)
                       move spaces to rt-fra-tekst(rate-count)
                   end-if
               end-read
               end-perform
               close rente-file
           exit.

      *> Linjer med gyldig-fra efter koerselsdatoen og inden for
      *> vinduet - en aendring pr. rentetype og dato.
           find-aendringer.
               perform varying rt-index from 1 by 1
                   until rt-index > rate-count
                   if rt-gyldig-fra(rt-index) > koersel-heltal
                       and rt-gyldig-fra(rt-index)
                           <= koersel-heltal + vindue-dage
                       perform registrer-aendring
                   end-if
               end-perform
           exit.

           registrer-aendring.
               move 0 to ae-match
               perform varying ae-index from 1 by 1
                   until ae-index > aendring-count
                   or ae-match > 0
                   if ae-type(ae-index) = rt-type(rt-index)
                       and ae-fra-heltal(ae-index)
                           = rt-gyldig-fra(rt-index)
                       move ae-index to ae-match
                   end-if
               end-perform
               if ae-match > 0
                   exit paragraph
               end-if
               if aendring-count >= aendring-max
                   display "RENTEVARSLING: aendringstabel fuld - "
                       rt-type(rt-index) " " rt-fra-tekst(rt-index)
                       " ikke behandlet"
                   add 1 to flag-antal
                   exit paragraph
               end-if
               add 1 to aendring-count
               move rt-type(rt-index) to ae-type(aendring-count)
               move rt-fra-tekst(rt-index) to ae-fra(aendring-count)
               move rt-gyldig-fra(rt-index)
                   to ae-fra-heltal(aendring-count)
               compute ae-dage(aendring-count) =
                   rt-gyldig-fra(rt-index) - koersel-heltal
               move 0 to ae-konti(aendring-count)
                   ae-aftale(aendring-count)
                   ae-kunder(aendring-count)
                   ae-sendt-nu(aendring-count)
                   ae-sendt-foer(aendring-count)
                   ae-ikke-sendt(aendring-count)
           exit.

      *> En manglende log betyder at intet er varslet endnu.
           load-varsel-log.
               open input varsel-log-file
               if varsel-log-status not = "00"
                   and varsel-log-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-log = "Y"
                   read varsel-log-file
               at end
                   move "Y" to end-of-log
               not at end
                   if sendt-count < sendt-max
                       add 1 to sendt-count
                       move rv-noegle to sd-noegle(sendt-count)
                   else
                       display "RENTEVARSLING: logtabel fuld - "
                           rv-noegle " ikke indlaest"
                   end-if
               end-read
               end-perform
               close varsel-log-file
           exit.

           find-ramte-konti.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "RENTEVARSLING: "
                       function trim(konto-file-name)
                       " kan ikke aabnes - status " konto-fil-status
                   move 8 to return-code
                   stop run
               end-if
               perform verificer-konto-header
               if konto-header-missing = "Y"
                   perform vurder-konto
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform vurder-konto
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
                   display "RENTEVARSLING: ukendt layout-version i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Samme typevalg som kontorente.cob: en overtrukken konto
      *> forrentes med DEBET-satsen paa den numeriske saldo.
           vurder-konto.
               if konto-lukket in konto-info
                   exit paragraph
               end-if
               add 1 to konto-antal
               if balance in konto-info < 0
                   move "DEBET" to opslag-type
                   compute opslag-saldo = 0 - balance in konto-info
                   move "D" to aftale-art
               else
                   move account-type in konto-info to opslag-type
                   move balance in konto-info to opslag-saldo
                   move "K" to aftale-art
               end-if
               perform varying ae-index from 1 by 1
                   until ae-index > aendring-count
                   if ae-type(ae-index) = opslag-type
                       perform vurder-konto-aendring
                   end-if
               end-perform
           exit.

      *> Kontoen er ramt naar dens saldotrin har en linje med netop
      *> denne gyldig-fra, og satsen dermed er en anden end dagen
      *> foer - en aendring i et andet trin roerer den ikke.
           vurder-konto-aendring.
               move ae-fra-heltal(ae-index) to opslag-dag
               perform find-sats-paa-dag
               if sats-fundet = "N"
                   or fundet-fra not = ae-fra-heltal(ae-index)
                   exit paragraph
               end-if
               move fundet-sats to ny-sats
               compute opslag-dag = ae-fra-heltal(ae-index) - 1
               perform find-sats-paa-dag
               move fundet-sats to gammel-sats
               if sats-fundet = "Y" and gammel-sats = ny-sats
                   exit paragraph
               end-if

               move ae-fra(ae-index) to aftale-dato
               call "RENTEAFTALEOPSLAG" using
                   account-id in konto-info aftale-art aftale-dato
                   aftale-fundet aftale-sats aftale-skifte
               end-call
               if aftale-fundet = "Y"
                   add 1 to ae-aftale(ae-index)
                   exit paragraph
               end-if
               call "PERSONALEOPSLAG" using
                   customer-id in konto-info aftale-art aftale-dato
                   personale-fundet personale-tillaeg
               end-call
               if personale-fundet = "Y"
                   add personale-tillaeg to gammel-sats
                   add personale-tillaeg to ny-sats
                   if aftale-art = "D"
                       if gammel-sats < 0
                           move 0 to gammel-sats
                       end-if
                       if ny-sats < 0
                           move 0 to ny-sats
                       end-if
                   end-if
               end-if

               if ramt-count >= ramt-max
                   display "RENTEVARSLING: tabel over ramte konti "
                       "fuld - " account-id in konto-info
                       " ikke varslet"
                   add 1 to flag-antal
                   exit paragraph
               end-if
               add 1 to ae-konti(ae-index)
               add 1 to ramt-count
               move ae-index to rm-aendring(ramt-count)
               move customer-id in konto-info
                   to rm-kunde-id(ramt-count)
               move account-id in konto-info
                   to rm-konto-id(ramt-count)
               move account-type in konto-info
                   to rm-konto-type(ramt-count)
               move gammel-sats to rm-gammel-sats(ramt-count)
               move ny-sats to rm-ny-sats(ramt-count)
               move space to rm-status(ramt-count)
               move spaces to rm-aarsag(ramt-count)
           exit.

      *> Satsen for opslag-type/opslag-saldo paa opslag-dag - den
      *> senest ikrafttraadte linje hvis trin daekker saldoen, som i
      *> kontorente.cob's find-sats-paa-dag.
           find-sats-paa-dag.
               move "N" to sats-fundet
               move 0 to fundet-sats
               move -999999999 to fundet-fra
               perform varying rt-index from 1 by 1
                   until rt-index > rate-count
                   if rt-type(rt-index) = opslag-type
                       and rt-gyldig-fra(rt-index) <= opslag-dag
                       and opslag-saldo >= rt-tier-fra(rt-index)
                       and (rt-tier-til(rt-index) = 0
                           or opslag-saldo
                               < rt-tier-til(rt-index))
                       if rt-gyldig-fra(rt-index) > fundet-fra
                           move rt-gyldig-fra(rt-index) to fundet-fra
                           move rt-sats(rt-index) to fundet-sats
                           move "Y" to sats-fundet
                       end-if
                   end-if
               end-perform
           exit.

      *> Kundefilen gennemlaeses een gang; for hver kunde og hver
      *> aendring med ubehandlede ramte konti dannes eet brev.
           skriv-breve.
               open input kunde-file
               if kunde-fil-status not = "00"
                   and kunde-fil-status not = "05"
                   display "RENTEVARSLING: "
                       function trim(kunde-file-name)
                       " kan ikke aabnes - ingen breve dannet"
                   exit paragraph
               end-if
               perform verificer-kunde-header
               if kunde-header-missing = "Y"
                   perform behandl-kunde
               end-if
               perform until end-of-kunde = "Y"
                   read kunde-file into kunde-info
               at end
                   move "Y" to end-of-kunde
               not at end
                   perform behandl-kunde
               end-read
               end-perform
               close kunde-file
           exit.

      *> Samme header-tjek som velkomstpakke.cob.
           verificer-kunde-header.
               move "Y" to layout-version-ok
               move "N" to kunde-header-missing
               read kunde-file into kunde-header-record
               at end
                   move "Y" to end-of-kunde
               not at end
                   if kuhdr-marker not = "KHDR"
                       move "Y" to kunde-header-missing
                   else
                       if not kuhdr-version-kendt
                           or not kuhdr-laengde-kendt
                           move "N" to layout-version-ok
                       end-if
                   end-if
               end-read
               if layout-version-ok = "N"
                   display "RENTEVARSLING: layout-version-mismatch i "
                       function trim(kunde-file-name)
                   close kunde-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           behandl-kunde.
               perform varying ae-index from 1 by 1
                   until ae-index > aendring-count
                   move 0 to rm-foerste
                   perform varying rm-index from 1 by 1
                       until rm-index > ramt-count
                       or rm-foerste > 0
                       if rm-aendring(rm-index) = ae-index
                           and rm-kunde-id(rm-index)
                               = customer-id in kunde-info
                           and rm-status(rm-index) = space
                           move rm-index to rm-foerste
                       end-if
                   end-perform
                   if rm-foerste > 0
                       perform behandl-kunde-aendring
                   end-if
               end-perform
           exit.

      *> Varslet foer? Saa intet nyt brev. Returpost-adresse eller
      *> afdoed kunde? Saa intet brev, men kunden staar i kontrol-
      *> rapporten som ikke varslet.
           behandl-kunde-aendring.
               add 1 to ae-kunder(ae-index)
               move ae-type(ae-index) to sn-type
               move ae-fra(ae-index) to sn-fra
               move customer-id in kunde-info to sn-kunde-id
               move "N" to allerede-sendt
               perform varying sd-index from 1 by 1
                   until sd-index > sendt-count
                   or allerede-sendt = "Y"
                   if sd-noegle(sd-index) = sendt-noegle
                       move "Y" to allerede-sendt
                   end-if
               end-perform
               if allerede-sendt = "Y"
                   add 1 to ae-sendt-foer(ae-index)
                   move "F" to rm-status(rm-foerste)
                   move spaces to ikke-sendt-aarsag
                   perform marker-kundens-konti
                   exit paragraph
               end-if
               if kunde-afdoed in kunde-info
                   move "kunden er afdoed" to ikke-sendt-aarsag
                   perform noter-ikke-sendt
                   exit paragraph
               end-if
               if adresse-ugyldig in kunde-info
                   move "adressen er returpost-markeret"
                       to ikke-sendt-aarsag
                   perform noter-ikke-sendt
                   exit paragraph
               end-if
               perform dan-brev
               add 1 to ae-sendt-nu(ae-index)
               move "S" to rm-status(rm-foerste)
               move spaces to ikke-sendt-aarsag
               perform marker-kundens-konti
           exit.

           noter-ikke-sendt.
               add 1 to ae-ikke-sendt(ae-index)
               add 1 to ikke-sendt-antal
               move "I" to rm-status(rm-foerste)
               perform marker-kundens-konti
           exit.

      *> Kundens oevrige ramte konti under samme aendring faar
      *> samme status som den foerste.
           marker-kundens-konti.
               move ikke-sendt-aarsag to rm-aarsag(rm-foerste)
               perform varying rm-index from rm-foerste by 1
                   until rm-index > ramt-count
                   if rm-aendring(rm-index) = ae-index
                       and rm-kunde-id(rm-index)
                           = rm-kunde-id(rm-foerste)
                       and rm-status(rm-index) = space
                       move rm-status(rm-foerste)
                           to rm-status(rm-index)
                       move ikke-sendt-aarsag to rm-aarsag(rm-index)
                   end-if
               end-perform
           exit.

      *> Brevet: navn, forsendelsesadresse (post-adressen naar den
      *> er udfyldt, samme regel som kundeetiketter), skabelon-
      *> teksten og de ramte konti med gammel og ny sats.
           dan-brev.
               add 1 to brev-antal
               move lande-kode in kunde-info to brev-sprog
               move spaces to brev-navn
               if customer-type in kunde-info = "C"
                   move company-name in kunde-info(1:40)
                       to brev-navn
               else
                   call "NAVNEFORMAT" using
                       first-name in kunde-info
                       last-name in kunde-info
                       brev-navn
                   end-call
               end-if
               move rm-ny-sats(rm-foerste) to vist-sats-1
               move spaces to brev-beloeb
               string
                   function trim(vist-sats-1) " %"
                   into brev-beloeb
               end-string
               move spaces to brev-dato
               string
                   ae-fra(ae-index)(7:2) "-"
                   ae-fra(ae-index)(5:2) "-"
                   ae-fra(ae-index)(1:4)
                   into brev-dato
               end-string

               move spaces to brev-file-line
               string
                   "=== RENTEVARSEL - kunde "
                   function trim(customer-id in kunde-info) " ==="
                   into brev-file-line
               end-string
               write brev-record
               move spaces to brev-file-line
               move brev-navn to brev-file-line
               write brev-record
               move spaces to brev-file-line
               if post-adresse in kunde-info not = spaces
                   string
                       function trim(post-street-name in kunde-info)
                       " "
                       function trim(post-house-number in kunde-info)
                       ", " function trim(post-postnr in kunde-info)
                       " " function trim(post-bynavn in kunde-info)
                       into brev-file-line
                   end-string
               else
                   string
                       function trim(street-name in kunde-info) " "
                       function trim(house-number in kunde-info)
                       ", " function trim(postnr in kunde-info)
                       " " function trim(bynavn in kunde-info)
                       into brev-file-line
                   end-string
               end-if
               write brev-record

               move "N" to skabelon-ok
               call "BREVSKABELON" using brev-dok-type brev-sprog
                   brev-navn brev-beloeb brev-dato
                   brev-linjer brev-linje-antal skabelon-ok
               end-call
               if skabelon-ok = "Y"
                   perform varying brev-linje-idx from 1 by 1
                       until brev-linje-idx > brev-linje-antal
                       move spaces to brev-file-line
                       move brev-linje(brev-linje-idx)
                           to brev-file-line
                       write brev-record
                   end-perform
               else
                   move spaces to brev-file-line
                   string
                       "Vi aendrer renten paa nedenstaaende konti med"
                       " virkning fra " function trim(brev-dato) "."
                       into brev-file-line
                   end-string
                   write brev-record
               end-if

               perform varying rm-index from rm-foerste by 1
                   until rm-index > ramt-count
                   if rm-aendring(rm-index) = ae-index
                       and rm-kunde-id(rm-index)
                           = rm-kunde-id(rm-foerste)
                       and (rm-index = rm-foerste
                           or rm-status(rm-index) = space)
                       perform skriv-brev-konto
                   end-if
               end-perform
               move spaces to brev-file-line
               write brev-record

               call "KORRLOG" using korr-program
                   customer-id in kunde-info korr-dok-type korr-kanal
               end-call
               move spaces to varsel-log-record
               move sendt-noegle to rv-noegle
               move koersel-dato to rv-sendt-dato
               move korr-kanal to rv-kanal
               write varsel-log-record
           exit.

           skriv-brev-konto.
               move rm-gammel-sats(rm-index) to vist-sats-1
               move rm-ny-sats(rm-index) to vist-sats-2
               move spaces to brev-file-line
               string
                   "  Konto " function trim(rm-konto-id(rm-index))
                   " (" function trim(rm-konto-type(rm-index)) "): "
                   function trim(vist-sats-1) " % -> "
                   function trim(vist-sats-2) " % p.a."
                   into brev-file-line
               end-string
               write brev-record
           exit.

      *> Ramte konti hvis kunde ikke findes i kundefilen kan ikke
      *> varsles.
           marker-ukendte-kunder.
               perform varying rm-foerste from 1 by 1
                   until rm-foerste > ramt-count
                   if rm-status(rm-foerste) = space
                       move rm-aendring(rm-foerste) to ae-index
                       add 1 to ae-kunder(ae-index)
                       move "kunden findes ikke i kundefilen"
                           to ikke-sendt-aarsag
                       perform noter-ikke-sendt
                   end-if
               end-perform
           exit.

           skriv-kontrolrapport.
               open output rapport-file
               move frist-dage to vist-frist
               move vindue-dage to vist-vindue
               move spaces to rapport-line
               string
                   "RENTEVARSLER PR. " koersel-dato
                   " - VINDUE " function trim(vist-vindue)
                   " DAGE, VARSLINGSFRIST " function trim(vist-frist)
                   " DAGE"
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               write rapport-record
               if aendring-count = 0
                   move "Ingen satsaendringer inden for vinduet"
                       to rapport-line
                   write rapport-record
               end-if
               perform varying ae-index from 1 by 1
                   until ae-index > aendring-count
                   perform skriv-aendring
               end-perform
               close rapport-file
           exit.

           skriv-aendring.
               move ae-dage(ae-index) to vist-dage
               move spaces to rapport-line
               string
                   ae-type(ae-index) " FRA " ae-fra(ae-index)
                   " om " function trim(vist-dage) " dage: "
                   ae-konti(ae-index) " konti, "
                   ae-kunder(ae-index) " kunder - sendt nu "
                   ae-sendt-nu(ae-index) ", varslet foer "
                   ae-sendt-foer(ae-index) ", ikke sendt "
                   ae-ikke-sendt(ae-index) ", aftale "
                   ae-aftale(ae-index)
                   into rapport-line
               end-string
               write rapport-record
               if ae-dage(ae-index) < frist-dage
                   and (ae-ikke-sendt(ae-index) > 0
                       or ae-sendt-nu(ae-index) > 0)
                   add 1 to flag-antal
                   move spaces to rapport-line
                   string
                       "  FRIST OVERSKREDET - "
                       ae-sendt-nu(ae-index)
                       " kunder varslet foerst nu, "
                       ae-ikke-sendt(ae-index)
                       " kunder ikke varslet"
                       into rapport-line
                   end-string
                   write rapport-record
               end-if
               perform varying rm-index from 1 by 1
                   until rm-index > ramt-count
                   if rm-aendring(rm-index) = ae-index
                       and rm-status(rm-index) = "I"
                       move spaces to rapport-line
                       string
                           "  IKKE SENDT kunde "
                           rm-kunde-id(rm-index) " konto "
                           rm-konto-id(rm-index) " - "
                           function trim(rm-aarsag(rm-index))
                           into rapport-line
                       end-string
                       write rapport-record
                   end-if
               end-perform
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
                   display "RENTEVARSLING: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
