       identification division.
       program-id. LCRRAPPORT.

      *> Maanedlig LCR-opgoerelse til treasury: renterisiko.cob og
      *> valutaeksponering.cob viser omprisnings- og valutarisikoen,
      *> men ikke hvor meget af indlaansmassen der kan forsvinde i et
      *> stress-scenarie. Koeres pr. LCR_DATO (uaendret
      *> KOERSEL_DATO/dags dato) EFTER indskydergaranti.cob, hvis
      *> GARANTI-UDTRAEK.txt (GARANTIUDTRAEK.cpy) baerer hver
      *> indskyders kundetype og garantidaekkede beloeb.
      *>
      *> Hvert indlaan i KontoOpl.txt (positiv saldo, ikke LAAN,
      *> DKK-aekvivalent via VALUTAKURS) klassificeres:
      *>   1 STABIL RETAIL        - personkundens indlaan paa konti
      *>                            der har vaeret aabne mindst
      *>                            LCR_ETABLERET_DAGE (365), op til
      *>                            det garantidaekkede beloeb
      *>   2 MINDRE STABIL RETAIL - resten af personkundens indlaan:
      *>                            over garantiloftet eller paa en
      *>                            ny konto
      *>   3 OPERATIONEL ERHVERV  - erhvervskundens (customer-type
      *>                            "C") indlaan paa en kontotype i
      *>                            LCR_OPERATIONELLE_TYPER (giro)
      *>   4 IKKE-OPERATIONEL ERHVERV - erhvervskundens oevrige
      *> Dertil kommer 5 UUDNYTTET TRAEKRET: den del af en aktiv
      *> bevilling i TRAEKRET.txt, kontoen ikke har traekket.
      *> Hver klasse ganges med sin afloebssats i pct. fra PARMS
      *> (LCR_AFLOEB_STABIL 5, LCR_AFLOEB_MINDRE_STABIL 10,
      *> LCR_AFLOEB_OPERATIONEL 25, LCR_AFLOEB_IKKE_OPERATIONEL 40,
      *> LCR_AFLOEB_TRAEKRET 10), og det samlede afloeb holdes op
      *> mod de likvide aktiver: saldoen pr. LCR_DATO i
      *> GL-JOURNAL.txt (debet positiv) paa de GL-konti der staar
      *> kommasepareret i LCR_LIKVIDE_KONTI.
      *>
      *> Resultatet staar i LCR.txt. RC=4 naar daekningen er under
      *> 100 pct., naar LCR_LIKVIDE_KONTI ikke er sat, eller naar
      *> en konto ikke kan klassificeres sikkert (ukendt kurs,
      *> kunde ikke i garantiudtraekket - saa regnes den som
      *> mindre stabil retail). RC=8 uden garantiudtraek.

       environment division.
       input-output section.
       file-control.
           select konto-file assign to dynamic konto-file-name
               organization is line sequential.

           select garanti-file assign to dynamic garanti-file-name
               organization is line sequential
               file status is garanti-status.

           select traekret-file assign to dynamic traekret-file-name
               organization is line sequential
               file status is traekret-status.

           select gl-journal-file assign to dynamic gl-journal-file-name
               organization is line sequential
               file status is gl-journal-status.

           select rapport-file assign to "LCR.txt"
               organization is line sequential.

       data division.
           file section.
           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD garanti-file.
           01 garanti-record.
               COPY "GARANTIUDTRAEK.cpy".

           FD traekret-file.
           01 traekret-record.
               COPY "TRAEKRET.cpy".

           FD gl-journal-file.
           01 gl-journal-record.
               COPY "GLJOURNAL.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line     PIC X(100).

       working-storage section.
           01 end-of-konto     PIC X value "N".
           01 end-of-garanti   PIC X value "N".
           01 end-of-traekret  PIC X value "N".
           01 end-of-journal   PIC X value "N".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 garanti-file-name PIC X(100)
               value "GARANTI-UDTRAEK.txt".
           01 garanti-status   PIC XX value "00".
           01 traekret-file-name PIC X(100) value "TRAEKRET.txt".
           01 traekret-status  PIC XX value "00".
           01 gl-journal-file-name PIC X(100) value "GL-JOURNAL.txt".
           01 gl-journal-status PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".

           01 lcr-dato         PIC X(8).
           01 lcr-dato-heltal  PIC S9(9).
           01 dato-numerisk    PIC 9(8).
           01 konto-alder      PIC S9(9).
           01 etableret-dage   PIC 9(5) value 365.

           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 parm-tal         PIC 9(5)V99.

      *> De operationelle kontotyper og de likvide GL-konti -
      *> kommaseparerede lister fra PARMS.
           01 oper-liste       PIC X(100).
           01 oper-count       PIC 9(2) value 0.
           01 oper-table.
               02 oper-type    PIC X(10) occurs 10 times.
           01 op-index         PIC 9(2).
           01 likvid-liste     PIC X(100).
           01 likvid-count     PIC 9(2) value 0.
           01 likvid-table.
               02 likvid-entry occurs 10 times.
                   03 lk-gl-konto  PIC X(10).
                   03 lk-saldo     PIC S9(13)V99.
           01 lk-index         PIC 9(2).
           01 liste-pointer    PIC 9(3).

      *> Klasserne 1-5 med saldo, afloebssats og afloeb.
           01 klasse-table.
               02 klasse-entry occurs 5 times.
                   03 kl-antal      PIC 9(7).
                   03 kl-saldo      PIC 9(13)V99.
                   03 kl-sats       PIC 9(3)V99.
                   03 kl-afloeb     PIC 9(13)V99.
           01 kl-index         PIC 9(1).
           01 kl-navne.
               05 filler PIC X(26) value "STABIL RETAIL".
               05 filler PIC X(26) value "MINDRE STABIL RETAIL".
               05 filler PIC X(26) value "OPERATIONEL ERHVERV".
               05 filler PIC X(26) value "IKKE-OPERATIONEL ERHVERV".
               05 filler PIC X(26) value "UUDNYTTET TRAEKRET".
           01 kl-navn-tabel redefines kl-navne.
               05 kl-navn PIC X(26) occurs 5 times.

      *> Indskyderne fra garantiudtraekket; retail-indlaanet
      *> samles pr. kunde, foer det deles i stabilt og mindre
      *> stabilt.
           01 kunde-count      PIC 9(5) value 0.
           01 kunde-max        PIC 9(5) value 2000.
           01 kunde-table.
               02 kunde-entry occurs 2000 times.
                   03 ku-kunde-id   PIC X(10).
                   03 ku-type       PIC X(1).
                   03 ku-daekket    PIC 9(11)V99.
                   03 ku-etableret  PIC 9(13)V99.
                   03 ku-ny         PIC 9(13)V99.
                   03 ku-konti      PIC 9(5).
           01 ku-index         PIC 9(5).
           01 ku-found         PIC 9(5).
           01 stabil-del       PIC 9(13)V99.

      *> Aktive traekretsbevillinger (udloebne er nedsat til nul).
           01 traekret-count   PIC 9(5) value 0.
           01 traekret-max     PIC 9(5) value 2000.
           01 traekret-table.
               02 traekret-entry occurs 2000 times.
                   03 tt-konto-id   PIC X(10).
                   03 tt-graense    PIC 9(7)V99.
           01 tt-index         PIC 9(5).
           01 uudnyttet        PIC S9(9)V99.

           01 balance-dkk-kurs PIC 9(3)V9999.
           01 kurs-ok          PIC X value "N".
           01 beloeb-dkk       PIC 9(13)V99.
           01 linje-virkning   PIC S9(13)V99.
           01 afloeb-total     PIC 9(13)V99 value 0.
           01 likvide-total    PIC S9(13)V99 value 0.
           01 lcr-pct          PIC S9(7)V99 value 0.
           01 undtagelse-antal PIC 9(5) value 0.

           01 vis-beloeb       PIC -(13)9.99.
           01 vis-saldo        PIC Z(12)9.99.
           01 vis-sats         PIC ZZ9.99.
           01 vis-pct          PIC -(6)9.99.

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept garanti-file-name
               from environment "GARANTIUDTRAEKFIL_NAVN"
               on exception
                   move "GARANTI-UDTRAEK.txt" to garanti-file-name
           end-accept
           accept traekret-file-name
               from environment "TRAEKRETFIL_NAVN"
               on exception
                   move "TRAEKRET.txt" to traekret-file-name
           end-accept
           accept gl-journal-file-name
               from environment "GLJOURNALFIL_NAVN"
               on exception
                   move "GL-JOURNAL.txt" to gl-journal-file-name
           end-accept
           accept lcr-dato from environment "LCR_DATO"
               on exception
                   move spaces to lcr-dato
           end-accept
           if lcr-dato = spaces
               accept lcr-dato from environment "KOERSEL_DATO"
                   on exception
                       move spaces to lcr-dato
               end-accept
           end-if
           if lcr-dato = spaces
               move function current-date(1:8) to lcr-dato
           end-if
           move lcr-dato to dato-numerisk
           compute lcr-dato-heltal =
               function integer-of-date(dato-numerisk)

           perform hent-parametre
           open output rapport-file
           move spaces to rapport-line
           string
               "LCR-OPGOERELSE PR. " lcr-dato
               " - alle beloeb i DKK"
               delimited by size
               into rapport-line
           end-string
           write rapport-record
           perform load-garanti
           perform load-traekret
           perform klassificer-konti
           perform fordel-retail
           perform beregn-likvide
           perform skriv-rapport
           close rapport-file

           display "LCRRAPPORT: afloeb " afloeb-total
               " likvide aktiver " likvide-total
               " daekning " vis-pct " pct."
           if lcr-pct < 100 or likvid-count = 0
               or undtagelse-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> Afloebssatserne, etableringsgraensen og de to lister. En
      *> ugyldig talvaerdi ignoreres, og standarden bruges.
           hent-parametre.
               initialize klasse-table
               move 5 to kl-sats(1)
               move 10 to kl-sats(2)
               move 25 to kl-sats(3)
               move 40 to kl-sats(4)
               move 10 to kl-sats(5)
               move "LCR_AFLOEB_STABIL" to parm-navn
               move 1 to kl-index
               perform hent-sats
               move "LCR_AFLOEB_MINDRE_STABIL" to parm-navn
               move 2 to kl-index
               perform hent-sats
               move "LCR_AFLOEB_OPERATIONEL" to parm-navn
               move 3 to kl-index
               perform hent-sats
               move "LCR_AFLOEB_IKKE_OPERATIONEL" to parm-navn
               move 4 to kl-index
               perform hent-sats
               move "LCR_AFLOEB_TRAEKRET" to parm-navn
               move 5 to kl-index
               perform hent-sats

               move "LCR_ETABLERET_DAGE" to parm-navn
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               if parm-fundet = "Y"
                   and parm-vaerdi not = spaces
                   and function test-numval(parm-vaerdi) = 0
                   compute etableret-dage =
                       function numval(parm-vaerdi)
               end-if

               move "LCR_OPERATIONELLE_TYPER" to parm-navn
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               if parm-fundet = "Y" and parm-vaerdi not = spaces
                   move parm-vaerdi to oper-liste
               else
                   move "giro" to oper-liste
               end-if
               move 1 to liste-pointer
               perform until liste-pointer > 100
                   or oper-count >= 10
                   add 1 to oper-count
                   move spaces to oper-type(oper-count)
                   unstring oper-liste delimited by ","
                       into oper-type(oper-count)
                       with pointer liste-pointer
                   end-unstring
                   move function trim(oper-type(oper-count))
                       to oper-type(oper-count)
                   if oper-type(oper-count) = spaces
                       subtract 1 from oper-count
                   end-if
               end-perform

               move "LCR_LIKVIDE_KONTI" to parm-navn
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               move spaces to likvid-liste
               if parm-fundet = "Y"
                   move parm-vaerdi to likvid-liste
               end-if
               move 1 to liste-pointer
               perform until liste-pointer > 100
                   or likvid-count >= 10
                   add 1 to likvid-count
                   move spaces to lk-gl-konto(likvid-count)
                   move 0 to lk-saldo(likvid-count)
                   unstring likvid-liste delimited by ","
                       into lk-gl-konto(likvid-count)
                       with pointer liste-pointer
                   end-unstring
                   move function trim(lk-gl-konto(likvid-count))
                       to lk-gl-konto(likvid-count)
                   if lk-gl-konto(likvid-count) = spaces
                       subtract 1 from likvid-count
                   end-if
               end-perform
           exit.

           hent-sats.
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               if parm-fundet = "Y"
                   and parm-vaerdi not = spaces
                   and function test-numval(parm-vaerdi) = 0
                   compute parm-tal = function numval(parm-vaerdi)
                   if parm-tal <= 100
                       move parm-tal to kl-sats(kl-index)
                   else
                       display "LCRRAPPORT: " function trim(parm-navn)
                           " over 100 pct. ignoreret"
                   end-if
               end-if
           exit.

      *> Uden indskydergaranti.cob's udtraek kendes hverken
      *> kundetype eller daekning - ingen klassifikation.
           load-garanti.
               open input garanti-file
               if garanti-status not = "00"
                   and garanti-status not = "05"
                   display "LCRRAPPORT: "
                       function trim(garanti-file-name)
                       " findes ikke - koer INDSKYDERGARANTI foerst"
                   close rapport-file
                   move 8 to return-code
                   stop run
               end-if
               perform until end-of-garanti = "Y"
                   read garanti-file into garanti-record
               at end
                   move "Y" to end-of-garanti
               not at end
                   if gu-kunde-id not = "TRAILER"
                       if kunde-count >= kunde-max
                           display "LCRRAPPORT: kundetabel fuld - "
                               gu-kunde-id " ikke medtaget"
                       else
                           add 1 to kunde-count
                           move gu-kunde-id
                               to ku-kunde-id(kunde-count)
                           move gu-kunde-type to ku-type(kunde-count)
                           move gu-daekket
                               to ku-daekket(kunde-count)
                           move 0 to ku-etableret(kunde-count)
                           move 0 to ku-ny(kunde-count)
                           move 0 to ku-konti(kunde-count)
                       end-if
                   end-if
               end-read
               end-perform
               close garanti-file
           exit.

      *> En manglende TRAEKRET.txt er en bank uden bevillinger.
           load-traekret.
               open input traekret-file
               if traekret-status not = "00"
                   and traekret-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-traekret = "Y"
                   read traekret-file into traekret-record
               at end
                   move "Y" to end-of-traekret
               not at end
                   if not tr-udloebet and tr-graense > 0
                       if traekret-count >= traekret-max
                           display "LCRRAPPORT: traekretstabel fuld"
                               " - " tr-konto-id " ikke medtaget"
                       else
                           add 1 to traekret-count
                           move tr-konto-id
                               to tt-konto-id(traekret-count)
                           move tr-graense
                               to tt-graense(traekret-count)
                       end-if
                   end-if
               end-read
               end-perform
               close traekret-file
           exit.

           klassificer-konti.
               open input konto-file
               perform verificer-konto-header
               if konto-header-missing = "Y"
                   perform behandl-konto
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform behandl-konto
               end-read
               end-perform
               close konto-file
           exit.

      *> Samme header-verificering som de oevrige konto-laesende
      *> programmer (se KONTOOPL-HDR.cpy).
           verificer-konto-header.
               move "Y" to layout-version-ok
               move "N" to konto-header-missing
               read konto-file into konto-header-record
               at end
                   move "N" to layout-version-ok
                   display "LCRRAPPORT: "
                       function trim(konto-file-name)
                       " er tom - ingen header fundet"
               not at end
                   if kohdr-marker not = "KHDR"
                       move "Y" to konto-header-missing
                       display "LCRRAPPORT: ingen header "
                           "fundet i " function trim(konto-file-name)
                           " - antager fil fra foer"
                           " layout-versionering"
                   else
                       if not kohdr-version-kendt
                           or not kohdr-laengde-kendt
                           move "N" to layout-version-ok
                       end-if
                   end-if
               end-read
               if layout-version-ok = "N"
                   close konto-file
                   close rapport-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           behandl-konto.
               if account-type in konto-info = "LAAN"
                   exit paragraph
               end-if
               call "VALUTAKURS" using valuta-id in konto-info
                   balance-dkk-kurs kurs-ok
               end-call
               if kurs-ok not = "Y"
                   if balance in konto-info not = 0
                       add 1 to undtagelse-antal
                       move spaces to rapport-line
                       string
                           "UNDTAGELSE " account-id in konto-info
                           " ukendt kurs for " valuta-id in konto-info
                           " - ikke medregnet"
                           delimited by size
                           into rapport-line
                       end-string
                       write rapport-record
                   end-if
                   exit paragraph
               end-if

               perform varying tt-index from 1 by 1
                   until tt-index > traekret-count
                   if tt-konto-id(tt-index) = account-id in konto-info
                       perform laeg-traekret
                   end-if
               end-perform

               if balance in konto-info not > 0
                   exit paragraph
               end-if
               compute beloeb-dkk rounded =
                   balance in konto-info * balance-dkk-kurs

               move 0 to ku-found
               perform varying ku-index from 1 by 1
                   until ku-index > kunde-count or ku-found > 0
                   if ku-kunde-id(ku-index)
                       = customer-id in konto-info
                       move ku-index to ku-found
                   end-if
               end-perform
               if ku-found = 0
                   add 1 to undtagelse-antal
                   move spaces to rapport-line
                   string
                       "UNDTAGELSE " account-id in konto-info
                       " kunde " customer-id in konto-info
                       " ikke i garantiudtraekket - mindre stabil"
                       delimited by size
                       into rapport-line
                   end-string
                   write rapport-record
                   add 1 to kl-antal(2)
                   add beloeb-dkk to kl-saldo(2)
                   exit paragraph
               end-if

               if ku-type(ku-found) = "C"
                   move 4 to kl-index
                   perform varying op-index from 1 by 1
                       until op-index > oper-count
                       if oper-type(op-index)
                           = account-type in konto-info
                           move 3 to kl-index
                       end-if
                   end-perform
                   add 1 to kl-antal(kl-index)
                   add beloeb-dkk to kl-saldo(kl-index)
                   exit paragraph
               end-if

      *> Retail: kontoens alder afgoer om indlaanet kan vaere
      *> stabilt; en ukendt aabningsdato regnes som ny.
               add 1 to ku-konti(ku-found)
               move 0 to konto-alder
               if account-opening-date in konto-info is numeric
                   and account-opening-date in konto-info
                       > "19000000"
                   move account-opening-date in konto-info
                       to dato-numerisk
                   compute konto-alder = lcr-dato-heltal
                       - function integer-of-date(dato-numerisk)
               end-if
               if konto-alder >= etableret-dage
                   add beloeb-dkk to ku-etableret(ku-found)
               else
                   add beloeb-dkk to ku-ny(ku-found)
               end-if
           exit.

           laeg-traekret.
               if balance in konto-info < 0
                   compute uudnyttet = tt-graense(tt-index)
                       + balance in konto-info
               else
                   move tt-graense(tt-index) to uudnyttet
               end-if
               if uudnyttet > 0
                   compute beloeb-dkk rounded =
                       uudnyttet * balance-dkk-kurs
                   add 1 to kl-antal(5)
                   add beloeb-dkk to kl-saldo(5)
               end-if
           exit.

      *> Stabilt er det etablerede indlaan op til kundens
      *> garantidaekning; resten er mindre stabilt.
           fordel-retail.
               perform varying ku-index from 1 by 1
                   until ku-index > kunde-count
                   if ku-konti(ku-index) > 0
                       if ku-etableret(ku-index) > ku-daekket(ku-index)
                           move ku-daekket(ku-index) to stabil-del
                       else
                           move ku-etableret(ku-index) to stabil-del
                       end-if
                       if stabil-del > 0
                           add 1 to kl-antal(1)
                           add stabil-del to kl-saldo(1)
                       end-if
                       if ku-etableret(ku-index) + ku-ny(ku-index)
                           > stabil-del
                           add 1 to kl-antal(2)
                           compute kl-saldo(2) = kl-saldo(2)
                               + ku-etableret(ku-index)
                               + ku-ny(ku-index) - stabil-del
                       end-if
                   end-if
               end-perform
           exit.

      *> De likvide GL-kontis saldo pr. LCR_DATO, debet positiv
      *> efter dr/cr-markoeren som i regnskab.cob.
           beregn-likvide.
               if likvid-count = 0
                   exit paragraph
               end-if
               open input gl-journal-file
               if gl-journal-status not = "00"
                   and gl-journal-status not = "05"
                   display "LCRRAPPORT: "
                       function trim(gl-journal-file-name)
                       " findes ikke - likvide aktiver er nul"
                   exit paragraph
               end-if
               perform until end-of-journal = "Y"
                   read gl-journal-file into gl-journal-record
               at end
                   move "Y" to end-of-journal
               not at end
                   if glj-date <= lcr-dato
                       perform varying lk-index from 1 by 1
                           until lk-index > likvid-count
                           if lk-gl-konto(lk-index) = glj-account-id
                               perform laeg-likvid
                           end-if
                       end-perform
                   end-if
               end-read
               end-perform
               close gl-journal-file
           exit.

           laeg-likvid.
               if glj-dr-cr = "DR"
                   compute linje-virkning = function abs(glj-amount)
               else
                   compute linje-virkning =
                       0 - function abs(glj-amount)
               end-if
               add linje-virkning to lk-saldo(lk-index)
           exit.

           skriv-rapport.
               move spaces to rapport-line
               write rapport-record
               move spaces to rapport-line
               string
                   "KLASSE                       ANTAL"
                   "              SALDO   SATS"
                   "             AFLOEB"
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               perform varying kl-index from 1 by 1
                   until kl-index > 5
                   compute kl-afloeb(kl-index) rounded =
                       kl-saldo(kl-index) * kl-sats(kl-index) / 100
                   add kl-afloeb(kl-index) to afloeb-total
                   move spaces to rapport-line
                   move kl-navn(kl-index) to rapport-line(1:26)
                   move kl-antal(kl-index) to rapport-line(28:7)
                   move kl-saldo(kl-index) to vis-saldo
                   move vis-saldo to rapport-line(36:16)
                   move kl-sats(kl-index) to vis-sats
                   move vis-sats to rapport-line(53:6)
                   move kl-afloeb(kl-index) to vis-saldo
                   move vis-saldo to rapport-line(60:16)
                   write rapport-record
               end-perform
               move spaces to rapport-line
               move "AFLOEB I ALT" to rapport-line(1:26)
               move afloeb-total to vis-saldo
               move vis-saldo to rapport-line(60:16)
               write rapport-record

               move spaces to rapport-line
               write rapport-record
               if likvid-count = 0
                   move spaces to rapport-line
                   string
                       "LCR_LIKVIDE_KONTI er ikke sat - ingen"
                       " likvide aktiver medregnet"
                       delimited by size
                       into rapport-line
                   end-string
                   write rapport-record
               end-if
               perform varying lk-index from 1 by 1
                   until lk-index > likvid-count
                   add lk-saldo(lk-index) to likvide-total
                   move lk-saldo(lk-index) to vis-beloeb
                   move spaces to rapport-line
                   string
                       "LIKVID " lk-gl-konto(lk-index) " "
                       vis-beloeb
                       delimited by size
                       into rapport-line
                   end-string
                   write rapport-record
               end-perform
               move likvide-total to vis-beloeb
               move spaces to rapport-line
               string
                   "LIKVIDE AKTIVER I ALT       " vis-beloeb
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record

               if afloeb-total > 0
                   compute lcr-pct rounded =
                       likvide-total * 100 / afloeb-total
               else
                   move 999999 to lcr-pct
               end-if
               move lcr-pct to vis-pct
               move spaces to rapport-line
               if lcr-pct < 100
                   string
                       "LCR " vis-pct " pct. - UNDERDAEKKET"
                       delimited by size
                       into rapport-line
                   end-string
               else
                   string
                       "LCR " vis-pct " pct. - DAEKKET"
                       delimited by size
                       into rapport-line
                   end-string
               end-if
               write rapport-record
           exit.
