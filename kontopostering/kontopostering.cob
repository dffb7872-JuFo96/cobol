               organization is line sequential
               file status is traekret-status.

      *> Dagens reservationer (se RESERVATION.cpy) - en aaben
      *> reservation nedsaetter den disponible saldo, som et traek
      *> proeves mod, og frigives af den postering der matcher den.
           select reservation-file
               assign to dynamic reservation-file-name
               organization is line sequential
               file status is reservation-status.

      *> Udlaeg/arrest (se UDLAEG.cpy) - en aktiv ordre binder det
      *> udlagte beloeb paa kontoen, saa en haevning ikke maa bringe
      *> saldoen under det; indskud gaar igennem. Den bogfoerte
      *> "UDLG"-betaling saetter ordren "U".
           select udlaeg-file
               assign to dynamic udlaeg-file-name
               organization is line sequential
               file status is udlaeg-status.

      *> Udgaaende betalinger til andre banker - en clearingpost pr.
      *> anvendt "UDGB"-postering, se skriv-udg-clearing.
           select udg-clearing-file
               assign to dynamic udg-clearing-file-name
               organization is line sequential
               file status is udg-clearing-status.

      *> Kundemasteren - kun for at finde kunder der endnu afventer
      *> oprettelse (kunde-status "V"), se afventer-tabellen.
           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential
               file status is kunde-fil-status.

      *> Sanktions-review-filen fra sanktionsscreening.cob - se
      *> blokeret-tabellen.
           select review-file assign to dynamic review-file-name
           select history-file assign to dynamic history-file-name
               organization is line sequential.

      *> Afdragsplanerne (LOANSCHD.cpy) - en "UDBT"-laanudbetaling
      *> afstemmes mod summen af planens hovedstol, saa der ikke
      *> kan udbetales et andet beloeb end det kunden afdrager paa.
           select laan-file assign to dynamic laan-file-name
               organization is line sequential
               file status is laan-status.

           select error-file assign to "POSTERING-FEJL.txt"
               organization is line sequential.

      *> flyttes. Begge ben anvendes atomisk - kan det ene ben ikke
      *> posteres, afvises hele overfoerslen til POSTERING-FEJL.txt
      *> (se anvend-overfoersel).
      *> "UDBT" er udbetalingen af et nyoprettet laan (skrevet af
      *> laanoprettelse.cob): trans-account-id er LAAN-kontoen,
      *> trans-modkonto er den navngivne udbetalingskonto, og
      *> trans-amount (positivt) er hovedstolen - begge ben
      *> oeger saldoen (laanets restgaeld og kundens indestaaende),
      *> og beloebet skal stemme med planens hovedstol i
      *> LAANSCHD.txt (se anvend-laanudbetaling).
      *> "RYKG" er et rykkergebyr (skrevet af rykkerforloeb.cob) og
      *> anvendes som en enkelt-postering, men uden overtraeks- og
      *> produktregelgaten (se anvend-aktiv-postering).
      *> "KORT", "KREF" og "KATM" er kortkoeb, kortrefusion og
      *> haevning i automat fra kortafregningen (skrevet af
      *> kortafregning.cob, trans-tekst er forretningens navn).
      *> Indloeseren har allerede faaet pengene - autorisationen
      *> var kontrollen - saa de anvendes ogsaa som en enkelt-
      *> postering uden overtraeks- og produktregelgaten.
      *> "UDGB" er en udgaaende betaling til en anden bank:
      *> trans-account-id er kundens konto, trans-amount (negativt)
      *> er beloebet, trans-modkonto er modtagerens kontonummer,
      *> trans-modtager-reg hans reg.nr. og trans-tekst betalings-
      *> referencen. Den anvendes som en almindelig haevning, men
      *> modkonteres mod den udgaaende clearingkonto og skrives til
      *> UDG-CLEARING.txt (se anvend-udgaaende-betaling).
      *> "UDGR" er tilbagefoerslen af en betaling clearingen har
      *> afvist (skrevet af udgretur.cob) - et indskud modkonteret
      *> samme clearingkonto, uden produktregelgaten.
      *> "UDLG" er betalingen af et udlaeg til myndigheden (skrevet
      *> af udlaegudfoersel.cob) - en "UDGB" med udlaeggets
      *> reference forrest i trans-tekst, som ikke selv holdes op
      *> mod udlaegget (se tjek-udlaeg).
      *> "KOMP" er en klagekompensation (skrevet af
      *> klageudbetaling.cob) - bankens eget indskud paa kundens
      *> konto, anvendt som en enkelt-postering uden produkt-
      *> regelgaten, saa den ikke taeller mod et indskudsloft.
      *> "GPRV" er kvartalets garantiprovision (skrevet af
      *> garantiprovision.cob) - et gebyr som "RYKG", der traekkes
      *> uden overtraeks- og produktregelgaten.
      *> "DGEB" er kvartalets depotgebyr (skrevet af depotgebyr.cob)
      *> paa depotets afregningskonto - et gebyr som "GPRV".
      *> "BLEJ" er aarets boksleje (skrevet af boksleje.cob) paa
      *> boksens debetkonto - debiteringen er kontrolleret i
      *> boksleje.cob, og en fejlet debitering skrives aldrig.
               02 trans-type         PIC X(4).
                   88 trans-uden-gate
                       values "RYKG" "KORT" "KREF" "KATM" "UDGR"
                              "KOMP" "GPRV" "DGEB" "BLEJ".
               02 trans-modkonto     PIC X(10).
      *> Valgfri posteringstekst - tilfoejet yderst som trans-type,
      *> saa aeldre TRANS-POST-filer laeses som blank tekst. Baeres
      *> med over i TRANSOPL.txt-historikken.
               02 trans-tekst        PIC X(30).
      *> Modtagerens reg.nr. ved en "UDGB" - tilfoejet yderst som
      *> trans-tekst, saa aeldre filer laeses som blank.
               02 trans-modtager-reg PIC X(4).
      *> Operatoeren der har tastet en manuel postering - blank for
      *> maskinelt dannede posteringer. Tilfoejet yderst som
      *> trans-modtager-reg; laeses af personaleovervaagning.cob.
               02 trans-operatoer    PIC X(10).
      *> Trailer-kontrolpost - deler lagerplads med trans-record
      *> under samme FD (samme moenster som opgave6.cob's in-hdr-rec).
      *> Sidste post i en TRANS-POST-fil baerer forventet antal
               02 kanal-trans-type       PIC X(4).
               02 kanal-trans-modkonto   PIC X(10).
               02 kanal-trans-tekst      PIC X(30).
               02 kanal-trans-modtager-reg PIC X(4).
               02 kanal-trans-operatoer  PIC X(10).
      *> Kanalfilens trailer-kontrolpost - deler lagerplads med
      *> kanal-trans-record, se trans-trailer-record.
           01 kanal-trailer-record.
               02 merged-trans-type       PIC X(4).
               02 merged-trans-modkonto   PIC X(10).
               02 merged-trans-tekst      PIC X(30).
               02 merged-trans-modtager-reg PIC X(4).
               02 merged-trans-operatoer  PIC X(10).

           FD traekret-file.
           01 traekret-record.
               COPY "TRAEKRET.cpy".

           FD reservation-file.
           01 reservation-record.
               COPY "RESERVATION.cpy".

           FD udlaeg-file.
           01 udlaeg-record.
               COPY "UDLAEG.cpy".

           FD udg-clearing-file.
           01 udg-clearing-record.
               COPY "UDGCLEAR.cpy".

           FD kunde-file.
           01 kunde-header-record.
               COPY "KUNDEOPL-HDR.cpy".
           01 kunde-info.
               COPY "kundeopl.cpy".

           FD review-file.
           01 review-record.
               02 ho-modkonto      PIC X(10).
               02 ho-tekst         PIC X(30).
               02 ho-aarsag        PIC X(20).
               02 ho-modtager-reg  PIC X(4).

           FD frigivet-file.
           01 frigivet-record.
           01 history-record.
               COPY "TRANSOPL.cpy".

           FD laan-file.
           01 laan-record.
               COPY "LOANSCHD.cpy".

           FD error-file.
           01 error-record.
               02 error-line         PIC X(100).
           01 gl-journal-status PIC XX value "00".
           01 gl-kontrol-status PIC XX value "00".
           01 gl-suspense-account  PIC X(10) value "GLCLEARING".
      *> Den udgaaende clearingkonto - modkonto for "UDGB"/"UDGR",
      *> saa GL-bevaegelsen paa den kan afstemmes mod UDG-CLEARING.txt
      *> (udgclearingkontrol.cob). Skal staa i KONTOPLAN.txt.
           01 udg-clearing-account PIC X(10) value "GLUDGCLR".
           01 gl-modkonto          PIC X(10).

      *> Overtraeksgebyr ved en afvist postering - se vurder-
      *> overtraeksgebyr. OVERTRAEK-GEBYR styrer beloebet; ugyldigt/
           01 tt-index               PIC 9(3).
           01 fundet-traekret        PIC 9(7)V99 value 0.

      *> Reservations-tabellen fra RESERVATION.txt - hele filen
      *> holdes (ogsaa frigivne og udloebne linjer), saa den kan
      *> skrives tilbage med de frigivne markeret. Er tabellen for
      *> lille, afvises koerslen (RC=8) - ellers ville linjerne ud
      *> over tabellen hverken taelle med i disponibel saldo eller
      *> blive skrevet tilbage.
           01 reservation-file-name  PIC X(100)
               value "RESERVATION.txt".
           01 reservation-status     PIC XX value "00".
           01 udg-clearing-file-name PIC X(100)
               value "UDG-CLEARING.txt".
           01 udg-clearing-status    PIC XX value "00".
           01 end-of-reservation     PIC X value "N".
           01 reservation-fuld       PIC X value "N".
           01 reservation-count      PIC 9(4) value 0.
           01 reservation-max        PIC 9(4) value 2000.
           01 reservation-table.
               02 reservation-entry occurs 2000 times.
                   03 rt-konto-id      PIC X(10).
                   03 rt-beloeb        PIC 9(7)V99.
                   03 rt-reference     PIC X(16).
                   03 rt-oprettet-dato PIC X(8).
                   03 rt-udloeb-dato   PIC X(8).
                   03 rt-status        PIC X(1).
                   03 rt-frigivet-dato PIC X(8).
           01 rt-index               PIC 9(4).
           01 rt-match               PIC 9(4).
      *> Aabne reservationer paa kontoen ud over den posteringen
      *> selv frigiver - se find-reservationer.
           01 reserveret-rest        PIC 9(9)V99 value 0.
           01 reservation-match-beloeb PIC 9(7)V99 value 0.

      *> Udlaegs-tabellen fra UDLAEG.txt - hele filen indlaeses, saa
      *> den kan skrives tilbage med dagens udfoerte ordrer. En
      *> manglende fil betyder ingen udlaeg; er tabellen for lille,
      *> afvises koerslen (RC=8).
           01 udlaeg-file-name       PIC X(100) value "UDLAEG.txt".
           01 udlaeg-status          PIC XX value "00".
           01 end-of-udlaeg          PIC X value "N".
           01 udlaeg-fuld            PIC X value "N".
           01 udlaeg-count           PIC 9(4) value 0.
           01 udlaeg-max             PIC 9(4) value 1000.
           01 udlaeg-table.
               02 udlaeg-entry occurs 1000 times.
                   03 ut-konto-id        PIC X(10).
                   03 ut-reference       PIC X(16).
                   03 ut-myndighed       PIC X(1).
                   03 ut-beloeb          PIC 9(7)V99.
                   03 ut-forkyndt-dato   PIC X(8).
                   03 ut-frigivet-dato   PIC X(8).
                   03 ut-status          PIC X(1).
                   03 ut-modtager-reg    PIC X(4).
                   03 ut-modtager-konto  PIC X(10).
           01 ut-index               PIC 9(4).
      *> Summen af kontoens bindende udlaeg - se find-udlaeg.
           01 udlagt-rest            PIC 9(9)V99 value 0.
           01 udlaeg-afvist          PIC X value "N".

      *> Kunder med en blokerende sanktions-/PEP-sag i
      *> SANKTION-REVIEW.txt (skrevet af sanktionsscreening.cob):
      *> status "N" (aaben, endnu ikke gennemgaaet) og "B"
               02 blokeret-kunde-id occurs 200 times PIC X(10).
           01 sb-index               PIC 9(3).
           01 kunde-blokeret         PIC X value "N".
           01 blokering-aarsag       PIC X(25).

      *> Kunder der afventer oprettelse (kunde-status "V" i
      *> kundeopl.cpy) - kundeaktivering.cob har endnu ikke set
      *> legitimation, screening, samtykke og skattebopael paa
      *> plads, saa der maa ikke posteres paa deres konti.
           01 kunde-file-name        PIC X(100)
               value "kundeoplysninger.txt".
           01 kunde-fil-status       PIC XX value "00".
           01 end-of-kunde           PIC X value "N".
           01 kunde-header-missing   PIC X value "N".
           01 afventer-count         PIC 9(4) value 0.
           01 afventer-max           PIC 9(4) value 500.
           01 afventer-tabel.
               02 afventer-kunde-id occurs 500 times PIC X(10).
           01 av-index               PIC 9(4).
           01 kontociffer-ok         PIC X value "N".

      *> Understoettet fler-cyklus-postering: POSTERING_CYKLUS
           01 emne-frigivet          PIC X value "N".
           01 tilbageholdt-antal     PIC 9(5) value 0.

      *> Planens hovedstol pr. laanekonto fra LAANSCHD.txt - se
      *> anvend-laanudbetaling. Manglende fil betyder ingen planer,
      *> og en "UDBT" afvises saa som "ingen plan". Er der flere
      *> laan end tabellen rummer, stoppes koerslen - et laan uden
      *> plan i tabellen ville faa sin udbetaling afvist.
           01 laan-file-name         PIC X(100) value "LAANSCHD.txt".
           01 laan-status            PIC XX value "00".
           01 end-of-laan            PIC X value "N".
           01 plan-count             PIC 9(4) value 0.
           01 plan-max               PIC 9(4) value 2000.
           01 plan-table.
               02 plan-entry occurs 2000 times.
                   03 pl-konto-id    PIC X(10).
                   03 pl-hovedstol   PIC 9(9)V99.
           01 pl-index               PIC 9(4).
           01 pl-match               PIC 9(4).
           01 udb-laan-balance       PIC S9(8)V99.
           01 udb-konto-balance      PIC S9(8)V99.
           01 udb-afvist             PIC X value "N".

           01 kontrol-antal          PIC 9(7).
           01 kontrol-sum            PIC S9(9)V99.
           01 trailer-fundet         PIC X value "N".
           01 trailer-forventet-sum  PIC S9(9)V99.
           01 brugt-fil-liste        PIC X value "N".

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "KONTOPOSTERING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "GL-JOURNAL.txt" to gl-journal-file-name
           end-accept
           accept laan-file-name from environment "LAANSCHDFIL_NAVN"
               on exception
                   move "LAANSCHD.txt" to laan-file-name
           end-accept
           accept reservation-file-name
               from environment "RESERVATIONFIL_NAVN"
               on exception
                   move "RESERVATION.txt" to reservation-file-name
           end-accept
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept udlaeg-file-name from environment "UDLAEGFIL_NAVN"
               on exception
                   move "UDLAEG.txt" to udlaeg-file-name
           end-accept
           accept udg-clearing-file-name
               from environment "UDGCLEARINGFIL_NAVN"
               on exception
                   move "UDG-CLEARING.txt" to udg-clearing-file-name
           end-accept
           accept overtraeks-gebyr-tekst from environment
               "OVERTRAEK-GEBYR"
               on exception
      *> kontrolleret og fjernet i merge-trans-filer - den samlede
      *> fil har derfor ingen trailer at kontrollere her.
           if brugt-fil-liste = "N"
               move trans-file-name to segl-fil-navn
               perform verificer-segl
               perform kontroller-batch-total
           end-if

           end-if

           perform load-traekret-table
           perform load-reservationer
           perform load-udlaeg
           perform load-blokerede-kunder
           perform load-afventende-kunder
           perform load-produktkatalog
           perform load-alarmregler
           perform load-frigivne
           perform load-laan-planer
           move konto-file-name to segl-fil-navn
           perform verificer-segl
           perform build-konto-master-index
           perform byg-aarsindskud-grundlag

           open input trans-file
           if simuler-tilstand not = "J"
               open extend history-file
      *> Ved GENSTART har den afbrudte koersel allerede forlaenget
      *> journalen efter seglet blev sat - seglet kan da ikke stemme
      *> og efterregnes foerst igen ved naeste normale koersel.
               if genstart-tilstand not = "J"
                   move gl-journal-file-name to segl-fil-navn
                   perform verificer-segl
               end-if
               open extend gl-journal-file
               if gl-journal-status = "35"
                   open output gl-journal-file
               end-if
               open extend udg-clearing-file
               if udg-clearing-status = "35"
                   open output udg-clearing-file
               end-if
               open i-o trans-index-file
               if tix-status = "35" or tix-status = "05"
                   open output trans-index-file
               close afklaring-file
               close history-file
               close gl-journal-file
               move gl-journal-file-name to segl-fil-navn
               perform forsegl-fil
               close udg-clearing-file
               close trans-index-file
           end-if
           if suspense-antal > 0
                   "POSTERING-FEJL.txt og SIMULERING-RESULTAT.txt"
           else
               perform rewrite-konto-file
               perform rewrite-reservation-file
               perform rewrite-udlaeg-file
               perform skriv-gl-kontroltotal
               if generation-tilstand = "J"
                   perform publicer-generation
               end-perform
               close konto-file
               close gen-snapshot-file
               move gen-snapshot-name to segl-fil-navn
               perform forsegl-fil

               open output generation-file
               move gen-naeste-nummer to gen-nummer
               end-if
           exit.

      *> En manglende RESERVATION.txt betyder ingen reservationer.
           load-reservationer.
               open input reservation-file
               if reservation-status not = "00"
                   and reservation-status not = "05"
                   continue
               else
                   move "N" to end-of-reservation
                   perform until end-of-reservation = "Y"
                       read reservation-file into reservation-record
                   at end
                       move "Y" to end-of-reservation
                   not at end
                       if reservation-count < reservation-max
                           add 1 to reservation-count
                           move rv-konto-id
                               to rt-konto-id(reservation-count)
                           move rv-beloeb
                               to rt-beloeb(reservation-count)
                           move rv-reference
                               to rt-reference(reservation-count)
                           move rv-oprettet-dato
                               to rt-oprettet-dato(reservation-count)
                           move rv-udloeb-dato
                               to rt-udloeb-dato(reservation-count)
                           move rv-status
                               to rt-status(reservation-count)
                           move rv-frigivet-dato
                               to rt-frigivet-dato(reservation-count)
                       else
                           move "Y" to reservation-fuld
                       end-if
                   end-read
                   end-perform
                   close reservation-file
               end-if
               if reservation-fuld = "Y"
                   display "KONTOPOSTERING: reservationstabel fuld ("
                       reservation-max " reservationer) - "
                       "RESERVATION.txt kan ikke indlaeses, "
                       "koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Skriver reservationerne tilbage med dagens frigivelser
      *> markeret "F" - reservationudloeb.cob rydder dem op.
           rewrite-reservation-file.
               if reservation-fuld = "Y" or reservation-count = 0
                   exit paragraph
               end-if
               open output reservation-file
               perform varying rt-index from 1 by 1
                   until rt-index > reservation-count
                   move rt-konto-id(rt-index) to rv-konto-id
                   move rt-beloeb(rt-index) to rv-beloeb
                   move rt-reference(rt-index) to rv-reference
                   move rt-oprettet-dato(rt-index) to rv-oprettet-dato
                   move rt-udloeb-dato(rt-index) to rv-udloeb-dato
                   move rt-status(rt-index) to rv-status
                   move rt-frigivet-dato(rt-index) to rv-frigivet-dato
                   write reservation-record
               end-perform
               close reservation-file
           exit.

      *> En manglende UDLAEG.txt betyder ingen udlaeg.
           load-udlaeg.
               open input udlaeg-file
               if udlaeg-status not = "00"
                   and udlaeg-status not = "05"
                   continue
               else
                   move "N" to end-of-udlaeg
                   perform until end-of-udlaeg = "Y"
                       read udlaeg-file into udlaeg-record
                   at end
                       move "Y" to end-of-udlaeg
                   not at end
                       if udlaeg-count < udlaeg-max
                           add 1 to udlaeg-count
                           move ud-konto-id
                               to ut-konto-id(udlaeg-count)
                           move ud-reference
                               to ut-reference(udlaeg-count)
                           move ud-myndighed
                               to ut-myndighed(udlaeg-count)
                           move ud-beloeb
                               to ut-beloeb(udlaeg-count)
                           move ud-forkyndt-dato
                               to ut-forkyndt-dato(udlaeg-count)
                           move ud-frigivet-dato
                               to ut-frigivet-dato(udlaeg-count)
                           move ud-status
                               to ut-status(udlaeg-count)
                           move ud-modtager-reg
                               to ut-modtager-reg(udlaeg-count)
                           move ud-modtager-konto
                               to ut-modtager-konto(udlaeg-count)
                       else
                           move "Y" to udlaeg-fuld
                       end-if
                   end-read
                   end-perform
                   close udlaeg-file
               end-if
               if udlaeg-fuld = "Y"
                   display "KONTOPOSTERING: udlaegstabel fuld ("
                       udlaeg-max " udlaeg) - "
                       "UDLAEG.txt kan ikke indlaeses, koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Skriver udlaeggene tilbage med dagens udfoerte ordrer
      *> markeret "U".
           rewrite-udlaeg-file.
               if udlaeg-fuld = "Y" or udlaeg-count = 0
                   exit paragraph
               end-if
               open output udlaeg-file
               perform varying ut-index from 1 by 1
                   until ut-index > udlaeg-count
                   move ut-konto-id(ut-index) to ud-konto-id
                   move ut-reference(ut-index) to ud-reference
                   move ut-myndighed(ut-index) to ud-myndighed
                   move ut-beloeb(ut-index) to ud-beloeb
                   move ut-forkyndt-dato(ut-index) to ud-forkyndt-dato
                   move ut-frigivet-dato(ut-index) to ud-frigivet-dato
                   move ut-status(ut-index) to ud-status
                   move ut-modtager-reg(ut-index) to ud-modtager-reg
                   move ut-modtager-konto(ut-index)
                       to ud-modtager-konto
                   write udlaeg-record
               end-perform
               close udlaeg-file
           exit.

      *> Kunder med aabne sanktions-sager (status "N") indlaeses som
      *> blokerings-tabel - se select-kommentaren.
           load-blokerede-kunder.
               end-if
           exit.

      *> Afventende kunder indlaeses som tabel - en manglende
      *> kundefil betyder bare at ingen afventer.
           load-afventende-kunder.
               open input kunde-file
               if kunde-fil-status not = "00"
                   and kunde-fil-status not = "05"
                   exit paragraph
               end-if
               move "N" to kunde-header-missing
               read kunde-file into kunde-header-record
               at end
                   move "Y" to end-of-kunde
               not at end
                   if kuhdr-marker not = "KHDR"
                       move "Y" to kunde-header-missing
                   end-if
               end-read
               if end-of-kunde = "N"
                   and kunde-header-missing = "Y"
                   perform registrer-afventende
               end-if
               perform until end-of-kunde = "Y"
                   read kunde-file into kunde-info
               at end
                   move "Y" to end-of-kunde
               not at end
                   perform registrer-afventende
               end-read
               end-perform
               close kunde-file
           exit.

           registrer-afventende.
               if kunde-afventer in kunde-info
                   if afventer-count < afventer-max
                       add 1 to afventer-count
                       move customer-id in kunde-info
                           to afventer-kunde-id(afventer-count)
                   else
                       display "KONTOPOSTERING: afventer-tabel fuld ("
                           afventer-max " kunder) - "
                           customer-id in kunde-info
                           " kan ikke indlaeses, koersel afvist"
                       close kunde-file
                       move 8 to return-code
                       stop run
                   end-if
               end-if
           exit.

      *> Er kontoens ejer (customer-id i konto-idx-record) blokeret
      *> af en aaben sanktions-sag, eller afventer kunden stadig
      *> oprettelse? blokering-aarsag baerer grunden til fejlteksten.
           tjek-kunde-blokeret.
               move "N" to kunde-blokeret
               perform varying sb-index from 1 by 1
                   if blokeret-kunde-id(sb-index)
                       = customer-id in konto-idx-record
                       move "J" to kunde-blokeret
                       move "aaben sanktions-sag" to blokering-aarsag
                   end-if
               end-perform
               if kunde-blokeret = "N"
                   perform varying av-index from 1 by 1
                       until av-index > afventer-count
                       if afventer-kunde-id(av-index)
                           = customer-id in konto-idx-record
                           move "J" to kunde-blokeret
                           move "afventende oprettelse"
                               to blokering-aarsag
                       end-if
                   end-perform
               end-if
           exit.

      *> Summen af kontoens bindende udlaeg (aktive og dem der
      *> venter paa udfoersel) - konto-idx-record holder kontoen.
           find-udlaeg.
               move 0 to udlagt-rest
               perform varying ut-index from 1 by 1
                   until ut-index > udlaeg-count
                   if ut-konto-id(ut-index)
                       = account-id in konto-idx-record
                       and (ut-status(ut-index) = space
                           or ut-status(ut-index) = "E")
                       add ut-beloeb(ut-index) to udlagt-rest
                   end-if
               end-perform
           exit.

      *> En haevning maa ikke bringe saldoen-efter (saet af
      *> kalderen i new-balance) under kontoens udlagte beloeb -
      *> traekretten hjaelper ikke her, det udlagte tilhoerer
      *> myndigheden. Selve udlaegsbetalingen ("UDLG") er undtaget.
           tjek-udlaeg.
               move "N" to udlaeg-afvist
               if trans-type in trans-record = "UDLG"
                   exit paragraph
               end-if
               perform find-udlaeg
               if udlagt-rest > 0
                   and new-balance - reserveret-rest < udlagt-rest
                   move "Y" to udlaeg-afvist
               end-if
           exit.

      *> En bogfoert "UDLG"-betaling saetter sin ordre "U" - ordren
      *> findes paa konto og referencen forrest i trans-tekst.
           udfoer-udlaeg.
               perform varying ut-index from 1 by 1
                   until ut-index > udlaeg-count
                   if ut-konto-id(ut-index) = trans-account-id
                       and ut-reference(ut-index)
                           = trans-tekst in trans-record(1:16)
                       and ut-status(ut-index) = "E"
                       move "U" to ut-status(ut-index)
                       move trans-date in trans-record
                           to ut-frigivet-dato(ut-index)
                   end-if
               end-perform
           exit.
               end-perform
           exit.

      *> Summerer kontoens aabne, ikke-udloebne reservationer (pr.
      *> posteringsdatoen) og finder den reservation posteringen
      *> frigiver: foerst en hvis reference staar forrest i
      *> trans-tekst, ellers den foerste med samme beloeb
      *> (reservation-match-beloeb, saettes af kalderen). Den
      *> matchede reservation indgaar ikke i reserveret-rest.
           find-reservationer.
               move 0 to reserveret-rest
               move 0 to rt-match
               perform varying rt-index from 1 by 1
                   until rt-index > reservation-count
                   if rt-konto-id(rt-index)
                       = account-id in konto-idx-record
                       and rt-status(rt-index) = space
                       and rt-udloeb-dato(rt-index)
                           >= trans-date in trans-record
                       add rt-beloeb(rt-index) to reserveret-rest
                       if rt-reference(rt-index) not = spaces
                           and rt-reference(rt-index)
                               = trans-tekst in trans-record(1:16)
                           move rt-index to rt-match
                       end-if
                   end-if
               end-perform
               if rt-match = 0
                   perform varying rt-index from 1 by 1
                       until rt-index > reservation-count
                           or rt-match > 0
                       if rt-konto-id(rt-index)
                           = account-id in konto-idx-record
                           and rt-status(rt-index) = space
                           and rt-udloeb-dato(rt-index)
                               >= trans-date in trans-record
                           and rt-beloeb(rt-index)
                               = reservation-match-beloeb
                           move rt-index to rt-match
                       end-if
                   end-perform
               end-if
               if rt-match > 0
                   subtract rt-beloeb(rt-match) from reserveret-rest
               end-if
           exit.

      *> Den bogfoerte postering frigiver sin reservation. Markeres
      *> ogsaa i SIMULER-TILSTAND, saa to posteringer ikke frigiver
      *> samme reservation - tabellen skrives alligevel kun tilbage
      *> ved en rigtig koersel.
           frigiv-reservation.
               if rt-match > 0
                   move "F" to rt-status(rt-match)
                   move trans-date in trans-record
                       to rt-frigivet-dato(rt-match)
                   move 0 to rt-match
               end-if
           exit.

      *> Bygger det indekserede arbejdseksemplar af kontomasteren ud
      *> fra den nuvaerende KontoOpl.txt. Den allerfoerste post er en
      *> version/laengde-header (se KONTOOPL-HDR.cpy) - et mismatch
           exit.

           anvend-valideret-transaktion.
               move 0 to rt-match
               evaluate trans-type in trans-record
                   when "OVF "
                       perform anvend-overfoersel
                   when "FX  "
                       perform anvend-fx-konvertering
                   when "UDBT"
                       perform anvend-laanudbetaling
                   when "UDGB"
                   when "UDLG"
                       perform anvend-udgaaende-betaling
      *> Afviklingstypen: med modkonto en overfoersel (fra-kontoen
      *> maa vaere spaerret/lukket), uden modkonto en enkelt-
      *> postering (f.eks. slutrenten paa en lukket konto).
                           move trans-tekst in trans-record
                               to ho-tekst
                           move "OVER-ALARMGRAENSE" to ho-aarsag
                           move trans-modtager-reg to ho-modtager-reg
                           write hold-record
                       end-if
                   end-if
                   add 1 to simuleret-afvist
                   move spaces to error-line
                   string
                       "Postering afvist, kunde blokeret af "
                       function trim(blokering-aarsag) ": "
                       function trim(
                           customer-id in konto-idx-record)
                       into error-line
                       to regel-beloeb
               end-if
               perform tjek-produktregler
      *> Rykkergebyret fra rykkerforloeb.cob er ikke kundens eget
      *> traek - det opkraeves altid fuldt ud, ligesom NSF-gebyret i
      *> vurder-overtraeksgebyr, ogsaa ud over traekretten. Det
      *> samme gaelder en afregnet korttransaktion.
               if trans-uden-gate in trans-record
                   move "N" to regel-afvist
               end-if
               if regel-afvist = "J"
                   add 1 to simuleret-afvist
                   move spaces to error-line
                   balance in konto-idx-record
                   + trans-amount in trans-record
               perform find-traekret
      *> Et traek proeves mod den disponible saldo: kontoens aabne
      *> reservationer nedsaetter den, bortset fra den reservation
      *> posteringen selv frigiver. Et indskud er aldrig et traek.
               compute reservation-match-beloeb =
                   0 - trans-amount in trans-record
               perform find-reservationer
               if trans-amount in trans-record >= 0
                   move 0 to reserveret-rest
               end-if
      *> Et udlaeg binder beloebet - en haevning der ville gaa
      *> under det afvises, uanset traekret. Indskud gaar igennem.
               if trans-amount in trans-record < 0
                   and not trans-uden-gate in trans-record
                   perform tjek-udlaeg
                   if udlaeg-afvist = "Y"
                       add 1 to simuleret-afvist
                       move spaces to error-line
                       string
                           "Postering afvist, udlaeg paa konto "
                           function trim(trans-account-id)
                           into error-line
                       end-string
                       write error-record
                       exit paragraph
                   end-if
               end-if
               if new-balance - reserveret-rest < 0 - fundet-traekret
                   and not trans-uden-gate in trans-record
                   add 1 to simuleret-afvist
                   move spaces to error-line
                   string
                   add trans-amount in trans-record
                       to trans-beloeb-sum
                   perform opdater-aarsindskud
                   if trans-amount in trans-record < 0
                       perform frigiv-reservation
                   end-if
      *> Arbejdskopien opdateres ogsaa i SIMULER-TILSTAND, saa flere
      *> posteringer mod samme konto valideres kumulativt - kopien
      *> kasseres alligevel, da rewrite-konto-file springes over.
                       perform skriv-historik-index

                       perform skriv-gl-journal
                       if trans-type in trans-record = "UDGB"
                           or trans-type in trans-record = "UDLG"
                           perform skriv-udg-clearing
                       end-if
                       if trans-type in trans-record = "UDLG"
                           perform udfoer-udlaeg
                       end-if
                   end-if
               end-if
           exit.

      *> En udgaaende betaling skal have et negativt beloeb (det er
      *> kundens haevning), et numerisk reg.nr. og et kontonummer
      *> hos modtageren - ellers kan clearingen ikke levere den, og
      *> den afvises her i stedet for at komme retur om et par dage.
      *> Resten - konto, status, produktregler, daekning og
      *> reservationer - er en almindelig enkelt-postering.
           anvend-udgaaende-betaling.
               if trans-amount in trans-record not < 0
                   or trans-modtager-reg not numeric
                   or trans-modkonto = spaces
                   add 1 to simuleret-afvist
                   move spaces to error-line
                   string
                       "Udgaaende betaling afvist, beloeb/reg.nr./"
                       "modtagerkonto ugyldig for konto "
                       function trim(trans-account-id)
                       into error-line
                   end-string
                   write error-record
                   exit paragraph
               end-if
               perform anvend-enkelt-postering
           exit.

      *> Clearingposten for en anvendt udgaaende betaling - valoer
      *> er posteringsdatoen (efter en evt. cutoff-flytning).
           skriv-udg-clearing.
               move trans-account-id to uc-afsender-konto
               move trans-modtager-reg to uc-modtager-reg
               move trans-modkonto to uc-modtager-konto
               compute uc-beloeb = 0 - trans-amount in trans-record
               move trans-date in trans-record to uc-valoer-dato
               move trans-tekst in trans-record to uc-reference
               write udg-clearing-record
           exit.

      *> Anvender en "OVF "-overfoersel atomisk: fra-kontoen
      *> (trans-account-id) debiteres og til-kontoen (trans-modkonto)
      *> krediteres beloebet, men foerst naar BEGGE ben er valideret -
                               move spaces to error-line
                               string
                                   "Overfoersel afvist, kunde"
                                   " blokeret af "
                                   function trim(blokering-aarsag)
                                   ": "
                                   function trim(customer-id
                                       in konto-idx-record)
                                   into error-line
                           end-if
                           move balance in konto-idx-record
                               to ovf-fra-balance
      *> Fra-kontoens traekret og reservationer slaas op mens
      *> konto-idx-record stadig holder fra-kontoen.
                           perform find-traekret
                           move trans-amount in trans-record
                               to reservation-match-beloeb
                           perform find-reservationer
                       end-if
                   end-read
               end-if
               if ovf-afvist = "N"
                   and ovf-fra-balance
                       - trans-amount in trans-record
                       - reserveret-rest
                       < 0 - fundet-traekret
                   move "Y" to ovf-afvist
                   move spaces to error-line
                   perform vurder-overtraeksgebyr
               end-if

      *> Fra-kontoens udlaeg binder ogsaa ved en overfoersel - ogsaa
      *> ved en AFVK-afvikling af en spaerret/lukket konto.
               if ovf-afvist = "N"
                   compute new-balance =
                       ovf-fra-balance - trans-amount in trans-record
                   perform tjek-udlaeg
                   if udlaeg-afvist = "Y"
                       move "Y" to ovf-afvist
                       move spaces to error-line
                       string
                           "Overfoersel afvist, udlaeg paa konto "
                           function trim(trans-account-id)
                           into error-line
                       end-string
                       write error-record
                   end-if
               end-if

               if ovf-afvist = "N"
                   move trans-modkonto to account-id in konto-idx-record
                   read konto-master-index-file
                               move spaces to error-line
                               string
                                   "Overfoersel afvist, kunde"
                                   " blokeret af "
                                   function trim(blokering-aarsag)
                                   ": "
                                   function trim(customer-id
                                       in konto-idx-record)
                                   into error-line
               else
                   add 1 to simuleret-anvendt
                   perform anvend-overfoersel-ben
                   perform frigiv-reservation
               end-if
           exit.

                               move "Y" to fx-afvist
                               move spaces to error-line
                               string
                                   "FX afvist, kunde blokeret af "
                                   function trim(blokering-aarsag)
                                   ": "
                                   function trim(customer-id
                                       in konto-idx-record)
                                   into error-line
                           move valuta-id in konto-idx-record
                               to fx-fra-valuta
                           perform find-traekret
                           move trans-amount in trans-record
                               to reservation-match-beloeb
                           perform find-reservationer
                       end-if
                   end-read
               end-if
               if fx-afvist = "N"
                   and ovf-fra-balance
                       - trans-amount in trans-record
                       - reserveret-rest
                       < 0 - fundet-traekret
                   move "Y" to fx-afvist
                   move spaces to error-line
                   perform vurder-overtraeksgebyr
               end-if

               if fx-afvist = "N"
                   compute new-balance =
                       ovf-fra-balance - trans-amount in trans-record
                   perform tjek-udlaeg
                   if udlaeg-afvist = "Y"
                       move "Y" to fx-afvist
                       move spaces to error-line
                       string
                           "FX afvist, udlaeg paa konto "
                           function trim(trans-account-id)
                           into error-line
                       end-string
                       write error-record
                   end-if
               end-if

      *> Fra-benet er en haevning - produktreglerne proeves mens
      *> konto-idx-record stadig holder fra-kontoen, saa en laast
      *> konto heller ikke kan toemmes som FX-konvertering.
                               move "Y" to fx-afvist
                               move spaces to error-line
                               string
                                   "FX afvist, kunde blokeret af "
                                   function trim(blokering-aarsag)
                                   ": "
                                   function trim(customer-id
                                       in konto-idx-record)
                                   into error-line
               else
                   add 1 to simuleret-anvendt
                   perform anvend-fx-ben
                   perform frigiv-reservation
               end-if
           exit.

               end-if
           exit.

      *> Anvender en "UDBT"-laanudbetaling atomisk: LAAN-kontoen
      *> (trans-account-id) og udbetalingskontoen (trans-modkonto)
      *> faar begge beloebet lagt til - laanets restgaeld opstaar
      *> samtidig med at kunden faar pengene. Begge ben valideres
      *> foer noget anvendes: LAAN-kontoen skal vaere en aktiv
      *> LAAN-konto uden tidligere udbetaling (saldo nul), beloebet
      *> skal stemme til oeren med planens hovedstol i LAANSCHD.txt,
      *> og udbetalingskontoen skal vaere aktiv, ikke en LAAN-konto
      *> og ikke tilhoere en blokeret kunde. Traekretten er ikke i
      *> spil - ingen af benene traekker paa en konto.
           anvend-laanudbetaling.
               move "N" to udb-afvist
               if trans-amount in trans-record not > 0
                   or trans-modkonto = spaces
                   or trans-modkonto = trans-account-id
                   move "Y" to udb-afvist
                   move spaces to error-line
                   string
                       "Laanudbetaling afvist, ugyldig instruks for"
                       " konto " function trim(trans-account-id)
                       into error-line
                   end-string
                   write error-record
               end-if

               if udb-afvist = "N"
                   move trans-account-id
                       to account-id in konto-idx-record
                   read konto-master-index-file
                   invalid key
                       move "Y" to udb-afvist
                       move spaces to error-line
                       string
                           "Laanudbetaling afvist, ukendt laanekonto: "
                           function trim(trans-account-id)
                           into error-line
                       end-string
                       write error-record
                       end-write
                   not invalid key
                       if account-type in konto-idx-record
                               not = "LAAN"
                           or not konto-aktiv in konto-idx-record
                           move "Y" to udb-afvist
                           move spaces to error-line
                           string
                               "Laanudbetaling afvist, ikke en aktiv"
                               " LAAN-konto: "
                               function trim(trans-account-id)
                               into error-line
                           end-string
                           write error-record
                       else
                           if balance in konto-idx-record not = 0
                               move "Y" to udb-afvist
                               move spaces to error-line
                               string
                                   "Laanudbetaling afvist, laanet er"
                                   " allerede udbetalt: "
                                   function trim(trans-account-id)
                                   into error-line
                               end-string
                               write error-record
                           end-if
                           move balance in konto-idx-record
                               to udb-laan-balance
                       end-if
                   end-read
               end-if

               if udb-afvist = "N"
                   move 0 to pl-match
                   perform varying pl-index from 1 by 1
                       until pl-index > plan-count
                       if pl-konto-id(pl-index) = trans-account-id
                           move pl-index to pl-match
                       end-if
                   end-perform
                   if pl-match = 0
                       move "Y" to udb-afvist
                       move spaces to error-line
                       string
                           "Laanudbetaling afvist, ingen afdragsplan"
                           " for " function trim(trans-account-id)
                           into error-line
                       end-string
                       write error-record
                   else
                       if pl-hovedstol(pl-match)
                           not = trans-amount in trans-record
                           move "Y" to udb-afvist
                           move spaces to error-line
                           string
                               "Laanudbetaling afvist, beloeb "
                               trans-amount in trans-record
                               " <> planens hovedstol "
                               pl-hovedstol(pl-match)
                               into error-line
                           end-string
                           write error-record
                       end-if
                   end-if
               end-if

               if udb-afvist = "N"
                   move trans-modkonto to account-id in konto-idx-record
                   read konto-master-index-file
                   invalid key
                       move "Y" to udb-afvist
                       move spaces to error-line
                       string
                           "Laanudbetaling afvist, ukendt"
                           " udbetalingskonto: "
                           function trim(trans-modkonto)
                           into error-line
                       end-string
                       write error-record
                       end-write
                   not invalid key
                       if not konto-aktiv in konto-idx-record
                           or account-type in konto-idx-record
                               = "LAAN"
                           move "Y" to udb-afvist
                           move spaces to error-line
                           string
                               "Laanudbetaling afvist, udbetalings"
                               "konto ikke aktiv/ugyldig: "
                               function trim(trans-modkonto)
                               into error-line
                           end-string
                           write error-record
                       else
                           perform tjek-kunde-blokeret
                           if kunde-blokeret = "J"
                               move "Y" to udb-afvist
                               move spaces to error-line
                               string
                                   "Laanudbetaling afvist, kunde"
                                   " blokeret af "
                                   function trim(blokering-aarsag)
                                   ": "
                                   function trim(customer-id
                                       in konto-idx-record)
                                   into error-line
                               end-string
                               write error-record
                           end-if
                           move balance in konto-idx-record
                               to udb-konto-balance
                       end-if
                   end-read
               end-if

      *> Udbetalingen er et indskud paa udbetalingskontoen -
      *> produktreglerne proeves mens konto-idx-record holder den.
               if udb-afvist = "N"
                   move "I" to regel-retning
                   move trans-amount in trans-record
                       to regel-beloeb
                   perform tjek-produktregler
                   if regel-afvist = "J"
                       move "Y" to udb-afvist
                       move spaces to error-line
                       string
                           "Laanudbetaling afvist, produktregel "
                           function trim(regel-aarsag)
                           " for konto "
                           function trim(trans-modkonto)
                           into error-line
                       end-string
                       write error-record
                   end-if
               end-if

               if udb-afvist = "Y"
                   add 1 to simuleret-afvist
               else
                   add 1 to simuleret-anvendt
                   perform anvend-laanudbetaling-ben
               end-if
           exit.

      *> Begge ben anvendes med hver sin TRANSOPL-linje (type
      *> "UDBT"). Begge saldi stiger, saa begge ben journaliseres
      *> med samme fortegnsregel som skriv-gl-journal: et positivt
      *> beloeb paa en kundekonto er "CR" - ogsaa paa LAAN-kontoen,
      *> hvis afdrag journaliseres "DR" - saa en LAAN-kontrolkonto
      *> stemmer med restgaelden. Hvert kundeben har den anden
      *> kundekonto som modkonto (laanebenet skrives foerst, se
      *> filialmellemregning.cob), og modposten er et "DR" paa
      *> clearingkontoen med kundekontoen som modkonto.
           anvend-laanudbetaling-ben.
               move "UDBT" to glj-kilde
               compute new-balance =
                   udb-laan-balance + trans-amount in trans-record
               move trans-account-id to account-id in konto-idx-record
               read konto-master-index-file
               move new-balance to balance in konto-idx-record
               rewrite konto-idx-record
               add trans-amount in trans-record to trans-beloeb-sum
               if simuler-tilstand not = "J"
                   move trans-account-id
                       to account-id in history-record
                   move trans-date in trans-record
                       to trans-date in history-record
                   move trans-amount in trans-record
                       to trans-amount in history-record
                   move new-balance
                       to running-balance in history-record
                   move "UDBT" to trans-type in history-record
                   move spaces to trans-tekst in history-record
                   string
                       "Laanudbetaling til "
                       function trim(trans-modkonto)
                       into trans-tekst in history-record
                   end-string
                   move postering-cyklus
                       to trans-cyklus in history-record
                   write history-record
                   perform skriv-historik-index

                   move trans-account-id to glj-account-id
                   move trans-modkonto to glj-contra-account
                   move trans-date in trans-record to glj-date
                   move trans-amount in trans-record to glj-amount
                   move "CR" to glj-dr-cr
                   move postering-cyklus to glj-cyklus
                   write gl-journal-record

                   move gl-suspense-account to glj-account-id
                   move trans-account-id to glj-contra-account
                   move "DR" to glj-dr-cr
                   write gl-journal-record
               end-if

               compute new-balance =
                   udb-konto-balance + trans-amount in trans-record
               move trans-modkonto to account-id in konto-idx-record
               read konto-master-index-file
               move new-balance to balance in konto-idx-record
               rewrite konto-idx-record
               add trans-amount in trans-record to trans-beloeb-sum
               move "I" to regel-retning
               move trans-amount in trans-record to regel-beloeb
               perform opdater-aarsindskud
               if simuler-tilstand not = "J"
                   move trans-modkonto
                       to account-id in history-record
                   move trans-date in trans-record
                       to trans-date in history-record
                   move trans-amount in trans-record
                       to trans-amount in history-record
                   move new-balance
                       to running-balance in history-record
                   move "UDBT" to trans-type in history-record
                   if trans-tekst in trans-record not = spaces
                       move trans-tekst in trans-record
                           to trans-tekst in history-record
                   else
                       move spaces
                           to trans-tekst in history-record
                       string
                           "Udbetaling af laan "
                           function trim(trans-account-id)
                           into trans-tekst in history-record
                       end-string
                   end-if
                   move postering-cyklus
                       to trans-cyklus in history-record
                   write history-record
                   perform skriv-historik-index

                   move trans-modkonto to glj-account-id
                   move trans-account-id to glj-contra-account
                   move trans-date in trans-record to glj-date
                   move trans-amount in trans-record to glj-amount
                   move "CR" to glj-dr-cr
                   move postering-cyklus to glj-cyklus
                   write gl-journal-record

                   move gl-suspense-account to glj-account-id
                   move trans-modkonto to glj-contra-account
                   move "DR" to glj-dr-cr
                   write gl-journal-record
               end-if
           exit.

      *> Planens hovedstol pr. laanekonto: summen af principal-
      *> amount over alle raekker (bogfoerte som ubogfoerte) er det
      *> oprindelige laanebeloeb, som laanoprettelse.cob skrev.
           load-laan-planer.
               open input laan-file
               if laan-status not = "00" and laan-status not = "05"
                   continue
               else
                   move "N" to end-of-laan
                   perform until end-of-laan = "Y"
                       read laan-file into laan-record
                   at end
                       move "Y" to end-of-laan
                   not at end
                       perform registrer-plan-raekke
                   end-read
                   end-perform
                   close laan-file
               end-if
           exit.

      *> Et laans raekker staar samlet i LAANSCHD.txt, saa den
      *> seneste plan i tabellen proeves foerst.
           registrer-plan-raekke.
               move 0 to pl-match
               if plan-count > 0
                   if pl-konto-id(plan-count) = loan-account-id
                       move plan-count to pl-match
                   end-if
               end-if
               if pl-match = 0
                   perform varying pl-index from 1 by 1
                       until pl-index > plan-count
                       if pl-konto-id(pl-index) = loan-account-id
                           move pl-index to pl-match
                       end-if
                   end-perform
               end-if
               if pl-match = 0
                   if plan-count < plan-max
                       add 1 to plan-count
                       move loan-account-id to pl-konto-id(plan-count)
                       move 0 to pl-hovedstol(plan-count)
                       move plan-count to pl-match
                   else
                       display "KONTOPOSTERING: plantabel fuld ("
                           plan-max " laan) - "
                           function trim(laan-file-name)
                           " kan ikke indlaeses, koersel afvist"
                       close laan-file
                       move 8 to return-code
                       stop run
                   end-if
               end-if
               add principal-amount to pl-hovedstol(pl-match)
           exit.

      *> En afvist postering koster i virkeligheden intet i dag -
      *> kunden faar bare besked om at posteringen ikke gik igennem.
      *> En rigtig bank opkraever et overtraeksgebyr for det forsoegte
      *> faar det modsatte fortegn - saa GL-feedet altid balancerer
      *> linje for linje, akkurat som en rigtig dobbelt bogfoering.
           skriv-gl-journal.
               if trans-type in trans-record = "UDGB"
                   or trans-type in trans-record = "UDGR"
                   or trans-type in trans-record = "UDLG"
                   move udg-clearing-account to gl-modkonto
               else
                   move gl-suspense-account to gl-modkonto
               end-if
               move trans-type in trans-record to glj-kilde
               move trans-account-id to glj-account-id
               move gl-modkonto to glj-contra-account
               move trans-date in trans-record to glj-date
               move trans-amount in trans-record to glj-amount
               if trans-amount in trans-record < 0
               move postering-cyklus to glj-cyklus
               write gl-journal-record

               move gl-modkonto to glj-account-id
               move trans-account-id to glj-contra-account
               move trans-date in trans-record to glj-date
               move trans-amount in trans-record to glj-amount
               end-perform
               close konto-master-index-file
               close konto-file
               move konto-file-name to segl-fil-navn
               perform forsegl-fil
           exit.

      *> Skriver den daglige GL-kontroltotal: summen af hver postering
               write gl-kontrol-record
               close gl-kontrol-file
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
                   display "KONTOPOSTERING: segl brudt for "
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
