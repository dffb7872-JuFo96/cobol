       identification division.
       program-id. BETALINGSUDFOERSEL.

      *> Daglig udfoersel af betalingsoversigten
      *> BETALINGSOVERSIGT.txt (se BETALING.cpy): en ventende
      *> betaling hvis forfaldsdato - rullet frem til naeste bankdag
      *> via KALENDER - er naaet, frigives som en linje bag paa
      *> TRANS-POST.txt, saa naeste kontopostering bogfoerer den: en
      *> "OVF "-overfoersel naar modtageren er en af vore egne konti
      *> (blankt reg.nr.), ellers en "UDGB" til det andet
      *> pengeinstitut. Foer betalingen frigives kontrolleres
      *> daekningen paa samme maade som i boksleje.cob: kontoen skal
      *> findes og ikke vaere lukket eller spaerret, og saldo plus
      *> bevilget traekret (TRAEKRET.txt) skal daekke beloebet - ogsaa
      *> naar samme konto har flere betalinger i koerslen. Mangler
      *> daekningen, eller er kontoen spaerret, proeves betalingen
      *> igen de foelgende dage, hoejst BETALING_GENFORSOEG_DAGE
      *> (PARMS, uaendret 3) dage i alt; derefter, eller straks hvis
      *> kontoen er lukket eller ikke findes, saettes den til fejlet,
      *> og kunden faar et brev (BREVSKABELON, dokumenttype
      *> BETALINGAFV, paa kundens sprog) i BETALING-AFVIST-BREVE.txt,
      *> logget i KORRLOG. Forsendelsen foelger kunderegisterets
      *> regler som rentevarsling.cob. Rapporten er
      *> BETALING-UDFOERSEL.txt; RC=4 ved genforsoeg eller fejlede
      *> betalinger. Koeres hver nat foer kontopostering.

       environment division.
       input-output section.
       file-control.
           select betaling-file assign to dynamic betaling-file-name
               organization is line sequential
               file status is betaling-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select traekret-file assign to dynamic traekret-file-name
               organization is line sequential
               file status is traekret-status.

           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential
               file status is kunde-fil-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-status.

           select brev-file assign to "BETALING-AFVIST-BREVE.txt"
               organization is line sequential.

           select rapport-file assign to "BETALING-UDFOERSEL.txt"
               organization is line sequential.

       data division.
           file section.
           FD betaling-file.
           01 betaling-record.
               COPY "BETALING.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD traekret-file.
           01 traekret-record.
               COPY "TRAEKRET.cpy".

           FD kunde-file.
           01 kunde-header-record.
               COPY "KUNDEOPL-HDR.cpy".
           01 kunde-info.
               COPY "kundeopl.cpy".

           FD trans-file.
           01 trans-record.
               02 trans-account-id  PIC X(10).
               02 trans-date        PIC X(8).
               02 trans-amount      PIC S9(7)V99.
               02 trans-type        PIC X(4).
               02 trans-modkonto    PIC X(10).
               02 trans-tekst       PIC X(30).
               02 trans-modtager-reg PIC X(4).

           FD brev-file.
           01 brev-record.
               02 brev-file-line    PIC X(100).

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(132).

       working-storage section.
           01 end-of-betaling  PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 end-of-traekret  PIC X value "N".
           01 end-of-kunde     PIC X value "N".
           01 betaling-file-name PIC X(100)
               value "BETALINGSOVERSIGT.txt".
           01 betaling-status  PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 traekret-file-name PIC X(100) value "TRAEKRET.txt".
           01 traekret-status  PIC XX value "00".
           01 kunde-file-name  PIC X(100) value "kundeoplysninger.txt".
           01 kunde-fil-status PIC XX value "00".
           01 trans-file-name  PIC X(100) value "TRANS-POST.txt".
           01 trans-status     PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 kunde-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).

           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 genforsoeg-dage  PIC 9(2) value 3.

      *> Hele oversigten i lageret - den skrives tilbage med de nye
      *> statusser til sidst.
           01 betaling-count   PIC 9(5) value 0.
           01 betaling-max     PIC 9(5) value 5000.
           01 betaling-tabel.
               02 bt-record occurs 5000 times PIC X(92).
           01 bt-index         PIC 9(5).
           01 aktuel-betaling.
               COPY "BETALING.cpy".

      *> Kontiene med ventende betalinger: status, kunde og det
      *> disponible beloeb, der nedskrives med hver frigivet betaling.
           01 dk-count         PIC 9(5) value 0.
           01 dk-tabel.
               02 dk-entry occurs 5000 times.
                   03 dk-konto-id      PIC X(10).
      *> "N" = kontoen findes ikke.
                   03 dk-konto-fundet  PIC X(1).
                   03 dk-konto-status  PIC X(1).
                   03 dk-kunde-id      PIC X(10).
                   03 dk-valuta-id     PIC X(3).
                   03 dk-disponibel    PIC S9(9)V99.
           01 dk-index         PIC 9(5).

      *> Betalinger der er sat til fejlet i koerslen - kunden skal
      *> have besked.
           01 afvist-count     PIC 9(5) value 0.
           01 afvist-tabel.
               02 af-entry occurs 5000 times.
                   03 af-betaling      PIC 9(5).
                   03 af-kunde-id      PIC X(10).
                   03 af-aarsag        PIC X(40).
                   03 af-brev          PIC X(1).
           01 af-index         PIC 9(5).

           01 rullet-dato      PIC X(8).
           01 rulle-retning    PIC X(1) value "F".
           01 kalender-ok      PIC X value "N".
           01 fejl-aarsag      PIC X(40).
           01 genforsoeg-mulig PIC X(1).

      *> Korrespondancelog-felter (KORRLOG) - hvert brev logges.
           01 korr-program     PIC X(20) value "BETALINGSUDFOERSEL".
           01 korr-dok-type    PIC X(12) value "BETALINGAFV".
           01 korr-kanal       PIC X(10) value "BREV".

      *> Brevteksten fra den faelles skabelonfil (dokumenttype
      *> BETALINGAFV) paa kundens sprog, med &BELOEB = betalingens
      *> beloeb og &DATO = forfaldsdatoen. Findes ingen skabelon,
      *> skrives en fast dansk linje.
           01 brev-dok-type    PIC X(12) value "BETALINGAFV".
           01 brev-sprog       PIC X(2).
           01 brev-navn        PIC X(40).
           01 brev-beloeb      PIC X(15).
           01 brev-dato        PIC X(10).
           01 brev-linjer.
               02 brev-linje occurs 10 times PIC X(80).
           01 brev-linje-antal PIC 9(2).
           01 brev-linje-idx   PIC 9(2).
           01 skabelon-ok      PIC X value "N".

           01 vist-beloeb      PIC Z(6)9.99.
           01 antal-udfoert    PIC 9(5) value 0.
           01 antal-genforsoeg PIC 9(5) value 0.
           01 antal-fejlet     PIC 9(5) value 0.
           01 antal-breve      PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "BETALINGSUDFOERSEL".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept betaling-file-name
               from environment "BETALINGFIL_NAVN"
               on exception
                   move "BETALINGSOVERSIGT.txt" to betaling-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept traekret-file-name
               from environment "TRAEKRETFIL_NAVN"
               on exception
                   move "TRAEKRET.txt" to traekret-file-name
           end-accept
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept trans-file-name from environment "TRANSPOSTFIL_NAVN"
               on exception
                   move "TRANS-POST.txt" to trans-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if

           move "BETALING_GENFORSOEG_DAGE" to parm-navn
           perform hent-parm
           if parm-fundet = "Y"
               compute genforsoeg-dage = function numval(parm-vaerdi)
           end-if
           if genforsoeg-dage = 0
               move 1 to genforsoeg-dage
           end-if

           perform load-betalinger
           if betaling-count = 0
               display "BETALINGSUDFOERSEL: ingen betalinger i "
                   function trim(betaling-file-name)
               move 0 to return-code
               stop run
           end-if
           perform load-konti
           perform load-traekret

           open output rapport-file
           move spaces to rapport-line
           string
               "BETALINGSUDFOERSEL PR. " koersel-dato
               into rapport-line
           end-string
           write rapport-record

      *> Betalingerne forlaenges bag paa posteringsfilen - status 35
      *> (ingen posteringer endnu) falder tilbage til OPEN OUTPUT.
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           open extend trans-file
           if trans-status = "35"
               open output trans-file
           end-if
           perform varying bt-index from 1 by 1
               until bt-index > betaling-count
               move bt-record(bt-index) to aktuel-betaling
               if bo-venter in aktuel-betaling
                   perform behandl-betaling
               end-if
           end-perform
           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil

           open output brev-file
           if afvist-count > 0
               perform skriv-afvisningsbreve
           end-if
           close brev-file

           move spaces to rapport-line
           string
               "Udfoert: " antal-udfoert
               "  genforsoeg: " antal-genforsoeg
               "  fejlet: " antal-fejlet
               "  breve: " antal-breve
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           perform rewrite-betaling-file

           display "BETALINGSUDFOERSEL: " antal-udfoert
               " betalinger udfoert, " antal-genforsoeg
               " til genforsoeg, " antal-fejlet " fejlet"
           if antal-fejlet > 0 or antal-genforsoeg > 0
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

           load-betalinger.
               open input betaling-file
               if betaling-status not = "00"
                   and betaling-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-betaling = "Y"
                   read betaling-file
               at end
                   move "Y" to end-of-betaling
               not at end
                   if betaling-count < betaling-max
                       add 1 to betaling-count
                       move betaling-record
                           to bt-record(betaling-count)
                       if bo-venter in betaling-record
                           perform registrer-konto
                       end-if
                   else
                       display "BETALINGSUDFOERSEL: betalingstabel"
                           " fuld - " bo-noegle in betaling-record
                           " ikke indlaest - koersel afbrudt"
                       close betaling-file
                       move 8 to return-code
                       stop run
                   end-if
               end-read
               end-perform
               close betaling-file
           exit.

           registrer-konto.
               perform varying dk-index from 1 by 1
                   until dk-index > dk-count
                   or dk-konto-id(dk-index)
                       = bo-konto-id in betaling-record
                   continue
               end-perform
               if dk-index > dk-count
                   add 1 to dk-count
                   move bo-konto-id in betaling-record
                       to dk-konto-id(dk-count)
                   move "N" to dk-konto-fundet(dk-count)
                   move space to dk-konto-status(dk-count)
                   move spaces to dk-kunde-id(dk-count)
                   move spaces to dk-valuta-id(dk-count)
                   move 0 to dk-disponibel(dk-count)
               end-if
           exit.

           load-konti.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "BETALINGSUDFOERSEL: "
                       function trim(konto-file-name)
                       " kan ikke aabnes - status " konto-fil-status
                   move 8 to return-code
                   stop run
               end-if
               perform verificer-konto-header
               if konto-header-missing = "Y"
                   perform match-konto
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform match-konto
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
                   display "BETALINGSUDFOERSEL: ukendt layout-version"
                       " i " function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           match-konto.
               perform varying dk-index from 1 by 1
                   until dk-index > dk-count
                   if dk-konto-id(dk-index) = account-id in konto-info
                       move "J" to dk-konto-fundet(dk-index)
                       move konto-status in konto-info
                           to dk-konto-status(dk-index)
                       move customer-id in konto-info
                           to dk-kunde-id(dk-index)
                       move valuta-id in konto-info
                           to dk-valuta-id(dk-index)
                       add balance in konto-info
                           to dk-disponibel(dk-index)
                   end-if
               end-perform
           exit.

      *> En manglende TRAEKRET.txt betyder ingen bevillinger - saa
      *> er det kun den positive saldo der kan traekkes paa.
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
                   perform varying dk-index from 1 by 1
                       until dk-index > dk-count
                       if dk-konto-id(dk-index) = tr-konto-id
                           add tr-graense to dk-disponibel(dk-index)
                       end-if
                   end-perform
               end-read
               end-perform
               close traekret-file
           exit.

      *> En ventende betaling hvis forfald (rullet frem til bankdag)
      *> er naaet. Kan kalenderen ikke svare, bruges den raa dato,
      *> saa en kalenderfejl ikke stopper alle betalinger.
           behandl-betaling.
               move "N" to kalender-ok
               call "KALENDER" using
                   bo-forfald-dato in aktuel-betaling rulle-retning
                   rullet-dato kalender-ok
               end-call
               if kalender-ok not = "Y"
                   move bo-forfald-dato in aktuel-betaling
                       to rullet-dato
               end-if
               if rullet-dato > koersel-dato
                   exit paragraph
               end-if

               perform varying dk-index from 1 by 1
                   until dk-index > dk-count
                   or dk-konto-id(dk-index)
                       = bo-konto-id in aktuel-betaling
                   continue
               end-perform
               move spaces to fejl-aarsag
               move "N" to genforsoeg-mulig
               evaluate true
                   when dk-konto-fundet(dk-index) not = "J"
                       move "kontoen findes ikke" to fejl-aarsag
                   when dk-konto-status(dk-index) = "L"
                       move "kontoen er lukket" to fejl-aarsag
                   when dk-konto-status(dk-index) = "S"
                       move "kontoen er spaerret" to fejl-aarsag
                       move "J" to genforsoeg-mulig
                   when bo-beloeb in aktuel-betaling
                           > dk-disponibel(dk-index)
                       move "saldo og traekret daekker ikke beloebet"
                           to fejl-aarsag
                       move "J" to genforsoeg-mulig
               end-evaluate
               if fejl-aarsag not = spaces
                   if genforsoeg-mulig = "J"
                       perform noter-genforsoeg
                   else
                       perform noter-fejlet
                   end-if
                   move aktuel-betaling to bt-record(bt-index)
                   exit paragraph
               end-if

               perform frigiv-betaling
               move aktuel-betaling to bt-record(bt-index)
           exit.

      *> Med blankt reg.nr. er modtageren vores egen konto - en
      *> "OVF " med positivt beloeb; ellers en "UDGB" med negativt
      *> beloeb, reg.nr. og modtagerkonto (se kontopostering.cob).
           frigiv-betaling.
               move bo-konto-id in aktuel-betaling to trans-account-id
               move koersel-dato to trans-date
               move bo-modtager-konto in aktuel-betaling
                   to trans-modkonto
               move bo-tekst in aktuel-betaling to trans-tekst
               if bo-modtager-reg in aktuel-betaling = spaces
                   move bo-beloeb in aktuel-betaling to trans-amount
                   move "OVF " to trans-type
                   move spaces to trans-modtager-reg
               else
                   compute trans-amount =
                       0 - bo-beloeb in aktuel-betaling
                   move "UDGB" to trans-type
                   move bo-modtager-reg in aktuel-betaling
                       to trans-modtager-reg
               end-if
               write trans-record
               subtract bo-beloeb in aktuel-betaling
                   from dk-disponibel(dk-index)
               add 1 to antal-udfoert
               move "U" to bo-status in aktuel-betaling
               move koersel-dato
                   to bo-behandlet-dato in aktuel-betaling

               move bo-beloeb in aktuel-betaling to vist-beloeb
               move spaces to rapport-line
               string
                   "UDFOERT    " bo-noegle in aktuel-betaling
                   " forfald " bo-forfald-dato in aktuel-betaling
                   " " trans-type " " function trim(vist-beloeb)
                   " " dk-valuta-id(dk-index) " til "
                   bo-modtager-reg in aktuel-betaling " "
                   bo-modtager-konto in aktuel-betaling
                   into rapport-line
               end-string
               write rapport-record
           exit.

      *> Et forsoeg taelles een gang pr. dag, saa en genkoersel samme
      *> dag ikke bruger et af kundens genforsoeg.
           noter-genforsoeg.
               if bo-behandlet-dato in aktuel-betaling
                   not = koersel-dato
                   add 1 to bo-forsoeg in aktuel-betaling
                   move koersel-dato
                       to bo-behandlet-dato in aktuel-betaling
               end-if
               if bo-forsoeg in aktuel-betaling >= genforsoeg-dage
                   perform noter-fejlet
                   exit paragraph
               end-if
               add 1 to antal-genforsoeg
               move bo-beloeb in aktuel-betaling to vist-beloeb
               move spaces to rapport-line
               string
                   "GENFORSOEG " bo-noegle in aktuel-betaling
                   " forfald " bo-forfald-dato in aktuel-betaling
                   " " function trim(vist-beloeb)
                   " - forsoeg " bo-forsoeg in aktuel-betaling
                   " af " genforsoeg-dage " - "
                   function trim(fejl-aarsag)
                   into rapport-line
               end-string
               write rapport-record
           exit.

           noter-fejlet.
               add 1 to antal-fejlet
               move "F" to bo-status in aktuel-betaling
               move koersel-dato
                   to bo-behandlet-dato in aktuel-betaling
               add 1 to afvist-count
               move bt-index to af-betaling(afvist-count)
               move dk-kunde-id(dk-index) to af-kunde-id(afvist-count)
               move fejl-aarsag to af-aarsag(afvist-count)
               move "N" to af-brev(afvist-count)
               move bo-beloeb in aktuel-betaling to vist-beloeb
               move spaces to rapport-line
               string
                   "FEJLET     " bo-noegle in aktuel-betaling
                   " forfald " bo-forfald-dato in aktuel-betaling
                   " " function trim(vist-beloeb) " - "
                   function trim(fejl-aarsag)
                   into rapport-line
               end-string
               write rapport-record
           exit.

      *> Kundefilen gennemlaeses een gang; hver fejlet betaling
      *> giver et brev til kontoens kunde. En kunde der ikke kan
      *> findes, er afdoed eller har returpost-adresse faar intet
      *> brev - det staar i rapporten.
           skriv-afvisningsbreve.
               open input kunde-file
               if kunde-fil-status not = "00"
                   and kunde-fil-status not = "05"
                   display "BETALINGSUDFOERSEL: "
                       function trim(kunde-file-name)
                       " kan ikke aabnes - ingen breve dannet"
               else
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
               end-if
               perform varying af-index from 1 by 1
                   until af-index > afvist-count
                   if af-brev(af-index) = "N"
                       move bt-record(af-betaling(af-index))
                           to aktuel-betaling
                       move spaces to rapport-line
                       string
                           "INTET BREV " bo-noegle in aktuel-betaling
                           " - kunde ["
                           af-kunde-id(af-index)
                           "] ikke fundet i kundefilen"
                           into rapport-line
                       end-string
                       write rapport-record
                   end-if
               end-perform
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
                   display "BETALINGSUDFOERSEL: layout-version-"
                       "mismatch i " function trim(kunde-file-name)
                   close kunde-file
                   move "Y" to end-of-kunde
               end-if
           exit.

           behandl-kunde.
               perform varying af-index from 1 by 1
                   until af-index > afvist-count
                   if af-kunde-id(af-index) = customer-id in kunde-info
                       and af-brev(af-index) = "N"
                       move bt-record(af-betaling(af-index))
                           to aktuel-betaling
                       if kunde-afdoed in kunde-info
                           or adresse-ugyldig in kunde-info
                           move "X" to af-brev(af-index)
                           move spaces to rapport-line
                           string
                               "INTET BREV "
                               bo-noegle in aktuel-betaling
                               " - kunde "
                               customer-id in kunde-info
                               " er afdoed eller har returpost"
                               into rapport-line
                           end-string
                           write rapport-record
                       else
                           move "J" to af-brev(af-index)
                           perform dan-brev
                       end-if
                   end-if
               end-perform
           exit.

      *> Brevet: navn, forsendelsesadresse (post-adressen naar den
      *> er udfyldt), skabelonteksten og betalingens detaljer.
           dan-brev.
               add 1 to antal-breve
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
               move bo-beloeb in aktuel-betaling to vist-beloeb
               move spaces to brev-beloeb
               move function trim(vist-beloeb) to brev-beloeb
               move spaces to brev-dato
               string
                   bo-forfald-dato in aktuel-betaling(7:2) "-"
                   bo-forfald-dato in aktuel-betaling(5:2) "-"
                   bo-forfald-dato in aktuel-betaling(1:4)
                   into brev-dato
               end-string

               move spaces to brev-file-line
               string
                   "=== BETALING IKKE GENNEMFOERT - kunde "
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
                       "Din betaling paa " function trim(brev-beloeb)
                       " med forfald " function trim(brev-dato)
                       " kunne ikke gennemfoeres."
                       into brev-file-line
                   end-string
                   write brev-record
               end-if
               move spaces to brev-file-line
               string
                   "  Konto " bo-konto-id in aktuel-betaling
                   " reference " bo-reference in aktuel-betaling
                   " til " bo-modtager-reg in aktuel-betaling " "
                   bo-modtager-konto in aktuel-betaling
                   into brev-file-line
               end-string
               write brev-record
               move spaces to brev-file-line
               string
                   "  Aarsag: " function trim(af-aarsag(af-index))
                   into brev-file-line
               end-string
               write brev-record
               move spaces to brev-file-line
               write brev-record

               call "KORRLOG" using korr-program
                   customer-id in kunde-info korr-dok-type korr-kanal
               end-call
           exit.

           rewrite-betaling-file.
               open output betaling-file
               perform varying bt-index from 1 by 1
                   until bt-index > betaling-count
                   move bt-record(bt-index) to betaling-record
                   write betaling-record
               end-perform
               close betaling-file
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
                   display "BETALINGSUDFOERSEL: segl brudt for "
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
