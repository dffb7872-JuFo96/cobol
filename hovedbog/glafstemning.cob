       identification division.
       program-id. GLAFSTEMNING.

      *> Daglig afstemning af underbogen mod hovedbogens
      *> kontrolkonti: saldoafstemning.cob beviser den enkelte kontos
      *> BALANCE mod dens TRANSOPL-historik, og raabalance.cob
      *> beviser at journalen balancerer - men intet beviser at
      *> summen af kundesaldi pr. produkt i KontoOpl.txt svarer til
      *> produktets kontrolkonto i hovedbogen. En postering der naar
      *> kontoen men ikke journalen (eller omvendt) gaar ellers
      *> ubemaerket hen.
      *>
      *> GLKONTROL.txt (linjer: account-type, valuta-id, GL-
      *> kontrolkonto, primo-dato, primo-saldo) knytter hver
      *> kontotype/valuta til sin kontrolkonto - flere produkter kan
      *> dele kontrolkonto. Primo-saldoen er produktets andel af
      *> kontrolkontoens saldo ved primo-datoen (typisk dagen foer
      *> journalen blev taget i brug), saa konti der er aeldre end
      *> GL-JOURNAL.txt ikke giver en falsk difference.
      *>
      *> Kontrolkontoens saldo pr. afstemningsdatoen (GLAFSTEM_DATO,
      *> ellers KOERSEL_DATO) er primo plus alle journallinjer efter
      *> primo-datoen og til og med afstemningsdatoen paa de
      *> kundekonti der ruller op til den, plus linjer bogfoert
      *> direkte paa kontrolkontoen. Journalens beloebsfelt baerer
      *> ikke samme fortegn i alle kontopostering.cob's ben
      *> (overfoersels- og valutaben skrives med positivt beloeb paa
      *> begge sider), saa virkningen paa saldoen laeses af
      *> dr/cr-markoeren: DR traekker beloebet fra, CR laegger det
      *> til. Underbogens side er summen af BALANCE i KontoOpl.txt
      *> pr. kontrolkonto.
      *>
      *> Hver kontrolkonto skrives til GL-AFSTEMNING.txt som
      *> AFSTEMT eller BREAK, og under en break listes de konti der
      *> har bevaeget sig paa afstemningsdatoen (en journallinje
      *> eller en TRANSOPL-linje den dag) - det er dem en
      *> afstemmer starter med. En kontotype/valuta uden kontrolkonto
      *> rapporteres ogsaa, for dens saldi er ikke afstemt af nogen.
      *> Enhver break eller umappet kombination giver RC=4, saa den
      *> lander i natlig opsamling.

       environment division.
       input-output section.
       file-control.
           select glkontrol-file assign to dynamic glkontrol-file-name
               organization is line sequential
               file status is glkontrol-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is kontofil-status.

           select afstem-index-file assign to "GLAFSTEM.dat"
               organization is indexed
               access mode is dynamic
               record key is ga-idx-account-id of ga-idx-record
               file status is ga-idx-status.

           select gl-journal-file assign to dynamic gl-journal-file-name
               organization is line sequential
               file status is gl-journal-status.

           select history-file assign to dynamic history-file-name
               organization is line sequential
               file status is history-status.

      *> Gammel-til-ny-id-mappingen fra kontoflyt.cob - journal- og
      *> historiklinjer skrevet under et foer-flytningen-id laegges
      *> paa den omnummererede konto, som i saldoafstemning.cob.
           select kontomap-file assign to dynamic kontomap-file-name
               organization is line sequential
               file status is kontomap-status.

           select rapport-file assign to "GL-AFSTEMNING.txt"
               organization is line sequential.

       data division.
           file section.
           FD glkontrol-file.
           01 glkontrol-record.
               02 gk-account-type    PIC X(10).
               02 gk-valuta-id       PIC X(3).
               02 gk-gl-konto        PIC X(10).
               02 gk-primo-dato      PIC X(8).
               02 gk-primo-saldo     PIC S9(9)V99
                                     sign leading separate.

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD afstem-index-file.
           01 ga-idx-record.
               02 ga-idx-account-id  PIC X(10).
               02 ga-idx-account-type PIC X(10).
               02 ga-idx-valuta-id   PIC X(3).
               02 ga-idx-balance     PIC S9(7)V99.
      *> Kontoens linje i mapping-tabellen (0 = umappet).
               02 ga-idx-map         PIC 9(3).
               02 ga-idx-bevaeget    PIC X.

           FD gl-journal-file.
           01 gl-journal-record.
               COPY "GLJOURNAL.cpy".

           FD history-file.
           01 history-record.
               COPY "TRANSOPL.cpy".

           FD kontomap-file.
           01 kontomap-record.
               02 km-gammel-id      PIC X(10).
               02 km-ny-id          PIC X(10).
               02 km-dato           PIC X(8).

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(120).

       working-storage section.
           01 glkontrol-file-name  PIC X(100) value "GLKONTROL.txt".
           01 glkontrol-status     PIC XX value "00".
           01 konto-file-name      PIC X(100) value "KontoOpl.txt".
           01 kontofil-status      PIC XX value "00".
           01 gl-journal-file-name PIC X(100) value "GL-JOURNAL.txt".
           01 gl-journal-status    PIC XX value "00".
           01 history-file-name    PIC X(100) value "TRANSOPL.txt".
           01 history-status       PIC XX value "00".
           01 kontomap-file-name   PIC X(100) value "KONTOMAP.txt".
           01 kontomap-status      PIC XX value "00".
           01 ga-idx-status        PIC XX value "00".

           01 end-of-glkontrol     PIC X value "N".
           01 end-of-konto         PIC X value "N".
           01 end-of-journal       PIC X value "N".
           01 end-of-historik      PIC X value "N".
           01 end-of-kontomap      PIC X value "N".
           01 end-of-afstem        PIC X value "N".
           01 layout-version-ok    PIC X value "Y".
           01 konto-header-missing PIC X value "N".

           01 afstem-dato          PIC X(8).

      *> GLKONTROL.txt som opslagstabel - en linje pr.
      *> kontotype/valuta, der peger paa sin kontrolkonto i
      *> kontrol-tabellen.
           01 map-count            PIC 9(3) value 0.
           01 map-max              PIC 9(3) value 200.
           01 map-table.
               02 map-entry occurs 200 times.
                   03 mp-account-type PIC X(10).
                   03 mp-valuta-id    PIC X(3).
                   03 mp-primo-dato   PIC X(8).
                   03 mp-kontrol      PIC 9(3).
           01 mp-index             PIC 9(3).
           01 mp-found             PIC 9(3).

      *> En linje pr. kontrolkonto med underbogens og hovedbogens
      *> side. kt-primo-dato er den seneste primo-dato blandt
      *> kontoens mapping-linjer - direkte posteringer paa
      *> kontrolkontoen taeller fra den.
           01 kontrol-count        PIC 9(3) value 0.
           01 kontrol-table.
               02 kontrol-entry occurs 200 times.
                   03 kt-gl-konto     PIC X(10).
                   03 kt-primo-dato   PIC X(8).
                   03 kt-primo-saldo  PIC S9(11)V99.
                   03 kt-underbog     PIC S9(11)V99.
                   03 kt-journal      PIC S9(11)V99.
                   03 kt-konti        PIC 9(7).
                   03 kt-bevaegede    PIC 9(7).
           01 kt-index             PIC 9(3).
           01 kt-found             PIC 9(3).

      *> Kontotype/valuta-kombinationer i KontoOpl.txt uden linje i
      *> GLKONTROL.txt.
           01 umappet-count        PIC 9(3) value 0.
           01 umappet-max          PIC 9(3) value 50.
           01 umappet-table.
               02 umappet-entry occurs 50 times.
                   03 um-account-type PIC X(10).
                   03 um-valuta-id    PIC X(3).
                   03 um-konti        PIC 9(7).
                   03 um-saldo        PIC S9(11)V99.
           01 um-index             PIC 9(3).
           01 um-found             PIC 9(3).

           01 kontomap-count       PIC 9(3) value 0.
           01 kontomap-max         PIC 9(3) value 100.
           01 kontomap-table.
               02 kontomap-entry occurs 100 times.
                   03 km-tab-gammel PIC X(10).
                   03 km-tab-ny     PIC X(10).
           01 km-index             PIC 9(3).

           01 opslag-konto         PIC X(10).
           01 linje-virkning       PIC S9(9)V99.
           01 difference           PIC S9(11)V99.
           01 hovedbog-saldo       PIC S9(11)V99.
           01 break-antal          PIC 9(5) value 0.
           01 afstemt-antal        PIC 9(5) value 0.
           01 umappet-konti        PIC 9(7) value 0.
           01 journal-antal        PIC 9(7) value 0.

           01 vis-beloeb           PIC -(10)9.99.
           01 vis-beloeb-2         PIC -(10)9.99.
           01 vis-beloeb-3         PIC -(10)9.99.
           01 vis-antal            PIC Z(6)9.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "GLAFSTEMNING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept glkontrol-file-name
               from environment "GLKONTROLFIL_NAVN"
               on exception
                   move "GLKONTROL.txt" to glkontrol-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept gl-journal-file-name
               from environment "GLJOURNALFIL_NAVN"
               on exception
                   move "GL-JOURNAL.txt" to gl-journal-file-name
           end-accept
           accept history-file-name from environment "TRANSOPLFIL_NAVN"
               on exception
                   move "TRANSOPL.txt" to history-file-name
           end-accept
           accept afstem-dato from environment "GLAFSTEM_DATO"
               on exception
                   move spaces to afstem-dato
           end-accept
           if afstem-dato = spaces
               accept afstem-dato from environment "KOERSEL_DATO"
                   on exception
                       move spaces to afstem-dato
               end-accept
           end-if
           if afstem-dato = spaces
               move function current-date(1:8) to afstem-dato
           end-if

           perform load-glkontrol
           perform load-kontomap
           perform build-afstem-index
           perform summer-gl-journal
           perform marker-transopl

           open output rapport-file
           perform skriv-afstemning
           close rapport-file

           display "GLAFSTEMNING: " afstemt-antal
               " kontrolkonto(i) afstemt, " break-antal
               " break(s), " umappet-konti
               " konto(i) uden kontrolkonto"

           if break-antal > 0 or umappet-konti > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

      *> Indlaeser mappingen. Uden den er der intet at afstemme
      *> imod - en manglende GLKONTROL.txt er en opsaetningsfejl.
           load-glkontrol.
               open input glkontrol-file
               if glkontrol-status not = "00"
                   and glkontrol-status not = "05"
                   display "GLAFSTEMNING: "
                       function trim(glkontrol-file-name)
                       " findes ikke - ingen kontrolkonti at"
                       " afstemme mod"
                   move 8 to return-code
                   stop run
               end-if
               perform until end-of-glkontrol = "Y"
                   read glkontrol-file into glkontrol-record
               at end
                   move "Y" to end-of-glkontrol
               not at end
                   if gk-account-type = spaces
                       or gk-gl-konto = spaces
                       continue
                   else
                       perform registrer-mapping
                   end-if
               end-read
               end-perform
               close glkontrol-file
           exit.

           registrer-mapping.
               if map-count >= map-max
                   display "GLAFSTEMNING: mappingtabel fuld - "
                       gk-account-type " " gk-valuta-id
                       " ikke indlaest"
                   exit paragraph
               end-if
               if gk-primo-saldo not numeric
                   move 0 to gk-primo-saldo
               end-if
               if gk-primo-dato = spaces
                   move "00000000" to gk-primo-dato
               end-if
               move 0 to kt-found
               perform varying kt-index from 1 by 1
                   until kt-index > kontrol-count
                   if kt-gl-konto(kt-index) = gk-gl-konto
                       move kt-index to kt-found
                   end-if
               end-perform
               if kt-found = 0
                   add 1 to kontrol-count
                   move kontrol-count to kt-found
                   move gk-gl-konto to kt-gl-konto(kt-found)
                   move gk-primo-dato to kt-primo-dato(kt-found)
                   move 0 to kt-primo-saldo(kt-found)
                   move 0 to kt-underbog(kt-found)
                   move 0 to kt-journal(kt-found)
                   move 0 to kt-konti(kt-found)
                   move 0 to kt-bevaegede(kt-found)
               end-if
               if gk-primo-dato > kt-primo-dato(kt-found)
                   move gk-primo-dato to kt-primo-dato(kt-found)
               end-if
               add gk-primo-saldo to kt-primo-saldo(kt-found)
               add 1 to map-count
               move gk-account-type to mp-account-type(map-count)
               move gk-valuta-id to mp-valuta-id(map-count)
               move gk-primo-dato to mp-primo-dato(map-count)
               move kt-found to mp-kontrol(map-count)
           exit.

      *> Indlaeser gammel-til-ny-mappingen - manglende fil betyder
      *> bare at ingen konti er omnummereret.
           load-kontomap.
               open input kontomap-file
               if kontomap-status not = "00"
                   and kontomap-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-kontomap = "Y"
                   read kontomap-file into kontomap-record
               at end
                   move "Y" to end-of-kontomap
               not at end
                   if kontomap-count < kontomap-max
                       add 1 to kontomap-count
                       move km-gammel-id
                           to km-tab-gammel(kontomap-count)
                       move km-ny-id to km-tab-ny(kontomap-count)
                   else
                       display "GLAFSTEMNING: mappingtabel fuld - "
                           km-gammel-id " ikke indlaest"
                   end-if
               end-read
               end-perform
               close kontomap-file
           exit.

      *> Bygger det indekserede arbejdseksemplar ud fra
      *> KontoOpl.txt og summerer underbogens side pr. kontrolkonto
      *> undervejs - samme byg-indekseret-kopi-moenster som
      *> saldoafstemning.cob.
           build-afstem-index.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if kontofil-status not = "00"
                   and kontofil-status not = "05"
                   display "GLAFSTEMNING: "
                       function trim(konto-file-name)
                       " findes ikke - ingen underbog at afstemme"
                   move 8 to return-code
                   stop run
               end-if
               perform verificer-konto-header
               open output afstem-index-file
               if konto-header-missing = "Y"
                   perform registrer-afstem-konto
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform registrer-afstem-konto
               end-read
               end-perform
               close konto-file
               close afstem-index-file
           exit.

           registrer-afstem-konto.
               move 0 to mp-found
               perform varying mp-index from 1 by 1
                   until mp-index > map-count
                   if mp-account-type(mp-index)
                       = account-type in konto-info
                       and mp-valuta-id(mp-index)
                           = valuta-id in konto-info
                       move mp-index to mp-found
                   end-if
               end-perform
               move account-id in konto-info to ga-idx-account-id
               move account-type in konto-info to ga-idx-account-type
               move valuta-id in konto-info to ga-idx-valuta-id
               move balance in konto-info to ga-idx-balance
               move mp-found to ga-idx-map
               move "N" to ga-idx-bevaeget
               write ga-idx-record
               invalid key
                   display "Dublet account-id sprunget over: "
                       account-id in konto-info
                   exit paragraph
               end-write
               if mp-found = 0
                   perform registrer-umappet
               else
                   move mp-kontrol(mp-found) to kt-index
                   add balance in konto-info to kt-underbog(kt-index)
                   add 1 to kt-konti(kt-index)
               end-if
           exit.

           registrer-umappet.
               add 1 to umappet-konti
               move 0 to um-found
               perform varying um-index from 1 by 1
                   until um-index > umappet-count
                   if um-account-type(um-index)
                       = account-type in konto-info
                       and um-valuta-id(um-index)
                           = valuta-id in konto-info
                       move um-index to um-found
                   end-if
               end-perform
               if um-found = 0
                   if umappet-count >= umappet-max
                       exit paragraph
                   end-if
                   add 1 to umappet-count
                   move umappet-count to um-found
                   move account-type in konto-info
                       to um-account-type(um-found)
                   move valuta-id in konto-info
                       to um-valuta-id(um-found)
                   move 0 to um-konti(um-found)
                   move 0 to um-saldo(um-found)
               end-if
               add 1 to um-konti(um-found)
               add balance in konto-info to um-saldo(um-found)
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
                   display "GLAFSTEMNING: "
                       function trim(konto-file-name)
                       " er tom - ingen header fundet"
               not at end
                   if kohdr-marker not = "KHDR"
                       move "Y" to konto-header-missing
                       display "GLAFSTEMNING: ingen header "
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
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Hovedbogens side: hver journallinje til og med
      *> afstemningsdatoen laegges paa den kontrolkonto dens konto
      *> ruller op til. Linjer paa interne GL-konti (GLCLEARING
      *> o.l.) og paa konti der ikke laengere findes i KontoOpl.txt
      *> vedroerer ingen kontrolkonto og springes over.
           summer-gl-journal.
               move gl-journal-file-name to segl-fil-navn
               perform verificer-segl
               open input gl-journal-file
               if gl-journal-status not = "00"
                   and gl-journal-status not = "05"
                   display "GLAFSTEMNING: "
                       function trim(gl-journal-file-name)
                       " findes ikke - ingen hovedbog at afstemme"
                       " mod"
                   move 8 to return-code
                   stop run
               end-if
               open i-o afstem-index-file
               perform until end-of-journal = "Y"
                   read gl-journal-file into gl-journal-record
               at end
                   move "Y" to end-of-journal
               not at end
                   if glj-date <= afstem-dato
                       perform behandl-journallinje
                   end-if
               end-read
               end-perform
               close gl-journal-file
               close afstem-index-file
           exit.

           behandl-journallinje.
               add 1 to journal-antal
               if glj-dr-cr = "DR"
                   compute linje-virkning =
                       0 - function abs(glj-amount)
               else
                   compute linje-virkning = function abs(glj-amount)
               end-if

      *> En linje bogfoert direkte paa en kontrolkonto (f.eks. en
      *> manuel korrektion) flytter hovedbogen uden at flytte nogen
      *> kundekonto.
               move 0 to kt-found
               perform varying kt-index from 1 by 1
                   until kt-index > kontrol-count
                   if kt-gl-konto(kt-index) = glj-account-id
                       move kt-index to kt-found
                   end-if
               end-perform
               if kt-found > 0
                   if glj-date > kt-primo-dato(kt-found)
                       add linje-virkning to kt-journal(kt-found)
                   end-if
                   exit paragraph
               end-if

               move glj-account-id to opslag-konto
               perform slaa-konto-op
               if ga-idx-status not = "00" or ga-idx-map = 0
                   exit paragraph
               end-if
               move ga-idx-map to mp-index
               move mp-kontrol(mp-index) to kt-index
               if glj-date > mp-primo-dato(mp-index)
                   add linje-virkning to kt-journal(kt-index)
               end-if
               if glj-date = afstem-dato
                   perform marker-bevaeget
               end-if
           exit.

      *> En konto der har flyttet sig paa afstemningsdatoen i
      *> underbogen (TRANSOPL) men maaske ikke i journalen - eller
      *> omvendt - skal med paa listen under en break.
           marker-transopl.
               open input history-file
               if history-status not = "00"
                   and history-status not = "05"
                   exit paragraph
               end-if
               open i-o afstem-index-file
               perform until end-of-historik = "Y"
                   read history-file into history-record
               at end
                   move "Y" to end-of-historik
               not at end
                   if trans-date in history-record = afstem-dato
                       move account-id in history-record
                           to opslag-konto
                       perform slaa-konto-op
                       if ga-idx-status = "00" and ga-idx-map > 0
                           perform marker-bevaeget
                       end-if
                   end-if
               end-read
               end-perform
               close history-file
               close afstem-index-file
           exit.

      *> Slaar en konto op i arbejdseksemplaret under dens
      *> nuvaerende id.
           slaa-konto-op.
               perform varying km-index from 1 by 1
                   until km-index > kontomap-count
                   if km-tab-gammel(km-index) = opslag-konto
                       move km-tab-ny(km-index) to opslag-konto
                   end-if
               end-perform
               move opslag-konto to ga-idx-account-id
               read afstem-index-file
               invalid key
                   move "23" to ga-idx-status
               end-read
           exit.

           marker-bevaeget.
               if ga-idx-bevaeget = "N"
                   move "J" to ga-idx-bevaeget
                   rewrite ga-idx-record
                   move ga-idx-map to mp-index
                   move mp-kontrol(mp-index) to kt-index
                   add 1 to kt-bevaegede(kt-index)
               end-if
           exit.

      *> En sektion pr. kontrolkonto, derefter de umappede
      *> kombinationer.
           skriv-afstemning.
               move spaces to rapport-line
               string
                   "AFSTEMNING UNDERBOG MOD HOVEDBOG PR. " afstem-dato
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               write rapport-record

               perform varying kt-index from 1 by 1
                   until kt-index > kontrol-count
                   perform skriv-kontrolkonto
               end-perform

               perform varying um-index from 1 by 1
                   until um-index > umappet-count
                   perform skriv-umappet
               end-perform

               move spaces to rapport-line
               write rapport-record
               move spaces to rapport-line
               string
                   "I ALT: " afstemt-antal " afstemt, " break-antal
                   " break(s), " umappet-konti
                   " konto(i) uden kontrolkonto"
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
           exit.

           skriv-kontrolkonto.
               compute hovedbog-saldo =
                   kt-primo-saldo(kt-index) + kt-journal(kt-index)
               compute difference =
                   kt-underbog(kt-index) - hovedbog-saldo
               move kt-underbog(kt-index) to vis-beloeb
               move hovedbog-saldo to vis-beloeb-2
               move difference to vis-beloeb-3
               move kt-konti(kt-index) to vis-antal
               move spaces to rapport-line
               string
                   kt-gl-konto(kt-index) " konti " vis-antal
                   " underbog " vis-beloeb
                   " hovedbog " vis-beloeb-2
                   " diff " vis-beloeb-3
                   delimited by size
                   into rapport-line
               end-string
               if difference = 0
                   add 1 to afstemt-antal
                   move "AFSTEMT" to rapport-line(113:8)
                   write rapport-record
                   exit paragraph
               end-if

               add 1 to break-antal
               move "BREAK" to rapport-line(113:8)
               write rapport-record
               display "GLAFSTEMNING: BREAK paa "
                   function trim(kt-gl-konto(kt-index))
                   " - difference " vis-beloeb-3
               if kt-bevaegede(kt-index) = 0
                   move spaces to rapport-line
                   string
                       "    ingen konti bevaeget " afstem-dato
                       " - differencen er aeldre end i dag"
                       delimited by size
                       into rapport-line
                   end-string
                   write rapport-record
                   exit paragraph
               end-if
               perform skriv-bevaegede-konti
           exit.

      *> Gennemloeber arbejdseksemplaret og lister kontrolkontoens
      *> konti der har bevaeget sig paa afstemningsdatoen.
           skriv-bevaegede-konti.
               open input afstem-index-file
               move "N" to end-of-afstem
               perform until end-of-afstem = "Y"
                   read afstem-index-file next record
               at end
                   move "Y" to end-of-afstem
               not at end
                   if ga-idx-bevaeget = "J"
                       and ga-idx-map > 0
                       move ga-idx-map to mp-index
                       if mp-kontrol(mp-index) = kt-index
                           move ga-idx-balance to vis-beloeb
                           move spaces to rapport-line
                           string
                               "    bevaeget " ga-idx-account-id
                               " " ga-idx-account-type
                               " " ga-idx-valuta-id
                               " saldo " vis-beloeb
                               delimited by size
                               into rapport-line
                           end-string
                           write rapport-record
                       end-if
                   end-if
               end-read
               end-perform
               close afstem-index-file
           exit.

           skriv-umappet.
               move um-saldo(um-index) to vis-beloeb
               move um-konti(um-index) to vis-antal
               move spaces to rapport-line
               string
                   "UMAPPET " um-account-type(um-index)
                   " " um-valuta-id(um-index)
                   " konti " vis-antal
                   " underbog " vis-beloeb
                   " - ingen kontrolkonto i GLKONTROL"
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
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
                   display "GLAFSTEMNING: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
