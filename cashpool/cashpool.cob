       identification division.
       program-id. CASHPOOL.

      *> Natlig nulstilling (zero-balancing) af koncerners cash pools:
      *> hidtil klaret med snesevis af faste overfoersler der aldrig
      *> passede til de faktiske saldi. Efter kontopostering.cob
      *> laeses pooldefinitionen CASHPOOL.txt (se CASHPOOL.cpy) og
      *> hvert medlems saldo i KontoOpl.txt sammenlignes med dets
      *> maalsaldo:
      *>   - over maal: overskuddet feies op paa topkontoen;
      *>   - under maal: medlemmet fyldes op fra topkontoen,
      *> begge som "OVF "-overfoersler bag paa TRANS-POST.txt, der
      *> bogfoeres i naeste posteringscyklus. Opfeiningerne skrives
      *> foerst, saa topkontoen har pengene foer den fylder op.
      *>
      *> Et medlem bliver kun nulstillet naar baade medlem og
      *> topkonto findes, er aktive, og begge ejes af erhvervskunder
      *> med samme cvr-number (KUNDEMST.dat) - ellers undtagelse i
      *> rapporten og RC=4. Hver overfoersel foeres ogsaa paa
      *> medlemmets mellemregning i CASHPOOL-MELLEMREGNING.txt
      *> (positiv = medlemmet har penge tilgode i poolen, negativ =
      *> medlemmet skylder poolen), og rapporten CASHPOOL-RAPPORT.txt
      *> viser mellemregningen pr. medlem og topkontoens modpost.

       environment division.
       input-output section.
       file-control.
           select pool-file assign to dynamic pool-file-name
               organization is line sequential
               file status is pool-status.

           select mellemregning-file
               assign to dynamic mellemregning-file-name
               organization is line sequential
               file status is mellemregning-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select kunde-index-file assign to "KUNDEMST.dat"
               organization is indexed
               access mode is dynamic
               record key is customer-id of kunde-idx-record
               file status is kunde-idx-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-status.

           select rapport-file assign to "CASHPOOL-RAPPORT.txt"
               organization is line sequential.

       data division.
           file section.
           FD pool-file.
           01 pool-record.
               COPY "CASHPOOL.cpy".

      *> Mellemregningen pr. pool og medlemskonto.
           FD mellemregning-file.
           01 mellemregning-record.
               02 mr-pool-id        PIC X(10).
               02 mr-konto-id       PIC X(10).
               02 mr-saldo          PIC S9(9)V99
                                    sign leading separate.

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD kunde-index-file.
           01 kunde-idx-record.
               COPY "kundeopl.cpy".

           FD trans-file.
           01 trans-record.
               02 trans-account-id  PIC X(10).
               02 trans-date        PIC X(8).
               02 trans-amount      PIC S9(7)V99.
               02 trans-type        PIC X(4).
               02 trans-modkonto    PIC X(10).
               02 trans-tekst       PIC X(30).

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(120).

       working-storage section.
           01 end-of-pool          PIC X value "N".
           01 end-of-mellemregning PIC X value "N".
           01 end-of-konto         PIC X value "N".
           01 pool-file-name       PIC X(100) value "CASHPOOL.txt".
           01 pool-status          PIC XX value "00".
           01 mellemregning-file-name PIC X(100)
               value "CASHPOOL-MELLEMREGNING.txt".
           01 mellemregning-status PIC XX value "00".
           01 konto-file-name      PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status     PIC XX value "00".
           01 kunde-idx-status     PIC XX value "00".
           01 trans-file-name      PIC X(100) value "TRANS-POST.txt".
           01 trans-status         PIC XX value "00".
           01 layout-version-ok    PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 koersel-dato         PIC X(8).

      *> Poolmedlemmerne med saldo, status og ejer for baade medlem
      *> og topkonto, udfyldt fra KontoOpl.txt.
           01 medlem-count         PIC 9(4) value 0.
           01 medlem-max           PIC 9(4) value 1000.
           01 medlem-table.
               02 medlem-entry occurs 1000 times.
                   03 pm-pool-id       PIC X(10).
                   03 pm-top-konto     PIC X(10).
                   03 pm-konto-id      PIC X(10).
                   03 pm-maal          PIC S9(7)V99.
                   03 pm-saldo         PIC S9(7)V99.
                   03 pm-fundet        PIC X(1).
                   03 pm-status        PIC X(1).
                   03 pm-kunde-id      PIC X(10).
                   03 pm-top-saldo     PIC S9(7)V99.
                   03 pm-top-fundet    PIC X(1).
                   03 pm-top-status    PIC X(1).
                   03 pm-top-kunde-id  PIC X(10).
                   03 pm-gyldig        PIC X(1).
                   03 pm-ben           PIC S9(7)V99.
                   03 pm-aarsag        PIC X(40).
           01 pm-index             PIC 9(4).

      *> Mellemregningerne - ogsaa for konti der er gaaet ud af
      *> poolen, saa en gammel mellemregning ikke forsvinder.
           01 position-count       PIC 9(4) value 0.
           01 position-max         PIC 9(4) value 1000.
           01 position-table.
               02 position-entry occurs 1000 times.
                   03 ps-pool-id       PIC X(10).
                   03 ps-konto-id      PIC X(10).
                   03 ps-saldo         PIC S9(9)V99.
           01 ps-index             PIC 9(4).
           01 ps-match             PIC 9(4).

           01 afvist-aarsag        PIC X(40).
           01 kunde-cvr            PIC X(8).
           01 top-cvr              PIC X(8).
           01 opslag-kunde-id      PIC X(10).
           01 opslag-cvr           PIC X(8).
           01 opslag-erhverv       PIC X(1).
           01 top-cvr-erhverv      PIC X(1).

           01 aktuel-pool          PIC X(10).
           01 pool-modpost         PIC S9(9)V99.
           01 antal-ben            PIC 9(5) value 0.
           01 antal-undtagelser    PIC 9(5) value 0.
           01 vis-saldo            PIC -(8)9.99.
           01 vis-maal             PIC -(8)9.99.
           01 vis-ben              PIC -(8)9.99.
           01 vis-position         PIC -(10)9.99.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "CASHPOOL".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept pool-file-name from environment "CASHPOOLFIL_NAVN"
               on exception
                   move "CASHPOOL.txt" to pool-file-name
           end-accept
           accept mellemregning-file-name
               from environment "CASHPOOLMRFIL_NAVN"
               on exception
                   move "CASHPOOL-MELLEMREGNING.txt"
                       to mellemregning-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
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

           perform load-pooldefinition
           if medlem-count = 0
               display "CASHPOOL: ingen pools defineret"
               stop run
           end-if
           perform load-mellemregning
           perform load-kontosaldi
           perform tjek-medlemmer

           open output rapport-file
           move spaces to rapport-line
           string
               "CASH POOL NULSTILLING OG MELLEMREGNING PR. "
               koersel-dato
               into rapport-line
           end-string
           write rapport-record

      *> Overfoerslerne forlaenges bag paa posteringsfilen - status
      *> 35 (ingen posteringer endnu) falder tilbage til OPEN OUTPUT.
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           open extend trans-file
           if trans-status = "35"
               open output trans-file
           end-if
           perform skriv-opfeininger
           perform skriv-opfyldninger
           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil

           perform skriv-rapport
           close rapport-file

           perform rewrite-mellemregning

           display "CASHPOOL: " antal-ben " overfoersler, "
               antal-undtagelser " undtagelser"
           if antal-undtagelser > 0
               move 4 to return-code
           end-if
           stop run.

      *> Uden en pooldefinition er der intet at nulstille.
           load-pooldefinition.
               open input pool-file
               if pool-status not = "00" and pool-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-pool = "Y"
                   read pool-file into pool-record
               at end
                   move "Y" to end-of-pool
               not at end
                   if medlem-count >= medlem-max
                       display "CASHPOOL: pooldefinitionen"
                           " overskrider " medlem-max " medlemmer"
                       close pool-file
                       move 8 to return-code
                       stop run
                   end-if
                   add 1 to medlem-count
                   move cp-pool-id to pm-pool-id(medlem-count)
                   move cp-top-konto to pm-top-konto(medlem-count)
                   move cp-medlem-konto to pm-konto-id(medlem-count)
                   if cp-maal-saldo is numeric
                       move cp-maal-saldo to pm-maal(medlem-count)
                   else
                       move 0 to pm-maal(medlem-count)
                   end-if
                   move 0 to pm-saldo(medlem-count)
                   move 0 to pm-top-saldo(medlem-count)
                   move 0 to pm-ben(medlem-count)
                   move "N" to pm-fundet(medlem-count)
                   move "N" to pm-top-fundet(medlem-count)
                   move "N" to pm-gyldig(medlem-count)
                   move spaces to pm-aarsag(medlem-count)
               end-read
               end-perform
               close pool-file
           exit.

           load-mellemregning.
               open input mellemregning-file
               if mellemregning-status not = "00"
                   and mellemregning-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-mellemregning = "Y"
                   read mellemregning-file into mellemregning-record
               at end
                   move "Y" to end-of-mellemregning
               not at end
                   if position-count >= position-max
                       display "CASHPOOL: mellemregningen"
                           " overskrider " position-max " konti"
                       close mellemregning-file
                       move 8 to return-code
                       stop run
                   end-if
                   add 1 to position-count
                   move mr-pool-id to ps-pool-id(position-count)
                   move mr-konto-id to ps-konto-id(position-count)
                   move mr-saldo to ps-saldo(position-count)
               end-read
               end-perform
               close mellemregning-file
           exit.

           load-kontosaldi.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "CASHPOOL: kan ikke aabne "
                       function trim(konto-file-name)
                   move 16 to return-code
                   stop run
               end-if
               perform verificer-konto-header
               if konto-header-missing = "Y"
                   perform marker-konto
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform marker-konto
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
                   display "CASHPOOL: ukendt layout i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           marker-konto.
               perform varying pm-index from 1 by 1
                   until pm-index > medlem-count
                   if pm-konto-id(pm-index) = account-id in konto-info
                       move "Y" to pm-fundet(pm-index)
                       move balance in konto-info
                           to pm-saldo(pm-index)
                       move konto-status in konto-info
                           to pm-status(pm-index)
                       move customer-id in konto-info
                           to pm-kunde-id(pm-index)
                   end-if
                   if pm-top-konto(pm-index)
                       = account-id in konto-info
                       move "Y" to pm-top-fundet(pm-index)
                       move balance in konto-info
                           to pm-top-saldo(pm-index)
                       move konto-status in konto-info
                           to pm-top-status(pm-index)
                       move customer-id in konto-info
                           to pm-top-kunde-id(pm-index)
                   end-if
               end-perform
           exit.

      *> Et medlem nulstilles kun inden for samme koncern: medlem og
      *> topkonto skal findes, vaere aktive og tilhoere erhvervs-
      *> kunder med samme cvr-number. Uden kundemaster kan det ikke
      *> afgoeres, og saa flyttes der ingen penge.
           tjek-medlemmer.
               open input kunde-index-file
               if kunde-idx-status not = "00"
                   display "CASHPOOL: KUNDEMST.dat kan ikke aabnes"
                       " - ingen nulstilling"
                   move 16 to return-code
                   stop run
               end-if
               perform varying pm-index from 1 by 1
                   until pm-index > medlem-count
                   move spaces to afvist-aarsag
                   evaluate true
                       when pm-konto-id(pm-index)
                           = pm-top-konto(pm-index)
                           move "Medlem er selv topkonto"
                               to afvist-aarsag
                       when pm-fundet(pm-index) = "N"
                           move "Medlemskonto findes ikke"
                               to afvist-aarsag
                       when pm-top-fundet(pm-index) = "N"
                           move "Topkonto findes ikke"
                               to afvist-aarsag
                       when pm-status(pm-index) not = space
                           move "Medlemskonto spaerret/lukket"
                               to afvist-aarsag
                       when pm-top-status(pm-index) not = space
                           move "Topkonto spaerret/lukket"
                               to afvist-aarsag
                   end-evaluate
                   if afvist-aarsag = spaces
                       perform tjek-koncern
                   end-if
                   if afvist-aarsag = spaces
                       move "J" to pm-gyldig(pm-index)
                       compute pm-ben(pm-index) =
                           pm-saldo(pm-index) - pm-maal(pm-index)
                   else
                       move afvist-aarsag to pm-aarsag(pm-index)
                       add 1 to antal-undtagelser
                   end-if
               end-perform
               close kunde-index-file
           exit.

           tjek-koncern.
               move pm-top-kunde-id(pm-index) to opslag-kunde-id
               perform hent-cvr
               move opslag-cvr to top-cvr
               move opslag-erhverv to top-cvr-erhverv
               move pm-kunde-id(pm-index) to opslag-kunde-id
               perform hent-cvr
               move opslag-cvr to kunde-cvr
               if top-cvr-erhverv not = "J" or opslag-erhverv not = "J"
                   move "Ejer er ikke erhvervskunde"
                       to afvist-aarsag
               else
                   if kunde-cvr not = top-cvr or kunde-cvr = spaces
                       move "Medlem uden for koncernen (cvr)"
                           to afvist-aarsag
                   end-if
               end-if
           exit.

           hent-cvr.
               move spaces to opslag-cvr
               move "N" to opslag-erhverv
               move opslag-kunde-id to customer-id in kunde-idx-record
               read kunde-index-file
               invalid key
                   continue
               not invalid key
                   if customer-type in kunde-idx-record = "C"
                       move "J" to opslag-erhverv
                       move cvr-number in kunde-idx-record
                           to opslag-cvr
                   end-if
               end-read
           exit.

      *> Overskud op paa topkontoen: medlem -> top.
           skriv-opfeininger.
               perform varying pm-index from 1 by 1
                   until pm-index > medlem-count
                   if pm-gyldig(pm-index) = "J"
                       and pm-ben(pm-index) > 0
                       move pm-konto-id(pm-index) to trans-account-id
                       move pm-top-konto(pm-index) to trans-modkonto
                       move pm-ben(pm-index) to trans-amount
                       perform skriv-overfoersel
                   end-if
               end-perform
           exit.

      *> Underskud fyldes op fra topkontoen: top -> medlem.
           skriv-opfyldninger.
               perform varying pm-index from 1 by 1
                   until pm-index > medlem-count
                   if pm-gyldig(pm-index) = "J"
                       and pm-ben(pm-index) < 0
                       move pm-top-konto(pm-index) to trans-account-id
                       move pm-konto-id(pm-index) to trans-modkonto
                       compute trans-amount = 0 - pm-ben(pm-index)
                       perform skriv-overfoersel
                   end-if
               end-perform
           exit.

      *> Overfoerslen skrives og medlemmets mellemregning flyttes
      *> med det opfeiede (+) eller opfyldte (-) beloeb.
           skriv-overfoersel.
               move koersel-dato to trans-date
               move "OVF " to trans-type
               move spaces to trans-tekst
               string
                   "CASH POOL " pm-pool-id(pm-index)
                   delimited by size
                   into trans-tekst
               end-string
               write trans-record
               add 1 to antal-ben
               perform find-position
               add pm-ben(pm-index) to ps-saldo(ps-match)
           exit.

           find-position.
               move 0 to ps-match
               perform varying ps-index from 1 by 1
                   until ps-index > position-count or ps-match > 0
                   if ps-pool-id(ps-index) = pm-pool-id(pm-index)
                       and ps-konto-id(ps-index)
                           = pm-konto-id(pm-index)
                       move ps-index to ps-match
                   end-if
               end-perform
               if ps-match = 0
                   if position-count >= position-max
                       display "CASHPOOL: mellemregningen"
                           " overskrider " position-max " konti"
                       move 8 to return-code
                       stop run
                   end-if
                   add 1 to position-count
                   move position-count to ps-match
                   move pm-pool-id(pm-index) to ps-pool-id(ps-match)
                   move pm-konto-id(pm-index) to ps-konto-id(ps-match)
                   move 0 to ps-saldo(ps-match)
               end-if
           exit.

      *> Pr. medlem: saldo, maal, nattens overfoersel og
      *> mellemregningen efter den; pr. pool topkontoens modpost
      *> (summen af medlemmernes mellemregning med modsat fortegn).
      *> Afviste medlemmer staar med aarsagen.
           skriv-rapport.
               move spaces to aktuel-pool
               move 0 to pool-modpost
               perform varying pm-index from 1 by 1
                   until pm-index > medlem-count
                   if pm-pool-id(pm-index) not = aktuel-pool
                       if aktuel-pool not = spaces
                           perform skriv-pool-total
                       end-if
                       move pm-pool-id(pm-index) to aktuel-pool
                       move 0 to pool-modpost
                       move spaces to rapport-line
                       write rapport-record
                       move spaces to rapport-line
                       string
                           "POOL " pm-pool-id(pm-index)
                           " TOPKONTO " pm-top-konto(pm-index)
                           delimited by size
                           into rapport-line
                       end-string
                       write rapport-record
                   end-if
                   perform skriv-medlem
               end-perform
               if aktuel-pool not = spaces
                   perform skriv-pool-total
               end-if
           exit.

           skriv-medlem.
               move pm-saldo(pm-index) to vis-saldo
               move pm-maal(pm-index) to vis-maal
               move spaces to rapport-line
               if pm-gyldig(pm-index) not = "J"
                   string
                       "  " pm-konto-id(pm-index)
                       " UNDTAGELSE: "
                       function trim(pm-aarsag(pm-index))
                       delimited by size
                       into rapport-line
                   end-string
                   write rapport-record
                   exit paragraph
               end-if
               move pm-ben(pm-index) to vis-ben
               perform find-position
               move ps-saldo(ps-match) to vis-position
               subtract ps-saldo(ps-match) from pool-modpost
               if ps-saldo(ps-match) < 0
                   string
                       "  " pm-konto-id(pm-index)
                       " saldo " vis-saldo " maal " vis-maal
                       " overfoert " vis-ben
                       " skylder poolen " vis-position
                       delimited by size
                       into rapport-line
                   end-string
               else
                   string
                       "  " pm-konto-id(pm-index)
                       " saldo " vis-saldo " maal " vis-maal
                       " overfoert " vis-ben
                       " tilgode i poolen " vis-position
                       delimited by size
                       into rapport-line
                   end-string
               end-if
               write rapport-record
           exit.

           skriv-pool-total.
               move pool-modpost to vis-position
               move spaces to rapport-line
               string
                   "  TOPKONTOENS MODPOST (minus = skylder medlemmerne)"
                   " " vis-position
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
           exit.

           rewrite-mellemregning.
               open output mellemregning-file
               perform varying ps-index from 1 by 1
                   until ps-index > position-count
                   move ps-pool-id(ps-index) to mr-pool-id
                   move ps-konto-id(ps-index) to mr-konto-id
                   move ps-saldo(ps-index) to mr-saldo
                   write mellemregning-record
               end-perform
               close mellemregning-file
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
                   display "CASHPOOL: segl brudt for "
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
