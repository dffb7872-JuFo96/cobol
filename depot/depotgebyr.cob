       identification division.
       program-id. DEPOTGEBYR.

      *> Kvartalsvist depotgebyr for depotregisteret DEPOT.txt (se
      *> DEPOT.cpy). For hver beholdning beregnes gebyret for de
      *> dage i kvartalet DEPOT_KVARTAL (AAAAK, standard kvartalet
      *> foer koerselsdatoen) hvor beholdningen har ligget i depotet
      *> - fra oprettelsen og fra dagen efter den hidtidige
      *> gebyrdato - som kursvaerdi i DKK * sats/100 * dage/365.
      *> Kursvaerdien er antal * seneste kurs i VPKURS.txt omregnet
      *> via VALUTAKURS, som i depotvaerdi.cob; satsen er
      *> DEPOT_GEBYRSATS (PARMS, standard 0,25 pct. p.a.). Gebyret
      *> summeres pr. depot, omregnes til afregningskontoens valuta
      *> og skrives som een "DGEB"-linje bag paa TRANS-POST.txt med
      *> "DEPOTGEBYR <depot-id>" i trans-tekst, saa naeste
      *> kontopostering bogfoerer den. Gebyrdatoen flyttes frem paa
      *> de opkraevede beholdninger i samme koersel, saa en
      *> genkoersel aldrig opkraever samme dage to gange. En
      *> beholdning uden kurs, og et depot hvis afregningskonto er
      *> ukendt eller lukket eller mangler kurs, opkraeves ikke og
      *> skrives som undtagelse - gebyrdatoen staar saa stille, og
      *> de dage kommer med i naeste koersel. Rapporten er
      *> DEPOT-GEBYR.txt; RC=4 ved undtagelser. Koeres efter
      *> kvartalsskiftet, foer den natlige kontopostering - samme
      *> placering som garantiprovision.cob.

       environment division.
       input-output section.
       file-control.
           select depot-file assign to dynamic depot-file-name
               organization is line sequential
               file status is depot-status.

           select kurs-file assign to dynamic kurs-file-name
               organization is line sequential
               file status is kurs-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-status.

           select rapport-file assign to "DEPOT-GEBYR.txt"
               organization is line sequential.

       data division.
           file section.
           FD depot-file.
           01 depot-record.
               COPY "DEPOT.cpy".

           FD kurs-file.
           01 kurs-record.
               COPY "VPKURS.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD trans-file.
           01 trans-record.
               02 trans-account-id  PIC X(10).
               02 trans-date        PIC X(8).
               02 trans-amount      PIC S9(7)V99.
               02 trans-type        PIC X(4).
               02 trans-modkonto    PIC X(10).
               02 trans-tekst       PIC X(30).
               02 trans-modtager-reg PIC X(4).

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(132).

       working-storage section.
           01 end-of-depot     PIC X value "N".
           01 end-of-kurs      PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 depot-file-name  PIC X(100) value "DEPOT.txt".
           01 depot-status     PIC XX value "00".
           01 kurs-file-name   PIC X(100) value "VPKURS.txt".
           01 kurs-status      PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 trans-file-name  PIC X(100) value "TRANS-POST.txt".
           01 trans-status     PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).

           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 gebyr-sats       PIC 9(2)V9999 value 0.25.

           01 kvartal-tekst    PIC X(5).
           01 kvartal-aar      PIC 9(4).
           01 kvartal-nr       PIC 9(1).
           01 maaned           PIC 9(2).
           01 naeste-start     PIC 9(8).
           01 periode-fra      PIC X(8).
           01 periode-til      PIC X(8).
           01 periode-heltal   PIC S9(9).

      *> Hele registeret i lageret - det skrives tilbage med de nye
      *> gebyrdatoer til sidst. ht-ny-til er den dato gebyret
      *> beregnes til for beholdningen i denne koersel (blank =
      *> intet at opkraeve), ht-depot-index peger paa depotets
      *> raekke i depot-tabel.
           01 beh-count        PIC 9(5) value 0.
           01 beh-max          PIC 9(5) value 5000.
           01 beh-tabel.
               02 beh-entry occurs 5000 times.
                   03 ht-record        PIC X(85).
                   03 ht-ny-til        PIC X(8).
                   03 ht-depot-index   PIC 9(5).
           01 ht-index         PIC 9(5).
           01 aktuel-beholdning.
               COPY "DEPOT.cpy".

      *> Kursfilen i lageret.
           01 kurs-count       PIC 9(5) value 0.
           01 kurs-max         PIC 9(5) value 5000.
           01 kurs-tabel.
               02 kurs-entry occurs 5000 times.
                   03 kt-isin          PIC X(12).
                   03 kt-valuta-id     PIC X(3).
                   03 kt-kurs          PIC 9(7)V9(4).
                   03 kt-kurs-dato     PIC X(8).
           01 kt-index         PIC 9(5).

      *> Depoterne med afregningskontoens status og valuta og det
      *> samlede gebyr i DKK. dt-opkraevet = "J" naar gebyret er
      *> skrevet, saa beholdningernes gebyrdato kan flyttes.
           01 depot-count      PIC 9(5) value 0.
           01 depot-tabel.
               02 depot-entry occurs 5000 times.
                   03 dt-depot-id      PIC X(10).
                   03 dt-konto-id      PIC X(10).
      *> "N" = kontoen findes ikke.
                   03 dt-konto-fundet  PIC X(1).
                   03 dt-konto-status  PIC X(1).
                   03 dt-valuta-id     PIC X(3).
                   03 dt-gebyr-dkk     PIC S9(11)V99.
                   03 dt-antal-dage    PIC 9(5).
                   03 dt-opkraevet     PIC X(1).
           01 dt-index         PIC 9(5).

           01 geb-fra          PIC X(8).
           01 geb-dage         PIC S9(5).
           01 papir-vaerdi     PIC 9(13)V99.
           01 papir-vaerdi-dkk PIC 9(13)V99.
           01 papir-gebyr-dkk  PIC S9(11)V99.
           01 gebyr-beloeb     PIC S9(11)V99.
           01 dkk-kurs         PIC 9(3)V9999.
           01 kurs-ok          PIC X value "N".
           01 dato-heltal      PIC S9(9).

           01 vist-beloeb      PIC Z(8)9.99.
           01 vist-sats        PIC Z9.9999.
           01 antal-opkraevet  PIC 9(5) value 0.
           01 antal-undtagelser PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "DEPOTGEBYR".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept depot-file-name from environment "DEPOTFIL_NAVN"
               on exception
                   move "DEPOT.txt" to depot-file-name
           end-accept
           accept kurs-file-name from environment "VPKURSFIL_NAVN"
               on exception
                   move "VPKURS.txt" to kurs-file-name
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
           accept kvartal-tekst from environment "DEPOT_KVARTAL"
               on exception
                   move spaces to kvartal-tekst
           end-accept
           move "DEPOT_GEBYRSATS" to parm-navn
           move spaces to parm-vaerdi
           call "PARMS" using parm-navn parm-vaerdi parm-fundet
           end-call
           if parm-fundet = "Y"
               and parm-vaerdi not = spaces
               and function test-numval(parm-vaerdi) = 0
               compute gebyr-sats = function numval(parm-vaerdi)
           end-if

           perform bestem-kvartal
           perform load-beholdninger
           if beh-count = 0
               display "DEPOTGEBYR: ingen beholdninger registreret"
               move 0 to return-code
               stop run
           end-if
           perform load-kurser
           perform load-konti

           open output rapport-file
           move gebyr-sats to vist-sats
           move spaces to rapport-line
           string
               "DEPOTGEBYR FOR " periode-fra "-" periode-til
               " PR. " koersel-dato " (SATS "
               function trim(vist-sats) " PCT. P.A.)"
               into rapport-line
           end-string
           write rapport-record

           perform varying ht-index from 1 by 1
               until ht-index > beh-count
               perform beregn-beholdning
           end-perform

      *> Gebyrerne forlaenges bag paa posteringsfilen - status 35
      *> (ingen posteringer endnu) falder tilbage til OPEN OUTPUT.
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           open extend trans-file
           if trans-status = "35"
               open output trans-file
           end-if
           perform varying dt-index from 1 by 1
               until dt-index > depot-count
               perform opkraev-depot
           end-perform
           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil

           perform varying ht-index from 1 by 1
               until ht-index > beh-count
               if ht-ny-til(ht-index) not = spaces
                   and dt-opkraevet(ht-depot-index(ht-index)) = "J"
                   move ht-record(ht-index) to aktuel-beholdning
                   move ht-ny-til(ht-index)
                       to dp-gebyr-til-dato in aktuel-beholdning
                   move aktuel-beholdning to ht-record(ht-index)
               end-if
           end-perform

           move spaces to rapport-line
           string
               "Opkraevet: " antal-opkraevet
               "  undtagelser: " antal-undtagelser
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           perform rewrite-depot-file

           display "DEPOTGEBYR: " antal-opkraevet " gebyrer, "
               antal-undtagelser " undtagelser"
           if antal-undtagelser > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> Standard er kvartalet foer koerselsdatoens kvartal - samme
      *> beregning som garantiprovision.cob.
           bestem-kvartal.
               if kvartal-tekst is numeric
                   move kvartal-tekst(1:4) to kvartal-aar
                   move kvartal-tekst(5:1) to kvartal-nr
               else
                   move koersel-dato(1:4) to kvartal-aar
                   move koersel-dato(5:2) to maaned
                   compute kvartal-nr = (maaned - 1) / 3 + 1
                   if kvartal-nr = 1
                       move 4 to kvartal-nr
                       subtract 1 from kvartal-aar
                   else
                       subtract 1 from kvartal-nr
                   end-if
               end-if
               if kvartal-nr < 1 or kvartal-nr > 4
                   display "DEPOTGEBYR: ugyldigt kvartal "
                       kvartal-tekst
                   move 16 to return-code
                   stop run
               end-if
               compute maaned = (kvartal-nr - 1) * 3 + 1
               move spaces to periode-fra
               string kvartal-aar maaned "01"
                   delimited by size into periode-fra
               end-string
               if kvartal-nr = 4
                   compute naeste-start = (kvartal-aar + 1) * 10000
                       + 101
               else
                   compute naeste-start = kvartal-aar * 10000
                       + (kvartal-nr * 3 + 1) * 100 + 1
               end-if
               compute periode-heltal =
                   function integer-of-date(naeste-start) - 1
               move function date-of-integer(periode-heltal)
                   to periode-til
           exit.

           load-beholdninger.
               open input depot-file
               if depot-status not = "00"
                   and depot-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-depot = "Y"
                   read depot-file
               at end
                   move "Y" to end-of-depot
               not at end
                   if beh-count < beh-max
                       add 1 to beh-count
                       move depot-record to ht-record(beh-count)
                       move spaces to ht-ny-til(beh-count)
                       perform registrer-depot
                       move dt-index to ht-depot-index(beh-count)
                   else
                       display "DEPOTGEBYR: beholdningstabel fuld"
                           " - " dp-depot-id in depot-record
                           " ikke indlaest - koersel afbrudt"
                       close depot-file
                       move 8 to return-code
                       stop run
                   end-if
               end-read
               end-perform
               close depot-file
           exit.

           registrer-depot.
               perform varying dt-index from 1 by 1
                   until dt-index > depot-count
                   or dt-depot-id(dt-index)
                       = dp-depot-id in depot-record
                   continue
               end-perform
               if dt-index > depot-count
                   add 1 to depot-count
                   move dp-depot-id in depot-record
                       to dt-depot-id(depot-count)
                   move dp-afregningskonto in depot-record
                       to dt-konto-id(depot-count)
                   move "N" to dt-konto-fundet(depot-count)
                   move space to dt-konto-status(depot-count)
                   move spaces to dt-valuta-id(depot-count)
                   move 0 to dt-gebyr-dkk(depot-count)
                   move 0 to dt-antal-dage(depot-count)
                   move "N" to dt-opkraevet(depot-count)
               end-if
           exit.

           load-kurser.
               open input kurs-file
               if kurs-status not = "00"
                   and kurs-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-kurs = "Y"
                   read kurs-file
               at end
                   move "Y" to end-of-kurs
               not at end
                   if kurs-count < kurs-max
                       add 1 to kurs-count
                       move kurs-record to kurs-entry(kurs-count)
                   else
                       display "DEPOTGEBYR: kurstabel fuld - "
                           vk-isin " ikke indlaest"
                   end-if
               end-read
               end-perform
               close kurs-file
           exit.

           load-konti.
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "DEPOTGEBYR: "
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
                   display "DEPOTGEBYR: ukendt layout-version i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           match-konto.
               perform varying dt-index from 1 by 1
                   until dt-index > depot-count
                   if dt-konto-id(dt-index) = account-id in konto-info
                       move "J" to dt-konto-fundet(dt-index)
                       move konto-status in konto-info
                           to dt-konto-status(dt-index)
                       move valuta-id in konto-info
                           to dt-valuta-id(dt-index)
                   end-if
               end-perform
           exit.

      *> Gebyrperioden er kvartalet beskaaret til beholdningens
      *> oprettelse og til dagen efter den hidtidige gebyrdato.
           beregn-beholdning.
               move ht-record(ht-index) to aktuel-beholdning
               move ht-depot-index(ht-index) to dt-index
               if dp-oprettet-dato in aktuel-beholdning not numeric
                   exit paragraph
               end-if
               move periode-fra to geb-fra
               if dp-oprettet-dato in aktuel-beholdning > geb-fra
                   move dp-oprettet-dato in aktuel-beholdning
                       to geb-fra
               end-if
               if dp-gebyr-til-dato in aktuel-beholdning is numeric
                   and dp-gebyr-til-dato in aktuel-beholdning
                       >= geb-fra
                   compute dato-heltal = function integer-of-date(
                       function numval(dp-gebyr-til-dato
                           in aktuel-beholdning)) + 1
                   move function date-of-integer(dato-heltal)
                       to geb-fra
               end-if
               if geb-fra > periode-til
                   exit paragraph
               end-if
               compute geb-dage =
                   function integer-of-date(function numval(
                       periode-til))
                   - function integer-of-date(function numval(geb-fra))
                   + 1

               perform varying kt-index from 1 by 1
                   until kt-index > kurs-count
                   or kt-isin(kt-index) = dp-isin in aktuel-beholdning
                   continue
               end-perform
               move "N" to kurs-ok
               if kt-index <= kurs-count
                   call "VALUTAKURS" using
                       kt-valuta-id(kt-index) dkk-kurs kurs-ok
                   end-call
               end-if
               if kurs-ok not = "Y"
                   move spaces to rapport-line
                   string
                       "UNDTAGELSE depot "
                       dp-depot-id in aktuel-beholdning " "
                       dp-isin in aktuel-beholdning
                       " - ingen kurs eller DKK-kurs, ikke opkraevet"
                       into rapport-line
                   end-string
                   write rapport-record
                   add 1 to antal-undtagelser
                   exit paragraph
               end-if

               compute papir-vaerdi rounded =
                   dp-antal in aktuel-beholdning * kt-kurs(kt-index)
               compute papir-vaerdi-dkk rounded =
                   papir-vaerdi * dkk-kurs
               compute papir-gebyr-dkk rounded =
                   papir-vaerdi-dkk * gebyr-sats / 100
                   * geb-dage / 365
               add papir-gebyr-dkk to dt-gebyr-dkk(dt-index)
               if geb-dage > dt-antal-dage(dt-index)
                   move geb-dage to dt-antal-dage(dt-index)
               end-if
               move periode-til to ht-ny-til(ht-index)
           exit.

      *> Depotets samlede gebyr i DKK -> afregningskontoens valuta
      *> og een "DGEB"-linje.
           opkraev-depot.
               if dt-antal-dage(dt-index) = 0
                   exit paragraph
               end-if
               if dt-konto-fundet(dt-index) not = "J"
                   or dt-konto-status(dt-index) = "L"
                   move spaces to rapport-line
                   string
                       "UNDTAGELSE depot " dt-depot-id(dt-index)
                       " - afregningskonto "
                       function trim(dt-konto-id(dt-index))
                       " ukendt eller lukket"
                       into rapport-line
                   end-string
                   write rapport-record
                   add 1 to antal-undtagelser
                   exit paragraph
               end-if
               move dt-gebyr-dkk(dt-index) to gebyr-beloeb
               if dt-valuta-id(dt-index) not = "DKK"
                   call "VALUTAKURS" using
                       dt-valuta-id(dt-index) dkk-kurs kurs-ok
                   end-call
                   if kurs-ok not = "Y" or dkk-kurs = 0
                       move spaces to rapport-line
                       string
                           "UNDTAGELSE depot " dt-depot-id(dt-index)
                           " - ingen kurs for "
                           dt-valuta-id(dt-index)
                           into rapport-line
                       end-string
                       write rapport-record
                       add 1 to antal-undtagelser
                       exit paragraph
                   end-if
                   compute gebyr-beloeb rounded =
                       dt-gebyr-dkk(dt-index) / dkk-kurs
               end-if

               if gebyr-beloeb > 0
                   move dt-konto-id(dt-index) to trans-account-id
                   move koersel-dato to trans-date
                   compute trans-amount = 0 - gebyr-beloeb
                   move "DGEB" to trans-type
                   move spaces to trans-modkonto
                   move spaces to trans-tekst
                   string
                       "DEPOTGEBYR " dt-depot-id(dt-index)
                       delimited by size into trans-tekst
                   end-string
                   move spaces to trans-modtager-reg
                   write trans-record
                   add 1 to antal-opkraevet
               end-if
               move "J" to dt-opkraevet(dt-index)

               move gebyr-beloeb to vist-beloeb
               move spaces to rapport-line
               string
                   "GEBYR      depot " dt-depot-id(dt-index)
                   " konto " function trim(dt-konto-id(dt-index))
                   " " periode-fra "-" periode-til " "
                   function trim(vist-beloeb) " "
                   dt-valuta-id(dt-index)
                   into rapport-line
               end-string
               write rapport-record
           exit.

           rewrite-depot-file.
               open output depot-file
               perform varying ht-index from 1 by 1
                   until ht-index > beh-count
                   move ht-record(ht-index) to depot-record
                   write depot-record
               end-perform
               close depot-file
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
                   display "DEPOTGEBYR: segl brudt for "
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
