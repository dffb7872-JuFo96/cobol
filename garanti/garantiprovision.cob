       identification division.
       program-id. GARANTIPROVISION.

      *> Kvartalsvis garantiprovision og udloebsvarsel for
      *> garantiregisteret GARANTI.txt (se GARANTI.cpy). For hver
      *> garanti opkraeves provisionen for de dage i kvartalet
      *> GARANTI_KVARTAL (AAAAK, standard kvartalet foer koersels-
      *> datoen) hvor garantien stod ved magt - fra udstedelsen,
      *> til udloebet eller afslutningen - som
      *> garantibeloeb * sats/100 * dage/365. Satsen er garantiens
      *> egen eller standardsatsen GARANTI_PROVISIONSSATS (uaendret
      *> 1,50 pct. p.a.). Beloebet omregnes via DKK-kurserne
      *> (VALUTAKURS) til provisionskontoens valuta og skrives som
      *> en "GPRV"-linje bag paa TRANS-POST.txt med "GARANTIPROV
      *> <garanti-id>" i trans-tekst, saa naeste kontopostering
      *> bogfoerer den. Garantiens provisionsdato flyttes frem i
      *> samme koersel, saa en genkoersel aldrig opkraever samme
      *> dage to gange. En ukendt eller lukket provisionskonto eller
      *> en manglende kurs opkraeves ikke, men skrives som
      *> undtagelse. Samme koersel varsler aktive garantier der
      *> udloeber inden for GARANTI_VARSELDAGE (uaendret 60) dage,
      *> og garantier der er udloebet uden at vaere afsluttet.
      *> Rapporten er GARANTI-PROVISION.txt; RC=4 ved undtagelser
      *> eller varsler. Koeres efter kvartalsskiftet, foer den
      *> natlige kontopostering.

       environment division.
       input-output section.
       file-control.
           select garanti-file assign to dynamic garanti-file-name
               organization is line sequential
               file status is garanti-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-status.

           select rapport-file assign to "GARANTI-PROVISION.txt"
               organization is line sequential.

       data division.
           file section.
           FD garanti-file.
           01 garanti-record.
               COPY "GARANTI.cpy".

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
           01 end-of-garanti   PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 garanti-file-name PIC X(100) value "GARANTI.txt".
           01 garanti-status   PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 trans-file-name  PIC X(100) value "TRANS-POST.txt".
           01 trans-status     PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).

           01 kvartal-tekst    PIC X(5).
           01 kvartal-aar      PIC 9(4).
           01 kvartal-nr       PIC 9(1).
           01 maaned           PIC 9(2).
           01 naeste-start     PIC 9(8).
           01 periode-fra      PIC X(8).
           01 periode-til      PIC X(8).
           01 periode-heltal   PIC S9(9).

           01 sats-tekst       PIC X(8).
           01 standard-sats    PIC 9(2)V99 value 1.50.
           01 varsel-tekst     PIC X(4).
           01 varsel-dage      PIC 9(4) value 60.

      *> Hele registeret i lageret - det skrives tilbage med de nye
      *> provisionsdatoer til sidst.
           01 garanti-count    PIC 9(5) value 0.
           01 garanti-max      PIC 9(5) value 5000.
           01 garanti-tabel.
               02 gt-record occurs 5000 times PIC X(141).
           01 gt-index         PIC 9(5).
           01 aktuel-garanti.
               COPY "GARANTI.cpy".

      *> Provisionskontiene med status og valuta.
           01 pk-count         PIC 9(5) value 0.
           01 pk-tabel.
               02 pk-entry occurs 5000 times.
                   03 pk-konto-id      PIC X(10).
      *> "N" = kontoen findes ikke.
                   03 pk-konto-fundet  PIC X(1).
                   03 pk-konto-status  PIC X(1).
                   03 pk-valuta-id     PIC X(3).
           01 pk-index         PIC 9(5).

           01 prov-fra         PIC X(8).
           01 prov-til         PIC X(8).
           01 prov-dage        PIC S9(5).
           01 prov-sats        PIC 9(2)V99.
           01 prov-beloeb      PIC S9(11)V99.
           01 prov-dkk         PIC S9(11)V99.
           01 gar-kurs         PIC 9(3)V9999.
           01 konto-kurs       PIC 9(3)V9999.
           01 kurs-ok          PIC X value "N".
           01 dato-heltal      PIC S9(9).
           01 dage-tilbage     PIC S9(7).

           01 vist-beloeb      PIC Z(8)9.99.
           01 vist-garanti     PIC Z(10)9.99.
           01 vist-dage        PIC -(6)9.
           01 antal-opkraevet  PIC 9(5) value 0.
           01 antal-undtagelser PIC 9(5) value 0.
           01 antal-varsler    PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "GARANTIPROVISION".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept garanti-file-name from environment "GARANTIFIL_NAVN"
               on exception
                   move "GARANTI.txt" to garanti-file-name
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
           accept kvartal-tekst from environment "GARANTI_KVARTAL"
               on exception
                   move spaces to kvartal-tekst
           end-accept
           accept sats-tekst
               from environment "GARANTI_PROVISIONSSATS"
               on exception
                   move spaces to sats-tekst
           end-accept
           if sats-tekst not = spaces
               compute standard-sats = function numval(sats-tekst)
           end-if
           accept varsel-tekst from environment "GARANTI_VARSELDAGE"
               on exception
                   move spaces to varsel-tekst
           end-accept
           if varsel-tekst not = spaces
               move function numval(varsel-tekst) to varsel-dage
           end-if

           perform bestem-kvartal
           perform load-garantier
           if garanti-count = 0
               display "GARANTIPROVISION: ingen garantier registreret"
               move 0 to return-code
               stop run
           end-if
           perform load-konti

           open output rapport-file
           move spaces to rapport-line
           string
               "GARANTIPROVISION FOR " periode-fra "-" periode-til
               " OG UDLOEBSVARSEL PR. " koersel-dato
               into rapport-line
           end-string
           write rapport-record

      *> Provisionerne forlaenges bag paa posteringsfilen - status
      *> 35 (ingen posteringer endnu) falder tilbage til OPEN OUTPUT.
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           open extend trans-file
           if trans-status = "35"
               open output trans-file
           end-if
           perform varying gt-index from 1 by 1
               until gt-index > garanti-count
               move gt-record(gt-index) to aktuel-garanti
               perform opkraev-provision
               perform vurder-udloeb
           end-perform
           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil

           move spaces to rapport-line
           string
               "Opkraevet: " antal-opkraevet
               "  undtagelser: " antal-undtagelser
               "  udloebsvarsler: " antal-varsler
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           perform rewrite-garanti-file

           display "GARANTIPROVISION: " antal-opkraevet
               " provisioner, " antal-undtagelser " undtagelser, "
               antal-varsler " udloebsvarsler"
           if antal-undtagelser > 0 or antal-varsler > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> Standard er kvartalet foer koerselsdatoens kvartal - samme
      *> beregning som klagestatistik.cob.
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
                   display "GARANTIPROVISION: ugyldigt kvartal "
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

           load-garantier.
               open input garanti-file
               if garanti-status not = "00"
                   and garanti-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-garanti = "Y"
                   read garanti-file
               at end
                   move "Y" to end-of-garanti
               not at end
                   if garanti-count < garanti-max
                       add 1 to garanti-count
                       move garanti-record to gt-record(garanti-count)
                       perform registrer-provisionskonto
                   else
                       display "GARANTIPROVISION: garantitabel fuld"
                           " - " gar-garanti-id in garanti-record
                           " ikke indlaest - koersel afbrudt"
                       close garanti-file
                       move 8 to return-code
                       stop run
                   end-if
               end-read
               end-perform
               close garanti-file
           exit.

           registrer-provisionskonto.
               perform varying pk-index from 1 by 1
                   until pk-index > pk-count
                   or pk-konto-id(pk-index)
                       = gar-provision-konto in garanti-record
                   continue
               end-perform
               if pk-index > pk-count
                   add 1 to pk-count
                   move gar-provision-konto in garanti-record
                       to pk-konto-id(pk-count)
                   move "N" to pk-konto-fundet(pk-count)
                   move space to pk-konto-status(pk-count)
                   move spaces to pk-valuta-id(pk-count)
               end-if
           exit.

           load-konti.
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "GARANTIPROVISION: "
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
                   display "GARANTIPROVISION: ukendt layout-version i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           match-konto.
               perform varying pk-index from 1 by 1
                   until pk-index > pk-count
                   if pk-konto-id(pk-index) = account-id in konto-info
                       move "J" to pk-konto-fundet(pk-index)
                       move konto-status in konto-info
                           to pk-konto-status(pk-index)
                       move valuta-id in konto-info
                           to pk-valuta-id(pk-index)
                   end-if
               end-perform
           exit.

      *> Provisionsperioden er kvartalet beskaaret til garantiens
      *> levetid og til dagen efter den hidtidige provisionsdato.
           opkraev-provision.
               if gar-udstedt-dato in aktuel-garanti not numeric
                   or gar-udloebs-dato in aktuel-garanti not numeric
                   exit paragraph
               end-if
               move periode-fra to prov-fra
               if gar-udstedt-dato in aktuel-garanti > prov-fra
                   move gar-udstedt-dato in aktuel-garanti to prov-fra
               end-if
               if gar-provision-til-dato in aktuel-garanti
                   is numeric
                   and gar-provision-til-dato in aktuel-garanti
                       >= prov-fra
                   compute dato-heltal = function integer-of-date(
                       function numval(gar-provision-til-dato
                           in aktuel-garanti)) + 1
                   move function date-of-integer(dato-heltal)
                       to prov-fra
               end-if
               move periode-til to prov-til
               if gar-udloebs-dato in aktuel-garanti < prov-til
                   move gar-udloebs-dato in aktuel-garanti to prov-til
               end-if
               if not gar-aktiv in aktuel-garanti
                   and gar-status-dato in aktuel-garanti is numeric
                   and gar-status-dato in aktuel-garanti < prov-til
                   move gar-status-dato in aktuel-garanti to prov-til
               end-if
               if prov-fra > prov-til
                   exit paragraph
               end-if
               compute prov-dage =
                   function integer-of-date(function numval(prov-til))
                   - function integer-of-date(function numval(prov-fra))
                   + 1

               perform varying pk-index from 1 by 1
                   until pk-index > pk-count
                   or pk-konto-id(pk-index)
                       = gar-provision-konto in aktuel-garanti
                   continue
               end-perform
               if pk-konto-fundet(pk-index) not = "J"
                   or pk-konto-status(pk-index) = "L"
                   move spaces to rapport-line
                   string
                       "UNDTAGELSE garanti "
                       function trim(gar-garanti-id in aktuel-garanti)
                       " - provisionskonto "
                       function trim(gar-provision-konto
                           in aktuel-garanti)
                       " ukendt eller lukket"
                       into rapport-line
                   end-string
                   write rapport-record
                   add 1 to antal-undtagelser
                   exit paragraph
               end-if

               if gar-provision-sats in aktuel-garanti is numeric
                   and gar-provision-sats in aktuel-garanti > 0
                   move gar-provision-sats in aktuel-garanti
                       to prov-sats
               else
                   move standard-sats to prov-sats
               end-if
               compute prov-beloeb rounded =
                   gar-beloeb in aktuel-garanti * prov-sats / 100
                   * prov-dage / 365

      *> Garantiens valuta -> DKK -> provisionskontoens valuta.
               if gar-valuta-id in aktuel-garanti
                   not = pk-valuta-id(pk-index)
                   call "VALUTAKURS" using
                       gar-valuta-id in aktuel-garanti gar-kurs
                       kurs-ok
                   end-call
                   if kurs-ok = "Y"
                       call "VALUTAKURS" using
                           pk-valuta-id(pk-index) konto-kurs kurs-ok
                       end-call
                   end-if
                   if kurs-ok not = "Y" or konto-kurs = 0
                       move spaces to rapport-line
                       string
                           "UNDTAGELSE garanti "
                           function trim(gar-garanti-id
                               in aktuel-garanti)
                           " - ingen kurs for "
                           gar-valuta-id in aktuel-garanti "/"
                           pk-valuta-id(pk-index)
                           into rapport-line
                       end-string
                       write rapport-record
                       add 1 to antal-undtagelser
                       exit paragraph
                   end-if
                   compute prov-dkk rounded = prov-beloeb * gar-kurs
                   compute prov-beloeb rounded = prov-dkk / konto-kurs
               end-if

               if prov-beloeb > 0
                   move gar-provision-konto in aktuel-garanti
                       to trans-account-id
                   move koersel-dato to trans-date
                   compute trans-amount = 0 - prov-beloeb
                   move "GPRV" to trans-type
                   move spaces to trans-modkonto
                   move spaces to trans-tekst
                   string
                       "GARANTIPROV "
                       gar-garanti-id in aktuel-garanti
                       delimited by size into trans-tekst
                   end-string
                   move spaces to trans-modtager-reg
                   write trans-record
                   add 1 to antal-opkraevet
               end-if

               move prov-til
                   to gar-provision-til-dato in aktuel-garanti
               move aktuel-garanti to gt-record(gt-index)

               move prov-beloeb to vist-beloeb
               move prov-dage to vist-dage
               move spaces to rapport-line
               string
                   "PROVISION  garanti "
                   function trim(gar-garanti-id in aktuel-garanti)
                   " konto "
                   function trim(gar-provision-konto
                       in aktuel-garanti)
                   " " prov-fra "-" prov-til
                   " (" function trim(vist-dage) " dage) "
                   function trim(vist-beloeb) " "
                   pk-valuta-id(pk-index)
                   into rapport-line
               end-string
               write rapport-record
           exit.

      *> Varsel for aktive garantier der udloeber inden for
      *> varselsperioden, og for udloebne der ikke er afsluttet.
           vurder-udloeb.
               if not gar-aktiv in aktuel-garanti
                   or gar-udloebs-dato in aktuel-garanti not numeric
                   exit paragraph
               end-if
               compute dage-tilbage =
                   function integer-of-date(function numval(
                       gar-udloebs-dato in aktuel-garanti))
                   - function integer-of-date(
                       function numval(koersel-dato))
               if dage-tilbage > varsel-dage
                   exit paragraph
               end-if
               add 1 to antal-varsler
               move gar-beloeb in aktuel-garanti to vist-garanti
               move dage-tilbage to vist-dage
               move spaces to rapport-line
               if dage-tilbage < 0
                   string
                       "UDLOEBET   garanti "
                       function trim(gar-garanti-id in aktuel-garanti)
                       " kunde "
                       function trim(gar-kunde-id in aktuel-garanti)
                       " udloeb " gar-udloebs-dato in aktuel-garanti
                       " - status ikke afsluttet"
                       into rapport-line
                   end-string
               else
                   string
                       "UDLOEBER   garanti "
                       function trim(gar-garanti-id in aktuel-garanti)
                       " kunde "
                       function trim(gar-kunde-id in aktuel-garanti)
                       " " gar-udloebs-dato in aktuel-garanti
                       " (" function trim(vist-dage) " dage) "
                       function trim(vist-garanti) " "
                       gar-valuta-id in aktuel-garanti
                       " til "
                       function trim(gar-begunstiget
                           in aktuel-garanti)
                       into rapport-line
                   end-string
               end-if
               write rapport-record
           exit.

           rewrite-garanti-file.
               open output garanti-file
               perform varying gt-index from 1 by 1
                   until gt-index > garanti-count
                   move gt-record(gt-index) to garanti-record
                   write garanti-record
               end-perform
               close garanti-file
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
                   display "GARANTIPROVISION: segl brudt for "
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
