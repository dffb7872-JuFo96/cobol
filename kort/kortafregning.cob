       identification division.
       program-id. KORTAFREGNING.

      *> Adapter for kortselskabets daglige afregningsfil
      *> (KORTAFREGNING.txt): hver linje er en afregnet
      *> korttransaktion med det fulde kortnummer. Kortnummeret
      *> maskeres straks og slaas op i kortregisteret KORT.txt (se
      *> KORT.cpy) for at finde kontoen, og transaktionen skrives
      *> bag paa dagens TRANS-POST.txt, som kontopostering.cob
      *> bogfoerer samme nat:
      *>   - "K" koeb        -> trans-type "KORT", negativt beloeb
      *>   - "R" refusion    -> trans-type "KREF", positivt beloeb
      *>   - "H" automat     -> trans-type "KATM", negativt beloeb
      *> med forretningens navn som trans-tekst, saa kontoudtoget
      *> viser hvor kortet er brugt. Kortautorisationens reservation
      *> frigives af kontopostering.cob paa konto og beloeb.
      *> En linje bogfoeres IKKE, men skrives til KORT-AFVIST.txt
      *> til kortdriften, naar kortet er ukendt, spaerret,
      *> annulleret eller var udloebet paa transaktionsdatoen, naar
      *> kontoen ikke findes eller har konto-status "S"/"L", eller
      *> naar linjen selv er ugyldig. RC=4 naar der er afviste
      *> linjer.

       environment division.
       input-output section.
       file-control.
           select afregning-file
               assign to dynamic afregning-file-name
               organization is line sequential
               file status is afregning-status.

           select kort-file assign to dynamic kort-file-name
               organization is line sequential
               file status is kort-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-status.

           select afvist-file assign to "KORT-AFVIST.txt"
               organization is line sequential.

       data division.
           file section.
      *> Kortselskabets format: fuldt kortnummer (venstrestillet),
      *> transaktionsdato AAAAMMDD, beloeb (altid positivt), type
      *> K/R/H, forretningens navn og selskabets reference.
           FD afregning-file.
           01 afregning-record.
               02 afr-kort-nr       PIC X(19).
               02 afr-dato          PIC X(8).
               02 afr-beloeb        PIC 9(7)V99.
               02 afr-type          PIC X(1).
                   88 afr-koeb      value "K".
                   88 afr-refusion  value "R".
                   88 afr-automat   value "H".
               02 afr-forretning    PIC X(25).
               02 afr-reference     PIC X(12).

           FD kort-file.
           01 kort-record.
               COPY "KORT.cpy".

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

           FD afvist-file.
           01 afvist-record.
               02 afvist-line       PIC X(120).

       working-storage section.
           01 end-of-afregning     PIC X value "N".
           01 end-of-kort          PIC X value "N".
           01 end-of-konto         PIC X value "N".
           01 afregning-file-name  PIC X(100)
               value "KORTAFREGNING.txt".
           01 afregning-status     PIC XX value "00".
           01 kort-file-name       PIC X(100) value "KORT.txt".
           01 kort-status          PIC XX value "00".
           01 konto-file-name      PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status     PIC XX value "00".
           01 trans-file-name      PIC X(100) value "TRANS-POST.txt".
           01 trans-status         PIC XX value "00".
           01 layout-version-ok    PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 koersel-dato         PIC X(8).

      *> Kortregisteret i hukommelsen, beriget med kontoens status
      *> fra KontoOpl (kk-konto-fundet "N" = kontoen findes ikke).
           01 kort-count           PIC 9(4) value 0.
           01 kort-max             PIC 9(4) value 5000.
           01 kort-table.
               02 kort-entry occurs 5000 times.
                   03 kk-kort-nr       PIC X(16).
                   03 kk-konto-id      PIC X(10).
                   03 kk-status        PIC X(1).
                   03 kk-udloeb        PIC X(6).
                   03 kk-konto-fundet  PIC X(1).
                   03 kk-konto-status  PIC X(1).
           01 kk-index             PIC 9(4).
           01 kk-match             PIC 9(4).

           01 pan-laengde          PIC 9(2).
           01 maskeret-nr          PIC X(16).
           01 afvist-aarsag        PIC X(40).

           01 antal-laest          PIC 9(7) value 0.
           01 antal-bogfoert       PIC 9(7) value 0.
           01 antal-afvist         PIC 9(7) value 0.
           01 bogfoert-sum         PIC S9(11)V99 value 0.
           01 afvist-sum           PIC 9(11)V99 value 0.
           01 vis-beloeb           PIC -(10)9.99.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "KORTAFREGNING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept afregning-file-name
               from environment "KORTAFRFIL_NAVN"
               on exception
                   move "KORTAFREGNING.txt" to afregning-file-name
           end-accept
           accept kort-file-name from environment "KORTFIL_NAVN"
               on exception
                   move "KORT.txt" to kort-file-name
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

           perform load-kortregister
           perform load-kontostatus

           open output afvist-file
           move spaces to afvist-line
           string
               "AFVISTE KORTTRANSAKTIONER PR. " koersel-dato
               into afvist-line
           end-string
           write afvist-record
           move "KORT             DATO     T       BELOEB FORRETNING"
               to afvist-line
           write afvist-record

      *> Ingen afregningsfil betyder ingen korttransaktioner i dag.
           open input afregning-file
           if afregning-status not = "00"
               and afregning-status not = "05"
               display "KORTAFREGNING: ingen afregningsfil "
                   function trim(afregning-file-name)
               perform skriv-total
               close afvist-file
               stop run
           end-if

      *> Posteringerne forlaenges bag paa dagens posteringsfil -
      *> status 35 (ingen posteringer endnu i dag) falder tilbage
      *> til OPEN OUTPUT.
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           open extend trans-file
           if trans-status = "35"
               open output trans-file
           end-if

           perform until end-of-afregning = "Y"
               read afregning-file into afregning-record
           at end
               move "Y" to end-of-afregning
           not at end
               add 1 to antal-laest
               perform behandl-afregning
           end-read
           end-perform

           close afregning-file
           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil
           perform skriv-total
           close afvist-file

           display "KORTAFREGNING: " antal-laest " laest, "
               antal-bogfoert " bogfoert, " antal-afvist " afvist"
           if antal-afvist > 0
               move 4 to return-code
           end-if
           stop run.

      *> Et manglende kortregister er ikke en fejl - saa afvises
      *> alle linjer som ukendte kort.
           load-kortregister.
               open input kort-file
               if kort-status not = "00" and kort-status not = "05"
                   display "KORTAFREGNING: intet kortregister "
                       function trim(kort-file-name)
                   exit paragraph
               end-if
               perform until end-of-kort = "Y"
                   read kort-file into kort-record
               at end
                   move "Y" to end-of-kort
               not at end
                   if kort-count >= kort-max
                       display "KORTAFREGNING: kortregisteret"
                           " overskrider " kort-max " kort"
                       close kort-file
                       move 8 to return-code
                       stop run
                   end-if
                   add 1 to kort-count
                   move kt-kort-nr to kk-kort-nr(kort-count)
                   move kt-konto-id to kk-konto-id(kort-count)
                   move kt-status to kk-status(kort-count)
                   move kt-udloeb to kk-udloeb(kort-count)
                   move "N" to kk-konto-fundet(kort-count)
                   move space to kk-konto-status(kort-count)
               end-read
               end-perform
               close kort-file
           exit.

      *> Et gennemloeb af KontoOpl saetter kontoens status paa hvert
      *> kort der traekker paa den.
           load-kontostatus.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "KORTAFREGNING: kan ikke aabne "
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
                   display "KORTAFREGNING: ukendt layout i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           marker-konto.
               perform varying kk-index from 1 by 1
                   until kk-index > kort-count
                   if kk-konto-id(kk-index) = account-id in konto-info
                       move "Y" to kk-konto-fundet(kk-index)
                       move konto-status in konto-info
                           to kk-konto-status(kk-index)
                   end-if
               end-perform
           exit.

      *> Fuldt kortnummer -> maskeret (foerste 6 + "******" + sidste
      *> 4), samme form som i KORT.txt.
           maskeer-kortnummer.
               move spaces to maskeret-nr
               move 0 to pan-laengde
               inspect afr-kort-nr tallying pan-laengde
                   for characters before initial space
               if pan-laengde < 10
                   exit paragraph
               end-if
               string
                   afr-kort-nr(1:6)
                   "******"
                   afr-kort-nr(pan-laengde - 3:4)
                   delimited by size
                   into maskeret-nr
               end-string
           exit.

           behandl-afregning.
               move spaces to afvist-aarsag
               perform maskeer-kortnummer
               if afr-dato not numeric or afr-beloeb not numeric
                   or not (afr-koeb or afr-refusion or afr-automat)
                   move "Ugyldig afregningslinje" to afvist-aarsag
                   perform skriv-afvist
                   exit paragraph
               end-if
               move 0 to kk-match
               if maskeret-nr not = spaces
                   perform varying kk-index from 1 by 1
                       until kk-index > kort-count or kk-match > 0
                       if kk-kort-nr(kk-index) = maskeret-nr
                           move kk-index to kk-match
                       end-if
                   end-perform
               end-if
               evaluate true
                   when kk-match = 0
                       move "Ukendt kort" to afvist-aarsag
                   when kk-status(kk-match) = "S"
                       move "Kort spaerret" to afvist-aarsag
                   when kk-status(kk-match) = "A"
                       move "Kort annulleret" to afvist-aarsag
                   when kk-udloeb(kk-match) < afr-dato(1:6)
                       move "Kort udloebet" to afvist-aarsag
                   when kk-konto-fundet(kk-match) = "N"
                       move "Konto findes ikke" to afvist-aarsag
                   when kk-konto-status(kk-match) = "S"
                       move "Konto spaerret" to afvist-aarsag
                   when kk-konto-status(kk-match) = "L"
                       move "Konto lukket" to afvist-aarsag
               end-evaluate
               if afvist-aarsag not = spaces
                   perform skriv-afvist
                   exit paragraph
               end-if
               perform skriv-postering
           exit.

           skriv-postering.
               move kk-konto-id(kk-match) to trans-account-id
               move afr-dato to trans-date
               evaluate true
                   when afr-koeb
                       compute trans-amount = 0 - afr-beloeb
                       move "KORT" to trans-type
                   when afr-refusion
                       move afr-beloeb to trans-amount
                       move "KREF" to trans-type
                   when afr-automat
                       compute trans-amount = 0 - afr-beloeb
                       move "KATM" to trans-type
               end-evaluate
               move spaces to trans-modkonto
               move afr-forretning to trans-tekst
               write trans-record
               add 1 to antal-bogfoert
               add trans-amount to bogfoert-sum
           exit.

      *> Det fulde kortnummer skrives aldrig ud - kun det maskerede.
           skriv-afvist.
               add 1 to antal-afvist
               if afr-beloeb is numeric
                   add afr-beloeb to afvist-sum
                   move afr-beloeb to vis-beloeb
               else
                   move 0 to vis-beloeb
               end-if
               move spaces to afvist-line
               string
                   maskeret-nr " " afr-dato " " afr-type " "
                   vis-beloeb " " afr-forretning " "
                   function trim(afvist-aarsag)
                   delimited by size
                   into afvist-line
               end-string
               write afvist-record
           exit.

           skriv-total.
               move bogfoert-sum to vis-beloeb
               move spaces to afvist-line
               string
                   "I ALT BOGFOERT: " antal-bogfoert
                   " transaktioner, netto "
                   function trim(vis-beloeb)
                   into afvist-line
               end-string
               write afvist-record
               move afvist-sum to vis-beloeb
               move spaces to afvist-line
               string
                   "I ALT AFVIST: " antal-afvist
                   " transaktioner, " function trim(vis-beloeb)
                   into afvist-line
               end-string
               write afvist-record
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
                   display "KORTAFREGNING: segl brudt for "
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
