       identification division.
       program-id. BOKSLEJE.

      *> Aarlig opkraevning af bokslejen for boksregisteret BOKS.txt
      *> (se BOKS.cpy). For hver boks opkraeves lejen forud for de
      *> dage i aaret BOKS_AAR (AAAA, standard koerselsdatoens aar)
      *> hvor boksen er lejet ud - fra startdatoen, eller dagen
      *> efter den hidtidige lejedato, til aarets udgang eller til
      *> slutdatoen for en opsagt boks - som aarslejen for boksens
      *> stoerrelse * dage / aarets dage. Aarslejen staar i PARMS
      *> som BOKS_LEJE_S, BOKS_LEJE_M og BOKS_LEJE_L (i DKK,
      *> uaendret 400, 700 og 1200) og omregnes via DKK-kurserne
      *> (VALUTAKURS) til debetkontoens valuta. Foer lejen traekkes,
      *> kontrolleres debiteringen: kontoen skal findes, maa hverken
      *> vaere lukket eller spaerret, og saldo plus bevilget
      *> traekret (TRAEKRET.txt) skal daekke lejen - ogsaa naar
      *> samme konto betaler for flere bokse i koerslen. Kan lejen
      *> traekkes, skrives den som en "BLEJ"-linje bag paa
      *> TRANS-POST.txt med "BOKSLEJE <filial><boksnr> <aar>" i
      *> trans-tekst, saa naeste kontopostering bogfoerer den, og
      *> boksens lejedato flyttes frem. En fejlet debitering staar
      *> paa listen som DEBITERING FEJLET med aarsagen, og
      *> lejedatoen staar stille, saa boksen kommer med igen i en
      *> genkoersel naar kontoen er bragt i orden. Rapporten er
      *> BOKS-LEJE.txt; RC=4 ved fejlede debiteringer. Koeres i
      *> januar, foer den natlige kontopostering.

       environment division.
       input-output section.
       file-control.
           select boks-file assign to dynamic boks-file-name
               organization is line sequential
               file status is boks-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select traekret-file assign to dynamic traekret-file-name
               organization is line sequential
               file status is traekret-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-status.

           select rapport-file assign to "BOKS-LEJE.txt"
               organization is line sequential.

       data division.
           file section.
           FD boks-file.
           01 boks-record.
               COPY "BOKS.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD traekret-file.
           01 traekret-record.
               COPY "TRAEKRET.cpy".

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
           01 end-of-boks      PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 end-of-traekret  PIC X value "N".
           01 boks-file-name   PIC X(100) value "BOKS.txt".
           01 boks-status      PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 traekret-file-name PIC X(100) value "TRAEKRET.txt".
           01 traekret-status  PIC XX value "00".
           01 trans-file-name  PIC X(100) value "TRANS-POST.txt".
           01 trans-status     PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).

           01 aar-tekst        PIC X(4).
           01 leje-aar         PIC 9(4).
           01 periode-fra      PIC X(8).
           01 periode-til      PIC X(8).
           01 aarets-dage      PIC 9(3).

           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
      *> Aarsleje i DKK pr. boksstoerrelse.
           01 leje-lille       PIC 9(5)V99 value 400.00.
           01 leje-mellem      PIC 9(5)V99 value 700.00.
           01 leje-stor        PIC 9(5)V99 value 1200.00.
           01 aarsleje         PIC 9(5)V99.

      *> Hele registeret i lageret - det skrives tilbage med de nye
      *> lejedatoer til sidst.
           01 boks-count       PIC 9(5) value 0.
           01 boks-max         PIC 9(5) value 5000.
           01 boks-tabel.
               02 bt-record occurs 5000 times PIC X(55).
           01 bt-index         PIC 9(5).
           01 aktuel-boks.
               COPY "BOKS.cpy".

      *> Debetkontiene med status, valuta, saldo og traekret; det
      *> disponible beloeb nedskrives med hver leje der traekkes.
           01 dk-count         PIC 9(5) value 0.
           01 dk-tabel.
               02 dk-entry occurs 5000 times.
                   03 dk-konto-id      PIC X(10).
      *> "N" = kontoen findes ikke.
                   03 dk-konto-fundet  PIC X(1).
                   03 dk-konto-status  PIC X(1).
                   03 dk-valuta-id     PIC X(3).
                   03 dk-disponibel    PIC S9(9)V99.
           01 dk-index         PIC 9(5).

           01 leje-fra         PIC X(8).
           01 leje-til         PIC X(8).
           01 leje-dage        PIC S9(5).
           01 leje-beloeb      PIC S9(11)V99.
           01 leje-dkk         PIC S9(11)V99.
           01 konto-kurs       PIC 9(3)V9999.
           01 kurs-ok          PIC X value "N".
           01 dato-heltal      PIC S9(9).
           01 fejl-aarsag      PIC X(40).

           01 vist-beloeb      PIC Z(8)9.99.
           01 vist-dage        PIC -(6)9.
           01 antal-opkraevet  PIC 9(5) value 0.
           01 antal-fejlet     PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "BOKSLEJE".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept boks-file-name from environment "BOKSFIL_NAVN"
               on exception
                   move "BOKS.txt" to boks-file-name
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
           accept aar-tekst from environment "BOKS_AAR"
               on exception
                   move spaces to aar-tekst
           end-accept

           move "BOKS_LEJE_S" to parm-navn
           perform hent-leje-parm
           if parm-fundet = "Y"
               compute leje-lille = function numval(parm-vaerdi)
           end-if
           move "BOKS_LEJE_M" to parm-navn
           perform hent-leje-parm
           if parm-fundet = "Y"
               compute leje-mellem = function numval(parm-vaerdi)
           end-if
           move "BOKS_LEJE_L" to parm-navn
           perform hent-leje-parm
           if parm-fundet = "Y"
               compute leje-stor = function numval(parm-vaerdi)
           end-if

           perform bestem-aar
           perform load-bokse
           if boks-count = 0
               display "BOKSLEJE: ingen bokse registreret"
               move 0 to return-code
               stop run
           end-if
           perform load-konti
           perform load-traekret

           open output rapport-file
           move spaces to rapport-line
           string
               "BOKSLEJE FOR " periode-fra "-" periode-til
               " PR. " koersel-dato
               into rapport-line
           end-string
           write rapport-record

      *> Lejen forlaenges bag paa posteringsfilen - status 35
      *> (ingen posteringer endnu) falder tilbage til OPEN OUTPUT.
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           open extend trans-file
           if trans-status = "35"
               open output trans-file
           end-if
           perform varying bt-index from 1 by 1
               until bt-index > boks-count
               move bt-record(bt-index) to aktuel-boks
               perform opkraev-leje
           end-perform
           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil

           move spaces to rapport-line
           string
               "Opkraevet: " antal-opkraevet
               "  debitering fejlet: " antal-fejlet
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           perform rewrite-boks-file

           display "BOKSLEJE: " antal-opkraevet " bokse opkraevet, "
               antal-fejlet " debiteringer fejlet"
           if antal-fejlet > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> En manglende eller ikke-numerisk parameter lader
      *> standardlejen staa.
           hent-leje-parm.
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

           bestem-aar.
               if aar-tekst is numeric
                   move aar-tekst to leje-aar
               else
                   move koersel-dato(1:4) to leje-aar
               end-if
               if leje-aar < 1601
                   display "BOKSLEJE: ugyldigt aar " aar-tekst
                   move 16 to return-code
                   stop run
               end-if
               move spaces to periode-fra periode-til
               string leje-aar "0101" delimited by size
                   into periode-fra
               end-string
               string leje-aar "1231" delimited by size
                   into periode-til
               end-string
               compute aarets-dage =
                   function integer-of-date(function numval(
                       periode-til))
                   - function integer-of-date(function numval(
                       periode-fra)) + 1
           exit.

           load-bokse.
               open input boks-file
               if boks-status not = "00"
                   and boks-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-boks = "Y"
                   read boks-file
               at end
                   move "Y" to end-of-boks
               not at end
                   if boks-count < boks-max
                       add 1 to boks-count
                       move boks-record to bt-record(boks-count)
                       perform registrer-debetkonto
                   else
                       display "BOKSLEJE: bokstabel fuld - "
                           bx-noegle in boks-record
                           " ikke indlaest - koersel afbrudt"
                       close boks-file
                       move 8 to return-code
                       stop run
                   end-if
               end-read
               end-perform
               close boks-file
           exit.

           registrer-debetkonto.
               perform varying dk-index from 1 by 1
                   until dk-index > dk-count
                   or dk-konto-id(dk-index)
                       = bx-debet-konto in boks-record
                   continue
               end-perform
               if dk-index > dk-count
                   add 1 to dk-count
                   move bx-debet-konto in boks-record
                       to dk-konto-id(dk-count)
                   move "N" to dk-konto-fundet(dk-count)
                   move space to dk-konto-status(dk-count)
                   move spaces to dk-valuta-id(dk-count)
                   move 0 to dk-disponibel(dk-count)
               end-if
           exit.

           load-konti.
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "BOKSLEJE: "
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
                   display "BOKSLEJE: ukendt layout-version i "
                       function trim(konto-file-name)
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

      *> Lejeperioden er aaret beskaaret til boksens lejeperiode og
      *> til dagen efter den hidtidige lejedato.
           opkraev-leje.
               if bx-start-dato in aktuel-boks not numeric
                   exit paragraph
               end-if
               move periode-fra to leje-fra
               if bx-start-dato in aktuel-boks > leje-fra
                   move bx-start-dato in aktuel-boks to leje-fra
               end-if
               if bx-leje-til-dato in aktuel-boks is numeric
                   and bx-leje-til-dato in aktuel-boks >= leje-fra
                   compute dato-heltal = function integer-of-date(
                       function numval(bx-leje-til-dato
                           in aktuel-boks)) + 1
                   move function date-of-integer(dato-heltal)
                       to leje-fra
               end-if
               move periode-til to leje-til
               if bx-opsagt in aktuel-boks
                   and bx-slut-dato in aktuel-boks is numeric
                   and bx-slut-dato in aktuel-boks < leje-til
                   move bx-slut-dato in aktuel-boks to leje-til
               end-if
               if leje-fra > leje-til
                   exit paragraph
               end-if
               compute leje-dage =
                   function integer-of-date(function numval(leje-til))
                   - function integer-of-date(function numval(leje-fra))
                   + 1

               evaluate bx-stoerrelse in aktuel-boks
                   when "S"
                       move leje-lille to aarsleje
                   when "M"
                       move leje-mellem to aarsleje
                   when other
                       move leje-stor to aarsleje
               end-evaluate
               compute leje-beloeb rounded =
                   aarsleje * leje-dage / aarets-dage

               perform varying dk-index from 1 by 1
                   until dk-index > dk-count
                   or dk-konto-id(dk-index)
                       = bx-debet-konto in aktuel-boks
                   continue
               end-perform
               move spaces to fejl-aarsag
               evaluate true
                   when dk-konto-fundet(dk-index) not = "J"
                       move "debetkonto findes ikke" to fejl-aarsag
                   when dk-konto-status(dk-index) = "L"
                       move "debetkonto er lukket" to fejl-aarsag
                   when dk-konto-status(dk-index) = "S"
                       move "debetkonto er spaerret" to fejl-aarsag
               end-evaluate
               if fejl-aarsag not = spaces
                   perform skriv-fejlet-debitering
                   exit paragraph
               end-if

      *> Lejen er sat i DKK - omregnes til debetkontoens valuta.
               if dk-valuta-id(dk-index) not = "DKK"
                   call "VALUTAKURS" using
                       dk-valuta-id(dk-index) konto-kurs kurs-ok
                   end-call
                   if kurs-ok not = "Y" or konto-kurs = 0
                       move spaces to fejl-aarsag
                       string
                           "ingen kurs for " dk-valuta-id(dk-index)
                           delimited by size into fejl-aarsag
                       end-string
                       perform skriv-fejlet-debitering
                       exit paragraph
                   end-if
                   move leje-beloeb to leje-dkk
                   compute leje-beloeb rounded = leje-dkk / konto-kurs
               end-if

               if leje-beloeb > dk-disponibel(dk-index)
                   move "saldo og traekret daekker ikke lejen"
                       to fejl-aarsag
                   perform skriv-fejlet-debitering
                   exit paragraph
               end-if

               if leje-beloeb > 0
                   move bx-debet-konto in aktuel-boks
                       to trans-account-id
                   move koersel-dato to trans-date
                   compute trans-amount = 0 - leje-beloeb
                   move "BLEJ" to trans-type
                   move spaces to trans-modkonto
                   move spaces to trans-tekst
                   string
                       "BOKSLEJE "
                       bx-noegle in aktuel-boks " "
                       leje-aar
                       delimited by size into trans-tekst
                   end-string
                   move spaces to trans-modtager-reg
                   write trans-record
                   subtract leje-beloeb from dk-disponibel(dk-index)
                   add 1 to antal-opkraevet
               end-if

               move leje-til to bx-leje-til-dato in aktuel-boks
               move aktuel-boks to bt-record(bt-index)

               move leje-beloeb to vist-beloeb
               move leje-dage to vist-dage
               move spaces to rapport-line
               string
                   "LEJE       boks "
                   bx-branch-code in aktuel-boks
                   bx-boks-nr in aktuel-boks
                   " (" bx-stoerrelse in aktuel-boks ") kunde "
                   function trim(bx-kunde-id in aktuel-boks)
                   " konto "
                   function trim(bx-debet-konto in aktuel-boks)
                   " " leje-fra "-" leje-til
                   " (" function trim(vist-dage) " dage) "
                   function trim(vist-beloeb) " "
                   dk-valuta-id(dk-index)
                   into rapport-line
               end-string
               write rapport-record
           exit.

           skriv-fejlet-debitering.
               add 1 to antal-fejlet
               move leje-beloeb to vist-beloeb
               move spaces to rapport-line
               string
                   "DEBITERING FEJLET boks "
                   bx-branch-code in aktuel-boks
                   bx-boks-nr in aktuel-boks
                   " kunde "
                   function trim(bx-kunde-id in aktuel-boks)
                   " konto "
                   function trim(bx-debet-konto in aktuel-boks)
                   " leje " function trim(vist-beloeb)
                   " - " function trim(fejl-aarsag)
                   into rapport-line
               end-string
               write rapport-record
           exit.

           rewrite-boks-file.
               open output boks-file
               perform varying bt-index from 1 by 1
                   until bt-index > boks-count
                   move bt-record(bt-index) to boks-record
                   write boks-record
               end-perform
               close boks-file
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
                   display "BOKSLEJE: segl brudt for "
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
