       identification division.
       program-id. FILIALMELLEMREGNING.

      *> Filialmellemregning: naar en "OVF " (eller "AFVK", eller en
      *> laaneudbetaling "UDBT") flytter penge fra en konto i een
      *> filial (branch-code) til en konto i en anden, bogfoerer
      *> kontopostering.cob begge ben i GL-JOURNAL.txt uden nogen
      *> mellemregning mellem filialerne, saa den enkelte filials
      *> balance aldrig stemmer. Dette opfoelgningsprogram laeser
      *> dagens journal (FILIALMELLEM_DATO, ellers KOERSEL_DATO) og
      *> danner for hver postering hvis ben staar i to forskellige
      *> filialer et mellemregningspar:
      *>     afsenderfilialen  CR MRaaabbb (skylder modtagerfilialen)
      *>     modtagerfilialen  DR MRbbbaaa (tilgodehavende hos
      *>                                    afsenderfilialen)
      *> hvor aaa er afsenderens og bbb modtagerens branch-code.
      *> Linjerne tilfoejes journalen med glj-kilde "FMR ".
      *>
      *> Et "OVF "/"AFVK"-ben kendes paa fra-kontoens DR-linje, som
      *> har til-kontoen som modkonto; et "UDBT" paa laanekontoens
      *> CR-linje, som har udbetalingskontoen som modkonto. En
      *> "FX  "-veksling bogfoeres ben for ben mod clearingkontoen,
      *> saa der parres fra-kontoens DR-linje med den naeste
      *> "FX  "-CR-linje paa en kundekonto - de skrives lige efter
      *> hinanden. Beloebet omregnes til DKK (kurs pr. bogfoerings-
      *> datoen via VALUTAKURSDATO, ellers dagens kurs), og for en
      *> veksling er det modtagerbenets beloeb - vekselgebyret
      *> bliver hos clearingen, ikke i mellemregningen.
      *>
      *> Findes der allerede "FMR "-linjer for datoen, er dagen
      *> dannet, og intet tilfoejes igen. Positionsrapporten
      *> FILIALMELLEMREGNING.txt bygges altid af journalens "FMR "-
      *> linjer - dagens bevaegelse og den akkumulerede position pr.
      *> filialpar - og hvert par skal netto gaa i nul, ligesom
      *> banken som helhed. Et par der ikke gaar i nul, et ben paa en
      *> ukendt konto eller en valuta uden kurs giver RC=4.

       environment division.
       input-output section.
       file-control.
           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is kontofil-status.

           select filial-index-file assign to "FMRKONTO.dat"
               organization is indexed
               access mode is dynamic
               record key is fk-idx-account-id of fk-idx-record
               file status is fk-idx-status.

           select gl-journal-file assign to dynamic gl-journal-file-name
               organization is line sequential
               file status is gl-journal-status.

           select rapport-file assign to "FILIALMELLEMREGNING.txt"
               organization is line sequential.

       data division.
           file section.
           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD filial-index-file.
           01 fk-idx-record.
               02 fk-idx-account-id  PIC X(10).
               02 fk-idx-branch-code PIC X(3).
               02 fk-idx-valuta-id   PIC X(3).

           FD gl-journal-file.
           01 gl-journal-record.
               COPY "GLJOURNAL.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(120).

       working-storage section.
           01 konto-file-name      PIC X(100) value "KontoOpl.txt".
           01 kontofil-status      PIC XX value "00".
           01 gl-journal-file-name PIC X(100) value "GL-JOURNAL.txt".
           01 gl-journal-status    PIC XX value "00".
           01 fk-idx-status        PIC XX value "00".

           01 end-of-konto         PIC X value "N".
           01 end-of-journal       PIC X value "N".
           01 layout-version-ok    PIC X value "Y".
           01 konto-header-missing PIC X value "N".

           01 mellem-dato          PIC X(8).
           01 allerede-dannet      PIC X value "N".

      *> Det ben der er slaaet op i kontotabellen.
           01 opslag-konto         PIC X(10).
           01 opslag-fundet        PIC X.
           01 opslag-filial        PIC X(3).
           01 opslag-valuta        PIC X(3).

           01 fra-filial           PIC X(3).
           01 til-filial           PIC X(3).
           01 ben-valuta           PIC X(3).
           01 ben-beloeb           PIC 9(9)V99.

      *> En "FX  "-veksling hvis fra-ben er set, men hvis til-ben
      *> endnu ikke er laest.
           01 fx-venter            PIC X value "N".
      *> Modkontoen paa det "UDBT"-laaneben der netop er parret -
      *> udbetalingsbenet paa den konto springes over.
           01 udbt-partner         PIC X(10) value spaces.
           01 fx-fra-filial        PIC X(3).

           01 kurs                 PIC 9(3)V9999.
           01 kurs-ok              PIC X.

      *> Dagens nye mellemregningspar, samlet mens journalen laeses
      *> og tilfoejet bagefter.
           01 ny-count             PIC 9(5) value 0.
           01 ny-max               PIC 9(5) value 5000.
           01 ny-tabel.
               02 ny-entry occurs 5000 times.
                   03 ny-fra-filial PIC X(3).
                   03 ny-til-filial PIC X(3).
                   03 ny-beloeb     PIC 9(9)V99.
                   03 ny-cyklus     PIC X(2).
           01 ny-index             PIC 9(5).

      *> Positionen pr. filial mod modfilial: DR-linjer er
      *> tilgodehavender (+), CR-linjer gaeld (-).
           01 pos-count            PIC 9(4) value 0.
           01 pos-max              PIC 9(4) value 1000.
           01 pos-tabel.
               02 pos-entry occurs 1000 times.
                   03 pos-filial    PIC X(3).
                   03 pos-modfilial PIC X(3).
                   03 pos-dag       PIC S9(13)V99.
                   03 pos-akk       PIC S9(13)V99.
           01 pos-index            PIC 9(4).
           01 pos-mod-index        PIC 9(4).
           01 pos-found            PIC 9(4).
           01 soeg-filial          PIC X(3).
           01 soeg-modfilial       PIC X(3).
           01 linje-virkning       PIC S9(13)V99.

           01 mr-konto             PIC X(10).
           01 netto-dag            PIC S9(13)V99.
           01 netto-akk            PIC S9(13)V99.
           01 total-dag            PIC S9(13)V99 value 0.
           01 total-akk            PIC S9(13)V99 value 0.
           01 break-antal          PIC 9(5) value 0.
           01 ukendt-antal         PIC 9(5) value 0.
           01 uden-kurs-antal      PIC 9(5) value 0.

           01 vis-beloeb           PIC -(12)9.99.
           01 vis-beloeb-2         PIC -(12)9.99.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "FILIALMELLEMREGNING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept gl-journal-file-name
               from environment "GLJOURNALFIL_NAVN"
               on exception
                   move "GL-JOURNAL.txt" to gl-journal-file-name
           end-accept
           accept mellem-dato from environment "FILIALMELLEM_DATO"
               on exception
                   move spaces to mellem-dato
           end-accept
           if mellem-dato = spaces
               accept mellem-dato from environment "KOERSEL_DATO"
                   on exception
                       move spaces to mellem-dato
               end-accept
           end-if
           if mellem-dato = spaces
               move function current-date(1:8) to mellem-dato
           end-if

           perform build-filial-index
           perform find-tvaergaaende

           if allerede-dannet = "J"
               display "FILIALMELLEMREGNING: mellemregningen for "
                   mellem-dato " er allerede dannet - intet"
                   " tilfoejet"
           else
               perform tilfoej-mellemregning
           end-if

           perform summer-positioner

           open output rapport-file
           perform skriv-positioner
           close rapport-file

           display "FILIALMELLEMREGNING: " ny-count
               " mellemregningspar, " break-antal
               " filialpar gaar ikke i nul, " ukendt-antal
               " ben paa ukendt konto, " uden-kurs-antal
               " uden kurs"

           if break-antal > 0 or ukendt-antal > 0
               or uden-kurs-antal > 0 or total-akk not = 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

      *> Kontoens filial og valuta pr. account-id - samme
      *> byg-indekseret-kopi-moenster som saldoafstemning.cob.
           build-filial-index.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if kontofil-status not = "00"
                   and kontofil-status not = "05"
                   display "FILIALMELLEMREGNING: "
                       function trim(konto-file-name)
                       " findes ikke - kan ikke finde filialerne"
                   move 8 to return-code
                   stop run
               end-if
               perform verificer-konto-header
               open output filial-index-file
               if konto-header-missing = "Y"
                   perform registrer-filial-konto
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform registrer-filial-konto
               end-read
               end-perform
               close konto-file
               close filial-index-file
           exit.

           registrer-filial-konto.
               move account-id in konto-info to fk-idx-account-id
               move branch-code in konto-info to fk-idx-branch-code
               move valuta-id in konto-info to fk-idx-valuta-id
               write fk-idx-record
               invalid key
                   display "Dublet account-id sprunget over: "
                       account-id in konto-info
               end-write
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
                   display "FILIALMELLEMREGNING: "
                       function trim(konto-file-name)
                       " er tom - ingen header fundet"
               not at end
                   if kohdr-marker not = "KHDR"
                       move "Y" to konto-header-missing
                       display "FILIALMELLEMREGNING: ingen header "
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

      *> Gennemloeber dagens journallinjer og samler posteringer
      *> hvis ben staar i hver sin filial.
           find-tvaergaaende.
               move gl-journal-file-name to segl-fil-navn
               perform verificer-segl
               open input gl-journal-file
               if gl-journal-status not = "00"
                   and gl-journal-status not = "05"
                   display "FILIALMELLEMREGNING: "
                       function trim(gl-journal-file-name)
                       " findes ikke - intet at mellemregne"
                   move 8 to return-code
                   stop run
               end-if
               open input filial-index-file
               move "N" to end-of-journal
               perform until end-of-journal = "Y"
                   read gl-journal-file into gl-journal-record
               at end
                   move "Y" to end-of-journal
               not at end
                   if glj-date = mellem-dato
                       evaluate glj-kilde
                           when "FMR "
                               move "J" to allerede-dannet
                           when "OVF "
                           when "AFVK"
                           when "UDBT"
                               perform behandl-overfoersel
                           when "FX  "
                               perform behandl-veksling
                       end-evaluate
                   end-if
               end-read
               end-perform
               close gl-journal-file
               close filial-index-file
           exit.

      *> Fra-benets DR-linje baerer begge konti. En laaneudbetaling
      *> ("UDBT") har i stedet to CR-kundeben med hinanden som
      *> modkonto: laanebenet, der skrives foerst, er afsenderen, og
      *> udbetalingsbenet lige efter springes over. Clearingens
      *> DR-linjer for udbetalingen er ikke kundeben.
           behandl-overfoersel.
               if glj-kilde = "UDBT"
                   if glj-dr-cr not = "CR"
                       exit paragraph
                   end-if
                   if glj-account-id = udbt-partner
                       move spaces to udbt-partner
                       exit paragraph
                   end-if
                   move glj-contra-account to udbt-partner
               else
                   if glj-dr-cr not = "DR"
                       exit paragraph
                   end-if
               end-if
               move glj-account-id to opslag-konto
               perform slaa-konto-op
               if opslag-fundet = "N"
                   perform registrer-ukendt
                   exit paragraph
               end-if
               move opslag-filial to fra-filial
               move opslag-valuta to ben-valuta
               move glj-contra-account to opslag-konto
               perform slaa-konto-op
               if opslag-fundet = "N"
                   perform registrer-ukendt
                   exit paragraph
               end-if
               move opslag-filial to til-filial
               if fra-filial not = til-filial
                   perform registrer-par
               end-if
           exit.

      *> Vekslingens ben staar hver for sig mod clearingkontoen;
      *> linjer paa interne GL-konti (clearing, vekselgebyr) er
      *> ikke kundekonti og springes over.
           behandl-veksling.
               move glj-account-id to opslag-konto
               perform slaa-konto-op
               if opslag-fundet = "N"
                   exit paragraph
               end-if
               if glj-dr-cr = "DR"
                   move "J" to fx-venter
                   move opslag-filial to fx-fra-filial
                   exit paragraph
               end-if
               if fx-venter = "N"
                   exit paragraph
               end-if
               move "N" to fx-venter
               move fx-fra-filial to fra-filial
               move opslag-filial to til-filial
               move opslag-valuta to ben-valuta
               if fra-filial not = til-filial
                   perform registrer-par
               end-if
           exit.

           slaa-konto-op.
               move "N" to opslag-fundet
               move opslag-konto to fk-idx-account-id
               read filial-index-file
               invalid key
                   continue
               not invalid key
                   move "Y" to opslag-fundet
                   move fk-idx-branch-code to opslag-filial
                   move fk-idx-valuta-id to opslag-valuta
               end-read
           exit.

           registrer-ukendt.
               add 1 to ukendt-antal
               display "FILIALMELLEMREGNING: ben paa ukendt konto "
                   function trim(opslag-konto) " (" glj-kilde " "
                   glj-date ")"
           exit.

      *> Beloebet i DKK efter bogfoeringsdatoens kurs.
           registrer-par.
               move "N" to kurs-ok
               call "VALUTAKURSDATO" using
                   ben-valuta glj-date kurs kurs-ok
               end-call
               if kurs-ok not = "Y"
                   call "VALUTAKURS" using
                       ben-valuta kurs kurs-ok
                   end-call
               end-if
               if kurs-ok not = "Y"
                   add 1 to uden-kurs-antal
                   display "FILIALMELLEMREGNING: ingen kurs for "
                       ben-valuta " - " function trim(glj-account-id)
                       " ikke mellemregnet"
                   exit paragraph
               end-if
               if ny-count >= ny-max
                   display "FILIALMELLEMREGNING: tabel fuld - "
                       function trim(glj-account-id)
                       " ikke mellemregnet"
                   exit paragraph
               end-if
               compute ben-beloeb rounded =
                   function abs(glj-amount) * kurs
               add 1 to ny-count
               move fra-filial to ny-fra-filial(ny-count)
               move til-filial to ny-til-filial(ny-count)
               move ben-beloeb to ny-beloeb(ny-count)
               move glj-cyklus to ny-cyklus(ny-count)
           exit.

           tilfoej-mellemregning.
               if ny-count = 0
                   exit paragraph
               end-if
               open extend gl-journal-file
               perform varying ny-index from 1 by 1
                   until ny-index > ny-count
                   perform skriv-par
               end-perform
               close gl-journal-file
               move gl-journal-file-name to segl-fil-navn
               perform forsegl-fil
           exit.

      *> Hver filial faar sit eget ben mod den andens
      *> mellemregningskonto.
           skriv-par.
               move spaces to mr-konto
               string
                   "MR" ny-fra-filial(ny-index)
                   ny-til-filial(ny-index)
                   delimited by size
                   into mr-konto
               end-string
               move mr-konto to glj-account-id
               move spaces to glj-contra-account
               string
                   "MR" ny-til-filial(ny-index)
                   ny-fra-filial(ny-index)
                   delimited by size
                   into glj-contra-account
               end-string
               move mellem-dato to glj-date
               move ny-beloeb(ny-index) to glj-amount
               move "CR" to glj-dr-cr
               move ny-cyklus(ny-index) to glj-cyklus
               move "FMR " to glj-kilde
               write gl-journal-record

               move glj-contra-account to glj-account-id
               move mr-konto to glj-contra-account
               move "DR" to glj-dr-cr
               write gl-journal-record
           exit.

      *> Positionerne bygges af journalens "FMR "-linjer til og med
      *> datoen - ogsaa dem en tidligere koersel har skrevet.
           summer-positioner.
               open input gl-journal-file
               move "N" to end-of-journal
               perform until end-of-journal = "Y"
                   read gl-journal-file into gl-journal-record
               at end
                   move "Y" to end-of-journal
               not at end
                   if glj-kilde = "FMR "
                       and glj-date <= mellem-dato
                       perform laeg-paa-position
                   end-if
               end-read
               end-perform
               close gl-journal-file
           exit.

           laeg-paa-position.
               if glj-dr-cr = "DR"
                   compute linje-virkning = function abs(glj-amount)
               else
                   compute linje-virkning =
                       0 - function abs(glj-amount)
               end-if
               move glj-account-id(3:3) to soeg-filial
               move glj-account-id(6:3) to soeg-modfilial
               perform find-position
               if pos-found = 0
                   exit paragraph
               end-if
               add linje-virkning to pos-akk(pos-found)
               add linje-virkning to total-akk
               if glj-date = mellem-dato
                   add linje-virkning to pos-dag(pos-found)
                   add linje-virkning to total-dag
               end-if
           exit.

      *> Finder (eller opretter) positionen for soeg-filial mod
      *> soeg-modfilial.
           find-position.
               move 0 to pos-found
               perform varying pos-index from 1 by 1
                   until pos-index > pos-count
                   if pos-filial(pos-index) = soeg-filial
                       and pos-modfilial(pos-index) = soeg-modfilial
                       move pos-index to pos-found
                   end-if
               end-perform
               if pos-found = 0
                   if pos-count >= pos-max
                       display "FILIALMELLEMREGNING: positionstabel"
                           " fuld - " soeg-filial "/" soeg-modfilial
                       exit paragraph
                   end-if
                   add 1 to pos-count
                   move pos-count to pos-found
                   move soeg-filial to pos-filial(pos-found)
                   move soeg-modfilial to pos-modfilial(pos-found)
                   move 0 to pos-dag(pos-found)
                   move 0 to pos-akk(pos-found)
               end-if
           exit.

      *> Et afsnit pr. filialpar (den laveste branch-code foerst):
      *> begge filialers position mod hinanden og nettoen, som skal
      *> vaere nul.
           skriv-positioner.
               move spaces to rapport-line
               string
                   "FILIALMELLEMREGNING PR. " mellem-dato
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               write rapport-record

               perform varying pos-index from 1 by 1
                   until pos-index > pos-count
                   if pos-filial(pos-index)
                       < pos-modfilial(pos-index)
                       perform skriv-filialpar
                   else
                       move pos-modfilial(pos-index) to soeg-filial
                       move pos-filial(pos-index) to soeg-modfilial
                       perform find-position-uden-opret
                       if pos-mod-index = 0
                           perform skriv-filialpar
                       end-if
                   end-if
               end-perform

               move spaces to rapport-line
               write rapport-record
               move total-dag to vis-beloeb
               move total-akk to vis-beloeb-2
               move spaces to rapport-line
               string
                   "BANKEN I ALT         dag " vis-beloeb
                   " akkumuleret " vis-beloeb-2
                   delimited by size
                   into rapport-line
               end-string
               if total-dag = 0 and total-akk = 0
                   move "I NUL" to rapport-line(90:8)
               else
                   move "BREAK" to rapport-line(90:8)
               end-if
               write rapport-record
           exit.

           find-position-uden-opret.
               move 0 to pos-mod-index
               perform varying pos-found from 1 by 1
                   until pos-found > pos-count
                   if pos-filial(pos-found) = soeg-filial
                       and pos-modfilial(pos-found) = soeg-modfilial
                       move pos-found to pos-mod-index
                   end-if
               end-perform
           exit.

           skriv-filialpar.
               move pos-modfilial(pos-index) to soeg-filial
               move pos-filial(pos-index) to soeg-modfilial
               perform find-position-uden-opret

               move pos-dag(pos-index) to vis-beloeb
               move pos-akk(pos-index) to vis-beloeb-2
               move spaces to rapport-line
               string
                   "FILIAL " pos-filial(pos-index) " MOD "
                   pos-modfilial(pos-index) "  dag " vis-beloeb
                   " akkumuleret " vis-beloeb-2
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record

               move pos-dag(pos-index) to netto-dag
               move pos-akk(pos-index) to netto-akk
               move spaces to rapport-line
               if pos-mod-index = 0
                   string
                       "FILIAL " pos-modfilial(pos-index) " MOD "
                       pos-filial(pos-index)
                       "  ingen modpost"
                       delimited by size
                       into rapport-line
                   end-string
               else
                   add pos-dag(pos-mod-index) to netto-dag
                   add pos-akk(pos-mod-index) to netto-akk
                   move pos-dag(pos-mod-index) to vis-beloeb
                   move pos-akk(pos-mod-index) to vis-beloeb-2
                   string
                       "FILIAL " pos-filial(pos-mod-index) " MOD "
                       pos-modfilial(pos-mod-index) "  dag "
                       vis-beloeb " akkumuleret " vis-beloeb-2
                       delimited by size
                       into rapport-line
                   end-string
               end-if
               write rapport-record

               move netto-dag to vis-beloeb
               move netto-akk to vis-beloeb-2
               move spaces to rapport-line
               string
                   "  netto              dag " vis-beloeb
                   " akkumuleret " vis-beloeb-2
                   delimited by size
                   into rapport-line
               end-string
               if netto-dag = 0 and netto-akk = 0
                   move "I NUL" to rapport-line(90:8)
               else
                   add 1 to break-antal
                   move "BREAK" to rapport-line(90:8)
               end-if
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
                   display "FILIALMELLEMREGNING: segl brudt for "
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
