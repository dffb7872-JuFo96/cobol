       identification division.
       program-id. UDLAEGUDFOERSEL.

      *> Udfoerelse af udlaeg/arrest: naar myndigheden kraever det
      *> udlagte beloeb indbetalt, markeres ordren "E" i UDLAEG.txt
      *> (se UDLAEG.cpy) gennem udlaegvedligehold.cob. Dette program
      *> koerer foer kontopostering.cob og skriver for hver "E"-
      *> ordre en "UDLG"-linje bag paa TRANS-POST.txt: en udgaaende
      *> betaling fra den udlagte konto til myndighedens konto
      *> (ud-modtager-reg/-konto) med ordrens reference forrest i
      *> trans-tekst. Beloebet er det udlagte beloeb, dog hoejst
      *> kontoens saldo (efter evt. tidligere ordrer paa samme konto
      *> i koerslen). kontopostering.cob bogfoerer linjen uden om
      *> udlaegs-kontrollen og saetter ordren "U" - bliver linjen
      *> afvist, staar ordren stadig "E" og proeves igen naeste
      *> nat. Ordrer uden daekning, med ukendt konto eller uden
      *> modtagerkonto, og delvise betalinger, skrives til
      *> UDLAEG-UDFOERSEL.txt og giver RC=4.

       environment division.
       input-output section.
       file-control.
           select udlaeg-file assign to dynamic udlaeg-file-name
               organization is line sequential
               file status is udlaeg-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-status.

           select rapport-file assign to "UDLAEG-UDFOERSEL.txt"
               organization is line sequential.

       data division.
           file section.
           FD udlaeg-file.
           01 udlaeg-record.
               COPY "UDLAEG.cpy".

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
               02 rapport-line      PIC X(100).

       working-storage section.
           01 end-of-udlaeg    PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 udlaeg-file-name PIC X(100) value "UDLAEG.txt".
           01 udlaeg-status    PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 trans-file-name  PIC X(100) value "TRANS-POST.txt".
           01 trans-status     PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).

      *> Ordrerne der skal udfoeres, med kontoens saldo og det der
      *> allerede er betalt fra kontoen i koerslen.
           01 ordre-count      PIC 9(4) value 0.
           01 ordre-max        PIC 9(4) value 500.
           01 ordre-table.
               02 ordre-entry occurs 500 times.
                   03 ot-konto-id      PIC X(10).
                   03 ot-reference     PIC X(16).
                   03 ot-beloeb        PIC 9(7)V99.
                   03 ot-modtager-reg  PIC X(4).
                   03 ot-modtager-konto PIC X(10).
      *> "N" = kontoen findes ikke, "J" = fundet, "B" = betalt i
      *> koerslen (ot-beloeb er saa det betalte beloeb).
                   03 ot-konto-fundet  PIC X(1).
                   03 ot-saldo         PIC S9(7)V99.
           01 ot-index         PIC 9(4).
           01 ot-andet         PIC 9(4).

           01 disponibel       PIC S9(9)V99.
           01 udlagt-beloeb    PIC 9(7)V99.
           01 betalt-beloeb    PIC 9(7)V99.
           01 vist-beloeb      PIC Z(6)9.99.
           01 antal-betalt     PIC 9(5) value 0.
           01 antal-undtagelser PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "UDLAEGUDFOERSEL".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept udlaeg-file-name from environment "UDLAEGFIL_NAVN"
               on exception
                   move "UDLAEG.txt" to udlaeg-file-name
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

           perform load-ordrer
           if ordre-count = 0
               display "UDLAEGUDFOERSEL: ingen udlaeg til udfoersel"
               move 0 to return-code
               stop run
           end-if
           perform load-kontosaldi

           open output rapport-file
           move spaces to rapport-line
           string
               "UDFOERSEL AF UDLAEG PR. " koersel-dato
               into rapport-line
           end-string
           write rapport-record

      *> Betalingerne forlaenges bag paa posteringsfilen - status
      *> 35 (ingen posteringer endnu) falder tilbage til OPEN OUTPUT.
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           open extend trans-file
           if trans-status = "35"
               open output trans-file
           end-if
           perform varying ot-index from 1 by 1
               until ot-index > ordre-count
               perform udfoer-ordre
           end-perform
           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil
           close rapport-file

           display "UDLAEGUDFOERSEL: " antal-betalt " betalinger, "
               antal-undtagelser " undtagelser"
           if antal-undtagelser > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> Kun ordrer markeret "E" udfoeres - en manglende UDLAEG.txt
      *> betyder ingen udlaeg.
           load-ordrer.
               open input udlaeg-file
               if udlaeg-status not = "00"
                   and udlaeg-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-udlaeg = "Y"
                   read udlaeg-file into udlaeg-record
               at end
                   move "Y" to end-of-udlaeg
               not at end
                   if ud-til-udfoersel
                       if ordre-count < ordre-max
                           add 1 to ordre-count
                           move ud-konto-id to ot-konto-id(ordre-count)
                           move ud-reference
                               to ot-reference(ordre-count)
                           move ud-beloeb to ot-beloeb(ordre-count)
                           move ud-modtager-reg
                               to ot-modtager-reg(ordre-count)
                           move ud-modtager-konto
                               to ot-modtager-konto(ordre-count)
                           move "N" to ot-konto-fundet(ordre-count)
                           move 0 to ot-saldo(ordre-count)
                       else
                           display "UDLAEGUDFOERSEL: ordretabel fuld"
                               " - " ud-reference " ikke indlaest"
                       end-if
                   end-if
               end-read
               end-perform
               close udlaeg-file
           exit.

           load-kontosaldi.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "UDLAEGUDFOERSEL: kan ikke aabne "
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
                   display "UDLAEGUDFOERSEL: ukendt layout i "
                       function trim(konto-file-name)
                   close konto-file
                   move 16 to return-code
                   stop run
               end-if
           exit.

           marker-konto.
               perform varying ot-andet from 1 by 1
                   until ot-andet > ordre-count
                   if ot-konto-id(ot-andet) = account-id in konto-info
                       move "J" to ot-konto-fundet(ot-andet)
                       move balance in konto-info to ot-saldo(ot-andet)
                   end-if
               end-perform
           exit.

      *> Den disponible saldo er kontoens saldo minus det der
      *> allerede er betalt fra kontoen til tidligere ordrer i
      *> koerslen.
           udfoer-ordre.
               if ot-konto-fundet(ot-index) = "N"
                   move spaces to rapport-line
                   string
                       "UNDTAGELSE " ot-reference(ot-index)
                       " konto " ot-konto-id(ot-index)
                       " findes ikke"
                       into rapport-line
                   end-string
                   write rapport-record
                   add 1 to antal-undtagelser
                   exit paragraph
               end-if
               if ot-modtager-reg(ot-index) not numeric
                   or ot-modtager-konto(ot-index) = spaces
                   move spaces to rapport-line
                   string
                       "UNDTAGELSE " ot-reference(ot-index)
                       " konto " ot-konto-id(ot-index)
                       " mangler myndighedens reg.nr./konto"
                       into rapport-line
                   end-string
                   write rapport-record
                   add 1 to antal-undtagelser
                   exit paragraph
               end-if

               move ot-saldo(ot-index) to disponibel
               perform varying ot-andet from 1 by 1
                   until ot-andet >= ot-index
                   if ot-konto-id(ot-andet) = ot-konto-id(ot-index)
                       and ot-konto-fundet(ot-andet) = "B"
                       subtract ot-beloeb(ot-andet) from disponibel
                   end-if
               end-perform
               if disponibel not > 0
                   move spaces to rapport-line
                   string
                       "UNDTAGELSE " ot-reference(ot-index)
                       " konto " ot-konto-id(ot-index)
                       " uden daekning - intet betalt"
                       into rapport-line
                   end-string
                   write rapport-record
                   add 1 to antal-undtagelser
                   exit paragraph
               end-if

               move ot-beloeb(ot-index) to udlagt-beloeb
               if disponibel < ot-beloeb(ot-index)
                   move disponibel to betalt-beloeb
               else
                   move ot-beloeb(ot-index) to betalt-beloeb
               end-if
      *> Det betalte beloeb gemmes i ordren, saa en senere ordre
      *> paa samme konto ser den nedsatte saldo.
               move betalt-beloeb to ot-beloeb(ot-index)
               move "B" to ot-konto-fundet(ot-index)

               move ot-konto-id(ot-index) to trans-account-id
               move koersel-dato to trans-date
               compute trans-amount = 0 - betalt-beloeb
               move "UDLG" to trans-type
               move ot-modtager-konto(ot-index) to trans-modkonto
               move spaces to trans-tekst
               string
                   ot-reference(ot-index) " UDLAEG"
                   delimited by size into trans-tekst
               end-string
               move ot-modtager-reg(ot-index) to trans-modtager-reg
               write trans-record
               add 1 to antal-betalt

               move betalt-beloeb to vist-beloeb
               move spaces to rapport-line
               string
                   "BETALT     " ot-reference(ot-index)
                   " konto " ot-konto-id(ot-index)
                   " beloeb " vist-beloeb
                   " til " ot-modtager-reg(ot-index)
                   "-" ot-modtager-konto(ot-index)
                   into rapport-line
               end-string
               write rapport-record
               if betalt-beloeb < udlagt-beloeb
                   move udlagt-beloeb to vist-beloeb
                   move spaces to rapport-line
                   string
                       "DELVIS     " ot-reference(ot-index)
                       " konto " ot-konto-id(ot-index)
                       " udlagt " vist-beloeb
                       " - saldoen daekker ikke hele beloebet"
                       into rapport-line
                   end-string
                   write rapport-record
                   add 1 to antal-undtagelser
               end-if
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
                   display "UDLAEGUDFOERSEL: segl brudt for "
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
