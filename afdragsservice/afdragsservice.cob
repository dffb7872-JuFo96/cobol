      *> anden postering - samme byg-indekseret-kopi / anvend / skriv-
      *> tilbage moenster som fastordre.cob bruger til at fremskrive
      *> faste ordrer.
      *>
      *> Et laan hvis udbetaling aldrig er bogfoert, maa ikke faa
      *> opkraevet afdrag paa penge kunden ikke har modtaget. Foer
      *> planen gennemloebes, samles derfor hvilke laan der har en
      *> bogfoert udbetaling i TRANSOPL.txt - en "UDBT"-postering fra
      *> laanoprettelse.cob, eller for laan oprettet foer det, enhver
      *> positiv (haandtastet) postering paa laanekontoen - eller en
      *> ventende "UDBT"-linje i TRANS-POST.txt, som aftenens
      *> kontopostering bogfoerer. Et laan der allerede har bogfoerte
      *> afdrag regnes ogsaa for udbetalt. Resten faar deres afdrag
      *> holdt tilbage og skrives til LAAN-UDBETALING-UNDTAGELSER.txt
      *> med RC=4.

       environment division.
       input-output section.
               organization is line sequential
               file status is trans-status.

           select history-file assign to dynamic history-file-name
               organization is line sequential
               file status is history-status.

           select undtagelse-file
               assign to "LAAN-UDBETALING-UNDTAGELSER.txt"
               organization is line sequential.

       data division.
           file section.
           FD laan-file.
               02 trans-account-id  PIC X(10).
               02 trans-date        PIC X(8).
               02 trans-amount      PIC S9(7)V99.
      *> Det fulde layout, kun brugt til at finde ventende
      *> udbetalinger - afdragene selv skrives i det korte.
           01 trans-post-fuld.
               02 tpf-account-id    PIC X(10).
               02 tpf-date          PIC X(8).
               02 tpf-amount        PIC S9(7)V99.
               02 tpf-type          PIC X(4).
               02 tpf-modkonto      PIC X(10).
               02 tpf-tekst         PIC X(30).

           FD history-file.
           01 history-record.
               COPY "TRANSOPL.cpy".

           FD undtagelse-file.
           01 undtagelse-record.
               02 undtagelse-line   PIC X(100).

       working-storage section.
           01 end-of-laan          PIC X value "N".
           01 koersel-dato         PIC X(8).
           01 afdrag-antal         PIC 9(7) value 0.

      *> Et element pr. laan i planen: er udbetalingen bogfoert (eller
      *> paa vej), og hvor mange forfaldne afdrag er holdt tilbage.
      *> Er der flere laan end tabellen rummer, stoppes koerslen -
      *> et laan uden element kunne ikke holdes tilbage.
           01 history-file-name    PIC X(100) value "TRANSOPL.txt".
           01 history-status       PIC XX value "00".
           01 end-of-history       PIC X value "N".
           01 lu-count             PIC 9(4) value 0.
           01 lu-max               PIC 9(4) value 2000.
           01 lu-table.
               02 lu-entry occurs 2000 times.
                   03 lu-konto-id   PIC X(10).
                   03 lu-udbetalt   PIC X(1).
                   03 lu-ventende   PIC X(1).
                   03 lu-holdt      PIC 9(4).
                   03 lu-hovedstol  PIC 9(9)V99.
           01 lu-index             PIC 9(4).
           01 lu-match             PIC 9(4) value 0.
           01 holdt-antal          PIC 9(7) value 0.
           01 undtagelse-antal     PIC 9(5) value 0.

      *> Bankdags-rulning af forfaldsdatoen via det faelles
      *> KALENDER-underprogram, saa et afdrag med forfald paa en
      *> loerdag eller helligdag bogfoeres foerste bankdag efter -
           01 rullet-dato          PIC X(8).
           01 kalender-ok          PIC X value "N".

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "AFDRAGSSERVICE".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept laan-file-name from environment "LAANSCHDFIL_NAVN"
               on exception
                   move "TRANS-POST.txt" to trans-file-name
           end-accept
           accept history-file-name from environment "TRANSOPLFIL_NAVN"
               on exception
                   move "TRANSOPL.txt" to history-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-if

           perform build-laan-index
           perform find-bogfoerte-udbetalinger
           perform find-ventende-udbetalinger

           open i-o laan-index-file
      *> En afdragsnat uden landet TRANS-POST.txt har intet at
      *> forlaenge - status 35 falder tilbage til OPEN OUTPUT i
      *> stedet for at koerslen abender, samme moenster som
      *> db2audit.cob.
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           open extend trans-file
           if trans-status = "35"
               open output trans-file
           end-perform

           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil
           close laan-index-file

           perform rewrite-laan-file
           perform skriv-undtagelser

           display "AFDRAGSSERVICE: " afdrag-antal
               " afdrag bogfoert"
           if undtagelse-antal > 0
               display "AFDRAGSSERVICE: " undtagelse-antal
                   " laan uden bogfoert udbetaling, "
                   holdt-antal " afdrag holdt tilbage"
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

                       display "Dublet afdrag sprunget over: "
                           loan-account-id " afdrag "
                           installment-number
                   not invalid key
                       perform registrer-laan
                   end-write
               end-read
               end-perform
      *> (ogsaa fra missede dage) bogfoeres paa koerselsdatoen.
           behandl-afdrag.
               perform rul-forfald-til-bankdag
               move laan-idx-account-id to loan-account-id
               perform find-laan
               if rullet-dato <= koersel-dato
                   and laan-idx-installment-status = space
                   and lu-match > 0
                   and lu-udbetalt(lu-match) = "N"
                   add 1 to lu-holdt(lu-match)
                   add 1 to holdt-antal
                   exit paragraph
               end-if
               if rullet-dato <= koersel-dato
                   and laan-idx-installment-status = space
                   move laan-idx-account-id to trans-account-id
                   move koersel-dato to trans-date in trans-record
                   compute trans-amount in trans-record =
                       0 - (laan-idx-principal + laan-idx-interest)
                   write trans-record

               end-if
           exit.

      *> Et element pr. laan i planen; et allerede bogfoert eller
      *> indfriet afdrag betyder at laanet er i drift og dermed
      *> udbetalt (laan fra foer udbetalingen blev bogfoert her).
           registrer-laan.
               perform find-laan
               if lu-match = 0
                   if lu-count < lu-max
                       add 1 to lu-count
                       move loan-account-id to lu-konto-id(lu-count)
                       move "N" to lu-udbetalt(lu-count)
                       move "N" to lu-ventende(lu-count)
                       move 0 to lu-holdt(lu-count)
                       move 0 to lu-hovedstol(lu-count)
                       move lu-count to lu-match
                   else
                       display "AFDRAGSSERVICE: laantabel fuld ("
                           lu-max " laan) - "
                           function trim(laan-file-name)
                           " kan ikke indlaeses, koersel afvist"
                       close laan-file
                       close laan-index-file
                       move 8 to return-code
                       stop run
                   end-if
               end-if
               add principal-amount to lu-hovedstol(lu-match)
               if installment-status not = space
                   move "Y" to lu-udbetalt(lu-match)
               end-if
           exit.

      *> Planens raekker og historikkens linjer for et laan staar
      *> ofte i traek, saa det forrige fund proeves foerst.
           find-laan.
               if lu-match > 0
                   if lu-konto-id(lu-match) = loan-account-id
                       exit paragraph
                   end-if
               end-if
               move 0 to lu-match
               perform varying lu-index from 1 by 1
                   until lu-index > lu-count
                   if lu-konto-id(lu-index) = loan-account-id
                       move lu-index to lu-match
                   end-if
               end-perform
           exit.

      *> Bogfoerte udbetalinger i TRANSOPL.txt: "UDBT", eller en
      *> positiv postering paa laanekontoen (afdrag og indfrielser
      *> er negative, saa kun en udbetaling oeger restgaelden).
      *> Manglende historik betyder blot ingen bogfoerte udbetalinger.
           find-bogfoerte-udbetalinger.
               open input history-file
               if history-status not = "00"
                   and history-status not = "05"
                   continue
               else
                   move "N" to end-of-history
                   perform until end-of-history = "Y"
                       read history-file into history-record
                   at end
                       move "Y" to end-of-history
                   not at end
                       if trans-type in history-record = "UDBT"
                           or trans-amount in history-record > 0
                           move account-id in history-record
                               to loan-account-id
                           perform find-laan
                           if lu-match > 0
                               move "Y" to lu-udbetalt(lu-match)
                           end-if
                       end-if
                   end-read
                   end-perform
                   close history-file
               end-if
           exit.

      *> Ventende "UDBT"-linjer i TRANS-POST.txt: laanet er oprettet
      *> i dag, og udbetalingen bogfoeres af kontopostering senere i
      *> natten - det er ikke en undtagelse. Forfalder et afdrag
      *> allerede nu, holdes det dog tilbage til udbetalingen staar
      *> i historikken.
           find-ventende-udbetalinger.
               open input trans-file
               if trans-status not = "00" and trans-status not = "05"
                   continue
               else
                   move "N" to end-of-history
                   perform until end-of-history = "Y"
                       read trans-file into trans-post-fuld
                   at end
                       move "Y" to end-of-history
                   not at end
                       if tpf-type = "UDBT"
                           move tpf-account-id to loan-account-id
                           perform find-laan
                           if lu-match > 0
                               move "Y" to lu-ventende(lu-match)
                           end-if
                       end-if
                   end-read
                   end-perform
                   close trans-file
               end-if
           exit.

      *> Undtagelseslisten: et laan med plan men uden bogfoert eller
      *> ventende udbetaling, med antal tilbageholdte afdrag.
           skriv-undtagelser.
               open output undtagelse-file
               move spaces to undtagelse-line
               string
                   "*---- Laan uden bogfoert udbetaling pr. "
                   koersel-dato " ----*"
                   into undtagelse-line
               end-string
               write undtagelse-record
               perform varying lu-index from 1 by 1
                   until lu-index > lu-count
                   if lu-udbetalt(lu-index) = "N"
                       and lu-ventende(lu-index) = "N"
                       add 1 to undtagelse-antal
                       move spaces to undtagelse-line
                       string
                           "Laan " lu-konto-id(lu-index)
                           ": hovedstol " lu-hovedstol(lu-index)
                           " ikke udbetalt, "
                           function trim(lu-holdt(lu-index))
                           " forfaldne afdrag holdt tilbage"
                           into undtagelse-line
                       end-string
                       write undtagelse-record
                   end-if
               end-perform
               move spaces to undtagelse-line
               string
                   "Undtagelser i alt: "
                   function trim(undtagelse-antal)
                   into undtagelse-line
               end-string
               write undtagelse-record
               close undtagelse-file
           exit.

      *> Forfaldsdatoen rullet frem til naermeste bankdag - kan
      *> kalenderen ikke svare, bruges den raa dato, saa en
      *> kalenderfejl ikke stopper alle afdrag.
               close laan-index-file
               close laan-file
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
                   display "AFDRAGSSERVICE: segl brudt for "
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
