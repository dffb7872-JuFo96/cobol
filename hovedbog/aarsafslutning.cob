       identification division.
       program-id. AARSAFSLUTNING.

      *> Aarsafslutning paa GL-siden: uden den voksede indtaegts- og
      *> udgiftskontiene bare videre fra aar til aar, og en balance
      *> for det nye aar baar sidste aars resultat inde i
      *> resultatlinjerne. Koeres for AFSLUTNING_AAR (YYYY), naar
      *> decemberledgeren ULTIMO-<aar>1231.ldg findes:
      *>   - Hver konto med klasse "I" eller "U" i kontoplanen
      *>     (KONTOPLAN.cpy) nulstilles pr. <aar>1231 med en
      *>     lukkepostering mod overfoert resultat (OVERFRES, en
      *>     egenkapitalkonto der skal staa i kontoplanen med klasse
      *>     "E"). Linjerne skrives til GL-JOURNAL.txt med
      *>     glj-kilde "AARS", og regnskab.cob holder dem ude af
      *>     resultatopgoerelsens bevaegelser.
      *>   - Primosaldoen for hver balancekonto (klasse A/P/E) efter
      *>     lukningen skrives til GLPRIMO-<aar+1>.txt (se
      *>     GLPRIMO.cpy) - det nye aars aabningsbalance.
      *>   - Afslutningen logges i AARSAFSLUTNING-LOG.txt og via
      *>     AUDITLOG. Er aaret allerede lukket, NAEGTER programmet
      *>     at koere igen (RC=8).
      *> En lukket aar kan kun genaabnes bevidst:
      *> AARSAFSLUTNING_HANDLING=GENAABN med AARSAFSLUTNING_AF
      *> (medarbejder) og AARSAFSLUTNING_AARSAG udfyldt. Genaabningen
      *> tilbagefoerer aarets "AARS"-linjer med modsatte linjer
      *> (glj-kilde "AARG") og logges lige saa - og kan ikke ske,
      *> hvis et senere aar allerede er lukket. Derefter kan aaret
      *> lukkes igen.
      *>
      *> Saldi regnes af journalen med debet positiv efter
      *> dr/cr-markoeren, som i regnskab.cob. Konti i journalen uden
      *> kendt klasse lukkes ikke og kommer ikke med i primo; de
      *> listes i AARSAFSLUTNING.txt, og koerslen slutter med RC=4.

       environment division.
       input-output section.
       file-control.
           select kontoplan-file assign to dynamic kontoplan-file-name
               organization is line sequential
               file status is kontoplan-status.

           select gl-journal-file assign to dynamic gl-journal-file-name
               organization is line sequential
               file status is gl-journal-status.

           select ledger-file assign to dynamic ledger-file-name
               organization is line sequential
               file status is ledger-status.

           select log-file assign to dynamic log-file-name
               organization is line sequential
               file status is log-status.

           select primo-file assign to dynamic primo-file-name
               organization is line sequential
               file status is primo-status.

           select rapport-file assign to "AARSAFSLUTNING.txt"
               organization is line sequential.

       data division.
           file section.
           FD kontoplan-file.
           01 kontoplan-record.
               COPY "KONTOPLAN.cpy".

           FD gl-journal-file.
           01 gl-journal-record.
               COPY "GLJOURNAL.cpy".

           FD ledger-file.
           01 ledger-record.
               02 ledger-line       PIC X(100).

      *> En linje pr. lukning eller genaabning. Aarets tilstand er
      *> den seneste linje for aaret.
           FD log-file.
           01 log-record.
               02 al-aar            PIC X(4).
               02 al-handling       PIC X(8).
               02 al-dato           PIC X(8).
               02 al-af             PIC X(10).
               02 al-linjer         PIC 9(5).
               02 al-aarsag         PIC X(40).

           FD primo-file.
           01 primo-record.
               COPY "GLPRIMO.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(100).

       working-storage section.
           01 end-of-plan          PIC X value "N".
           01 end-of-journal       PIC X value "N".
           01 end-of-log           PIC X value "N".
           01 kontoplan-file-name  PIC X(100) value "KONTOPLAN.txt".
           01 kontoplan-status     PIC XX value "00".
           01 gl-journal-file-name PIC X(100) value "GL-JOURNAL.txt".
           01 gl-journal-status    PIC XX value "00".
           01 ledger-file-name     PIC X(100).
           01 ledger-status        PIC XX value "00".
           01 log-file-name        PIC X(100)
               value "AARSAFSLUTNING-LOG.txt".
           01 log-status           PIC XX value "00".
           01 primo-file-name      PIC X(100).
           01 primo-status         PIC XX value "00".

           01 overfoert-konto      PIC X(10) value "OVERFRES".
           01 afslutning-aar       PIC X(4).
           01 nyt-aar              PIC 9(4).
           01 aar-slut             PIC X(8).
           01 handling             PIC X(8).
           01 handling-af          PIC X(10).
           01 handling-aarsag      PIC X(40).
           01 koersel-dato         PIC X(8).

      *> Aarets tilstand ifoelge loggen, og om et senere aar er
      *> lukket.
           01 aar-lukket           PIC X value "N".
           01 senere-lukket        PIC X value "N".
           01 senere-aar           PIC X(4).

      *> Kontoplanen med hver kontos saldo pr. <aar>1231, debet
      *> positiv. Konti fra journalen der ikke staar i kontoplanen
      *> tilfoejes bagest med blank klasse.
           01 plan-count           PIC 9(4) value 0.
           01 plan-max             PIC 9(4) value 1000.
           01 plan-table.
               02 plan-entry occurs 1000 times.
                   03 pl-gl-konto   PIC X(10).
                   03 pl-klasse     PIC X(1).
                       88 pl-balance-konto  values "A" "P" "E".
                       88 pl-resultat-konto values "I" "U".
                   03 pl-saldo      PIC S9(13)V99.
           01 pl-index             PIC 9(4).
           01 pl-found             PIC 9(4).
           01 pl-overfoert         PIC 9(4).

           01 linje-virkning       PIC S9(13)V99.
           01 linje-antal          PIC 9(5) value 0.
           01 primo-antal          PIC 9(5) value 0.
           01 uklassificeret-antal PIC 9(5) value 0.
           01 aarets-resultat      PIC S9(13)V99 value 0.
           01 vis-beloeb           PIC -(13)9.99.

           01 audit-program-id PIC X(20) value "AARSAFSLUTNING".
           01 audit-kunde-id   PIC X(10).
           01 audit-action     PIC X(10).

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "AARSAFSLUTNING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept kontoplan-file-name
               from environment "KONTOPLANFIL_NAVN"
               on exception
                   move "KONTOPLAN.txt" to kontoplan-file-name
           end-accept
           accept gl-journal-file-name
               from environment "GLJOURNALFIL_NAVN"
               on exception
                   move "GL-JOURNAL.txt" to gl-journal-file-name
           end-accept
           accept afslutning-aar from environment "AFSLUTNING_AAR"
               on exception
                   move spaces to afslutning-aar
           end-accept
           accept handling from environment "AARSAFSLUTNING_HANDLING"
               on exception
                   move spaces to handling
           end-accept
           accept handling-af from environment "AARSAFSLUTNING_AF"
               on exception
                   move spaces to handling-af
           end-accept
           accept handling-aarsag
               from environment "AARSAFSLUTNING_AARSAG"
               on exception
                   move spaces to handling-aarsag
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           if afslutning-aar = spaces or afslutning-aar not numeric
               display "AARSAFSLUTNING: AFSLUTNING_AAR (YYYY)"
                   " skal angives"
               move 8 to return-code
               stop run
           end-if
           if handling = spaces
               move "LUK" to handling
           end-if
           if handling not = "LUK" and handling not = "GENAABN"
               display "AARSAFSLUTNING: ukendt handling "
                   function trim(handling) " - LUK eller GENAABN"
               move 8 to return-code
               stop run
           end-if
           move afslutning-aar to aar-slut(1:4)
           move "1231" to aar-slut(5:4)

           perform laes-log

           if handling = "GENAABN"
               perform genaabn-aar
           else
               perform luk-aar
           end-if
           stop run.

      *> Finder aarets seneste tilstand og om et senere aar er
      *> lukket. En manglende log er et system der aldrig har lukket
      *> et aar.
           laes-log.
               accept log-file-name
                   from environment "AARSAFSLUTNINGLOG_NAVN"
                   on exception
                       move "AARSAFSLUTNING-LOG.txt" to log-file-name
               end-accept
               open input log-file
               if log-status not = "00" and log-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-log = "Y"
                   read log-file into log-record
               at end
                   move "Y" to end-of-log
               not at end
                   if al-aar = afslutning-aar
                       if al-handling = "LUK"
                           move "J" to aar-lukket
                       else
                           move "N" to aar-lukket
                       end-if
                   end-if
                   if al-aar > afslutning-aar
                       if al-handling = "LUK"
                           move "J" to senere-lukket
                           move al-aar to senere-aar
                       else
                           move "N" to senere-lukket
                       end-if
                   end-if
               end-read
               end-perform
               close log-file
           exit.

           luk-aar.
               if aar-lukket = "J"
                   display "AARSAFSLUTNING: " afslutning-aar
                       " er allerede lukket - en ny lukning kraever"
                       " en logget genaabning"
                   move 8 to return-code
                   stop run
               end-if

      *> Decemberledgeren skal findes - aaret skal vaere afsluttet
      *> paa kontosiden.
               move spaces to ledger-file-name
               string
                   "ULTIMO-" aar-slut ".ldg"
                   delimited by size
                   into ledger-file-name
               end-string
               open input ledger-file
               if ledger-status not = "00"
                   and ledger-status not = "05"
                   display "AARSAFSLUTNING: "
                       function trim(ledger-file-name)
                       " findes ikke - koer PERIODEAFSLUTNING for "
                       aar-slut " foerst"
                   move 8 to return-code
                   stop run
               end-if
               close ledger-file

               perform load-kontoplan
               perform summer-journal

               open output rapport-file
               move spaces to rapport-line
               string
                   "AARSAFSLUTNING " afslutning-aar
                   " - lukning af resultatkonti pr. " aar-slut
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               write rapport-record

               move gl-journal-file-name to segl-fil-navn
               perform verificer-segl
               open extend gl-journal-file
               if gl-journal-status = "35"
                   open output gl-journal-file
               end-if
               perform varying pl-index from 1 by 1
                   until pl-index > plan-count
                   if pl-resultat-konto(pl-index)
                       and pl-saldo(pl-index) not = 0
                       perform skriv-lukkepostering
                   end-if
               end-perform
               close gl-journal-file
               move gl-journal-file-name to segl-fil-navn
               perform forsegl-fil

               perform skriv-primo
               perform skriv-uklassificerede

               move aarets-resultat to vis-beloeb
               move spaces to rapport-line
               write rapport-record
               move spaces to rapport-line
               string
                   "Aarets resultat overfoert til "
                   function trim(overfoert-konto) ": " vis-beloeb
                   " (kredit positiv)"
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               string
                   "Lukkelinjer: " linje-antal "  primosaldi: "
                   primo-antal "  uklassificerede konti: "
                   uklassificeret-antal
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               close rapport-file

               move afslutning-aar to al-aar
               move "LUK" to al-handling
               perform skriv-log
               move "AARS-LUK" to audit-action
               perform skriv-audit

               display "AARSAFSLUTNING: " afslutning-aar " lukket, "
                   linje-antal " lukkelinjer, " primo-antal
                   " primosaldi til " function trim(primo-file-name)
               if uklassificeret-antal > 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           exit.

      *> Overfoert resultat skal vaere en egenkapitalkonto i
      *> kontoplanen - ellers ville lukningen selv give en
      *> uklassificeret konto.
           load-kontoplan.
               open input kontoplan-file
               if kontoplan-status not = "00"
                   and kontoplan-status not = "05"
                   display "AARSAFSLUTNING: "
                       function trim(kontoplan-file-name)
                       " findes ikke - ingen klassifikation"
                   move 8 to return-code
                   stop run
               end-if
               move 0 to pl-overfoert
               perform until end-of-plan = "Y"
                   read kontoplan-file into kontoplan-record
               at end
                   move "Y" to end-of-plan
               not at end
                   if plan-count >= plan-max
                       display "AARSAFSLUTNING: kontoplan-tabel"
                           " fuld - " kp-gl-konto " ikke indlaest"
                   else
                       add 1 to plan-count
                       move kp-gl-konto to pl-gl-konto(plan-count)
                       move kp-klasse to pl-klasse(plan-count)
                       move 0 to pl-saldo(plan-count)
                       if kp-gl-konto = overfoert-konto
                           and kp-egenkapital
                           move plan-count to pl-overfoert
                       end-if
                   end-if
               end-read
               end-perform
               close kontoplan-file
               if pl-overfoert = 0
                   display "AARSAFSLUTNING: "
                       function trim(overfoert-konto)
                       " staar ikke i kontoplanen med klasse E"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Saldo pr. aarets sidste dag for hver konto i journalen.
           summer-journal.
               open input gl-journal-file
               if gl-journal-status not = "00"
                   and gl-journal-status not = "05"
                   display "AARSAFSLUTNING: "
                       function trim(gl-journal-file-name)
                       " findes ikke - intet at lukke"
                   move 8 to return-code
                   stop run
               end-if
               move "N" to end-of-journal
               perform until end-of-journal = "Y"
                   read gl-journal-file into gl-journal-record
               at end
                   move "Y" to end-of-journal
               not at end
                   if glj-date <= aar-slut
                       perform laeg-paa-saldo
                   end-if
               end-read
               end-perform
               close gl-journal-file
           exit.

           laeg-paa-saldo.
               if glj-dr-cr = "DR"
                   compute linje-virkning = function abs(glj-amount)
               else
                   compute linje-virkning =
                       0 - function abs(glj-amount)
               end-if
               move 0 to pl-found
               perform varying pl-index from 1 by 1
                   until pl-index > plan-count or pl-found > 0
                   if pl-gl-konto(pl-index) = glj-account-id
                       move pl-index to pl-found
                   end-if
               end-perform
               if pl-found = 0
                   if plan-count >= plan-max
                       display "AARSAFSLUTNING: kontotabel fuld - "
                           glj-account-id " ikke medtaget"
                       exit paragraph
                   end-if
                   add 1 to plan-count
                   move plan-count to pl-found
                   move glj-account-id to pl-gl-konto(pl-found)
                   move space to pl-klasse(pl-found)
                   move 0 to pl-saldo(pl-found)
               end-if
               add linje-virkning to pl-saldo(pl-found)
           exit.

      *> Nulstiller resultatkontoen mod overfoert resultat: en
      *> debetsaldo lukkes med CR paa kontoen og DR paa overfoert
      *> resultat, en kreditsaldo omvendt.
           skriv-lukkepostering.
               move pl-gl-konto(pl-index) to glj-account-id
               move overfoert-konto to glj-contra-account
               move aar-slut to glj-date
               move function abs(pl-saldo(pl-index)) to glj-amount
               if pl-saldo(pl-index) > 0
                   move "CR" to glj-dr-cr
               else
                   move "DR" to glj-dr-cr
               end-if
               move "01" to glj-cyklus
               move "AARS" to glj-kilde
               write gl-journal-record
               move overfoert-konto to glj-account-id
               move pl-gl-konto(pl-index) to glj-contra-account
               if pl-saldo(pl-index) > 0
                   move "DR" to glj-dr-cr
               else
                   move "CR" to glj-dr-cr
               end-if
               write gl-journal-record
               add 2 to linje-antal

               add pl-saldo(pl-index) to pl-saldo(pl-overfoert)
               subtract pl-saldo(pl-index) from aarets-resultat

               move pl-saldo(pl-index) to vis-beloeb
               move spaces to rapport-line
               string
                   "Lukket " pl-gl-konto(pl-index) " klasse "
                   pl-klasse(pl-index) " saldo " vis-beloeb
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               move 0 to pl-saldo(pl-index)
           exit.

      *> Det nye aars aabningsbalance - alle balancekonti, ogsaa
      *> dem med nul, saa primofilen er en fuldstaendig liste.
           skriv-primo.
               move afslutning-aar to nyt-aar
               add 1 to nyt-aar
               move spaces to primo-file-name
               string
                   "GLPRIMO-" nyt-aar ".txt"
                   delimited by size
                   into primo-file-name
               end-string
               open output primo-file
               perform varying pl-index from 1 by 1
                   until pl-index > plan-count
                   if pl-balance-konto(pl-index)
                       move nyt-aar to gp-aar
                       move pl-gl-konto(pl-index) to gp-gl-konto
                       move pl-klasse(pl-index) to gp-klasse
                       move pl-saldo(pl-index) to gp-saldo
                       write primo-record
                       add 1 to primo-antal
                   end-if
               end-perform
               close primo-file
           exit.

           skriv-uklassificerede.
               perform varying pl-index from 1 by 1
                   until pl-index > plan-count
                   if not pl-balance-konto(pl-index)
                       and not pl-resultat-konto(pl-index)
                       and pl-saldo(pl-index) not = 0
                       add 1 to uklassificeret-antal
                       move pl-saldo(pl-index) to vis-beloeb
                       move spaces to rapport-line
                       string
                           "UKLASSIFICERET " pl-gl-konto(pl-index)
                           " saldo " vis-beloeb
                           " - hverken lukket eller i primo"
                           delimited by size
                           into rapport-line
                       end-string
                       write rapport-record
                   end-if
               end-perform
           exit.

      *> Den bevidste genaabning: kun et lukket aar, kun med
      *> medarbejder og aarsag, og ikke naar et senere aar er lukket
      *> oven paa det. Aarets "AARS"-linjer tilbagefoeres linje for
      *> linje med modsat dr/cr.
           genaabn-aar.
               if aar-lukket = "N"
                   display "AARSAFSLUTNING: " afslutning-aar
                       " er ikke lukket - intet at genaabne"
                   move 8 to return-code
                   stop run
               end-if
               if handling-af = spaces or handling-aarsag = spaces
                   display "AARSAFSLUTNING: genaabning kraever"
                       " AARSAFSLUTNING_AF og AARSAFSLUTNING_AARSAG"
                   move 8 to return-code
                   stop run
               end-if
               if senere-lukket = "J"
                   display "AARSAFSLUTNING: " senere-aar
                       " er lukket - genaabn det foerst"
                   move 8 to return-code
                   stop run
               end-if

               perform find-lukkelinjer
               if linje-antal > 0
                   open extend gl-journal-file
                   perform varying pl-index from 1 by 1
                       until pl-index > plan-count
                       perform skriv-tilbagefoersel
                   end-perform
                   close gl-journal-file
                   move gl-journal-file-name to segl-fil-navn
                   perform forsegl-fil
               end-if

               move afslutning-aar to al-aar
               move "GENAABN" to al-handling
               perform skriv-log
               move "AARS-GENAB" to audit-action
               perform skriv-audit
               display "AARSAFSLUTNING: " afslutning-aar
                   " genaabnet af " function trim(handling-af) ", "
                   linje-antal " lukkelinjer tilbagefoert"
               move 0 to return-code
           exit.

      *> Nettoen af aarets "AARS"- og evt. tidligere "AARG"-linjer
      *> pr. konto - efter en tidligere genaabning og ny lukning er
      *> det kun den seneste lukning der staar tilbage.
           find-lukkelinjer.
               open input gl-journal-file
               if gl-journal-status not = "00"
                   and gl-journal-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-journal
               perform until end-of-journal = "Y"
                   read gl-journal-file into gl-journal-record
               at end
                   move "Y" to end-of-journal
               not at end
                   if glj-date = aar-slut
                       and (glj-kilde = "AARS" or glj-kilde = "AARG")
                       perform laeg-paa-saldo
                   end-if
               end-read
               end-perform
               close gl-journal-file
               perform varying pl-index from 1 by 1
                   until pl-index > plan-count
                   if pl-saldo(pl-index) not = 0
                       add 1 to linje-antal
                   end-if
               end-perform
           exit.

           skriv-tilbagefoersel.
               if pl-saldo(pl-index) = 0
                   exit paragraph
               end-if
               move pl-gl-konto(pl-index) to glj-account-id
               move overfoert-konto to glj-contra-account
               if pl-gl-konto(pl-index) = overfoert-konto
                   move spaces to glj-contra-account
               end-if
               move aar-slut to glj-date
               move function abs(pl-saldo(pl-index)) to glj-amount
               if pl-saldo(pl-index) > 0
                   move "CR" to glj-dr-cr
               else
                   move "DR" to glj-dr-cr
               end-if
               move "01" to glj-cyklus
               move "AARG" to glj-kilde
               write gl-journal-record
           exit.

           skriv-log.
               move koersel-dato to al-dato
               move handling-af to al-af
               move linje-antal to al-linjer
               move handling-aarsag to al-aarsag
               open extend log-file
               if log-status = "35"
                   open output log-file
               end-if
               write log-record
               close log-file
           exit.

           skriv-audit.
               move spaces to audit-kunde-id
               string
                   "GL" afslutning-aar
                   delimited by size
                   into audit-kunde-id
               end-string
               call "AUDITLOG" using audit-program-id
                   audit-kunde-id audit-action
               end-call
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
                   display "AARSAFSLUTNING: segl brudt for "
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
