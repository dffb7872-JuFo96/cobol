       identification division.
       program-id. REGNSKAB.

      *> Maanedsregnskab: balance og resultatopgoerelse opstillet
      *> efter kontoplanens klassifikation (KONTOPLAN.cpy - klasse og
      *> regnskabslinje), saa ledelsen ikke laengere skal bygge dem
      *> i et regneark ud fra hovedbog.cob's kontoliste. Koeres for
      *> en afsluttet periode: PERIODE_SLUTDATO skal angives, og
      *> programmet NAEGTER at koere foer ULTIMO-<slutdato>.ldg
      *> findes - samme laas som renteprovision.cob.
      *>
      *> Saldi og bevaegelser regnes direkte af GL-JOURNAL.txt, med
      *> debet som positiv: en DR-linje laegger beloebet til, en
      *> CR-linje traekker det fra (journalens beloebsfelt baerer
      *> ikke samme fortegn i alle ben, saa dr/cr-markoeren afgoer
      *> det - som i glafstemning.cob). Aktiver og udgifter vises
      *> med debet positiv, passiver, egenkapital og indtaegter med
      *> kredit positiv. Kolonnerne er
      *>     balancen:   ultimo perioden, ultimo forrige maaned,
      *>                 ultimo samme maaned sidste aar
      *>     resultatet: maaneden, forrige maaned, samme maaned
      *>                 sidste aar, aar til dato
      *> Resultat der endnu ikke er overfoert til egenkapitalen
      *> vises paa egen linje i balancen, saa den balancerer.
      *> aarsafslutning.cob's lukkeposteringer (glj-kilde "AARS" og
      *> "AARG") taeller med i saldiene men ikke i resultatets
      *> bevaegelser.
      *>
      *> En konto i journalen der ikke findes i kontoplanen, eller
      *> som staar der uden (kendt) klasse, tabes ikke: den listes
      *> under UKLASSIFICEREDE KONTI med sine beloeb, balancens
      *> difference-linje viser hvad der mangler, og koerslen
      *> slutter med RC=4. Resultatet staar i REGNSKAB.txt.

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

           select rapport-file assign to "REGNSKAB.txt"
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

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(132).

       working-storage section.
           01 end-of-plan          PIC X value "N".
           01 end-of-journal       PIC X value "N".
           01 kontoplan-file-name  PIC X(100) value "KONTOPLAN.txt".
           01 kontoplan-status     PIC XX value "00".
           01 gl-journal-file-name PIC X(100) value "GL-JOURNAL.txt".
           01 gl-journal-status    PIC XX value "00".
           01 ledger-file-name     PIC X(100).
           01 ledger-status        PIC XX value "00".

      *> Periodens datoer. Kolonne 1-3 er saldi pr. en dato, 4-7
      *> bevaegelser i et interval.
           01 slutdato             PIC X(8).
           01 dato-numerisk        PIC 9(8).
           01 dato-heltal          PIC 9(7).
           01 dato-tekst           PIC X(8).
           01 maaned-start         PIC X(8).
           01 forrige-slut         PIC X(8).
           01 forrige-start        PIC X(8).
           01 sidste-aar-start     PIC X(8).
           01 sidste-aar-slut      PIC X(8).
           01 aar-start            PIC X(8).
           01 aar-tal              PIC 9(4).
           01 maaned-tal           PIC 9(2).

      *> Kontoplanen med hver kontos syv beloeb (debet positiv):
      *> 1 saldo ultimo, 2 saldo ultimo forrige maaned, 3 saldo
      *> ultimo samme maaned sidste aar, 4 maanedens bevaegelse,
      *> 5 forrige maaneds, 6 samme maaned sidste aar, 7 aar til
      *> dato. Konti fra journalen der ikke staar i kontoplanen
      *> tilfoejes bagest med blank klasse.
           01 plan-count           PIC 9(4) value 0.
           01 plan-max             PIC 9(4) value 1000.
           01 plan-table.
               02 plan-entry occurs 1000 times.
                   03 pl-gl-konto   PIC X(10).
                   03 pl-navn       PIC X(30).
                   03 pl-klasse     PIC X(1).
                       88 pl-klasse-kendt values "A" "P" "E" "I" "U".
                   03 pl-linje      PIC X(30).
                   03 pl-i-plan     PIC X(1).
                   03 pl-sum        PIC S9(13)V99 occurs 7 times.
           01 pl-index             PIC 9(4).
           01 pl-found             PIC 9(4).

      *> Regnskabslinjerne i den raekkefoelge de foerst optraeder i
      *> kontoplanen.
           01 rl-count             PIC 9(3) value 0.
           01 rl-max               PIC 9(3) value 200.
           01 rl-table.
               02 rl-entry occurs 200 times.
                   03 rl-klasse     PIC X(1).
                   03 rl-navn       PIC X(30).
                   03 rl-sum        PIC S9(13)V99 occurs 7 times.
           01 rl-index             PIC 9(3).
           01 rl-found             PIC 9(3).

           01 kol                  PIC 9.
           01 kol-fra              PIC 9.
           01 kol-til              PIC 9.
           01 linje-virkning       PIC S9(13)V99.
           01 fortegn              PIC S9 value 1.
           01 vis-klasse           PIC X(1).
           01 tekst                PIC X(30).
           01 beloeb-raekke.
               02 br-sum           PIC S9(13)V99 occurs 7 times.
           01 subtotal-raekke.
               02 st-sum           PIC S9(13)V99 occurs 7 times.
           01 aktiv-raekke.
               02 ak-sum           PIC S9(13)V99 occurs 7 times.
           01 passiv-raekke.
               02 pa-sum           PIC S9(13)V99 occurs 7 times.
           01 indtaegt-raekke.
               02 it-sum           PIC S9(13)V99 occurs 7 times.
           01 udgift-raekke.
               02 ud-sum           PIC S9(13)V99 occurs 7 times.
           01 resultat-raekke.
               02 rs-sum           PIC S9(13)V99 occurs 7 times.
           01 uklassificeret-antal PIC 9(5) value 0.
           01 difference-fundet    PIC X value "N".

           01 vis-beloeb           PIC -(13)9.99.
           01 linje-pos            PIC 9(3).

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
           accept slutdato from environment "PERIODE_SLUTDATO"
               on exception
                   move spaces to slutdato
           end-accept
           if slutdato = spaces or slutdato not numeric
               display "REGNSKAB: PERIODE_SLUTDATO (YYYYMMDD)"
                   " skal angives"
               move 8 to return-code
               stop run
           end-if

      *> Kun en afsluttet periode - grundlaget skal vaere frosset.
           move spaces to ledger-file-name
           string
               "ULTIMO-" slutdato ".ldg"
               into ledger-file-name
           end-string
           open input ledger-file
           if ledger-status not = "00" and ledger-status not = "05"
               display "REGNSKAB: "
                   function trim(ledger-file-name)
                   " findes ikke - perioden er ikke afsluttet"
               move 8 to return-code
               stop run
           end-if
           close ledger-file

           perform beregn-datoer
           perform load-kontoplan
           perform summer-journal
           perform byg-regnskabslinjer

           open output rapport-file
           perform skriv-balance
           perform skriv-resultat
           perform skriv-uklassificerede
           close rapport-file

           display "REGNSKAB: balance og resultat pr. " slutdato
               ", " uklassificeret-antal " uklassificerede konti"
           if uklassificeret-antal > 0 or difference-fundet = "J"
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> Maanedens start, forrige maaneds ultimo og start, samme
      *> maaned sidste aar og aarets start.
           beregn-datoer.
               move slutdato(1:6) to maaned-start(1:6)
               move "01" to maaned-start(7:2)
               move slutdato(1:4) to aar-start(1:4)
               move "0101" to aar-start(5:4)

               move maaned-start to dato-numerisk
               compute dato-heltal =
                   function integer-of-date(dato-numerisk) - 1
               move function date-of-integer(dato-heltal)
                   to dato-numerisk
               move dato-numerisk to forrige-slut
               move forrige-slut(1:6) to forrige-start(1:6)
               move "01" to forrige-start(7:2)

               move slutdato(1:4) to aar-tal
               subtract 1 from aar-tal
               move aar-tal to sidste-aar-start(1:4)
               move slutdato(5:2) to sidste-aar-start(5:2)
               move "01" to sidste-aar-start(7:2)
      *> Sidste aars maanedsultimo: dagen foer den foelgende
      *> maaneds start.
               move slutdato(5:2) to maaned-tal
               if maaned-tal = 12
                   add 1 to aar-tal
                   move 1 to maaned-tal
               else
                   add 1 to maaned-tal
               end-if
               move aar-tal to dato-tekst(1:4)
               move maaned-tal to dato-tekst(5:2)
               move "01" to dato-tekst(7:2)
               move dato-tekst to dato-numerisk
               compute dato-heltal =
                   function integer-of-date(dato-numerisk) - 1
               move function date-of-integer(dato-heltal)
                   to dato-numerisk
               move dato-numerisk to sidste-aar-slut
           exit.

      *> Uden kontoplan er der intet at opstille efter - en
      *> manglende KONTOPLAN.txt er en haard fejl, som i hovedbog.cob.
           load-kontoplan.
               open input kontoplan-file
               if kontoplan-status not = "00"
                   and kontoplan-status not = "05"
                   display "REGNSKAB: "
                       function trim(kontoplan-file-name)
                       " findes ikke - ingen klassifikation"
                   move 8 to return-code
                   stop run
               end-if
               perform until end-of-plan = "Y"
                   read kontoplan-file into kontoplan-record
               at end
                   move "Y" to end-of-plan
               not at end
                   if plan-count >= plan-max
                       display "REGNSKAB: kontoplan-tabel fuld - "
                           kp-gl-konto " ikke indlaest"
                   else
                       add 1 to plan-count
                       move kp-gl-konto to pl-gl-konto(plan-count)
                       move kp-navn to pl-navn(plan-count)
                       move kp-klasse to pl-klasse(plan-count)
                       move kp-regnskabslinje to pl-linje(plan-count)
                       move "J" to pl-i-plan(plan-count)
                       perform nulstil-konto
                   end-if
               end-read
               end-perform
               close kontoplan-file
           exit.

           nulstil-konto.
               perform varying kol from 1 by 1 until kol > 7
                   move 0 to pl-sum(plan-count, kol)
               end-perform
           exit.

      *> Hver journallinje til og med slutdatoen laegges paa sin
      *> kontos saldi og paa de bevaegelses-intervaller den falder i.
           summer-journal.
               open input gl-journal-file
               if gl-journal-status not = "00"
                   and gl-journal-status not = "05"
                   display "REGNSKAB: "
                       function trim(gl-journal-file-name)
                       " findes ikke - intet at opstille"
                   move 8 to return-code
                   stop run
               end-if
               perform until end-of-journal = "Y"
                   read gl-journal-file into gl-journal-record
               at end
                   move "Y" to end-of-journal
               not at end
                   if glj-date <= slutdato
                       perform behandl-journallinje
                   end-if
               end-read
               end-perform
               close gl-journal-file
           exit.

           behandl-journallinje.
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
                       display "REGNSKAB: kontotabel fuld - "
                           glj-account-id " ikke medtaget"
                       exit paragraph
                   end-if
                   add 1 to plan-count
                   move plan-count to pl-found
                   move glj-account-id to pl-gl-konto(pl-found)
                   move spaces to pl-navn(pl-found)
                   move space to pl-klasse(pl-found)
                   move spaces to pl-linje(pl-found)
                   move "N" to pl-i-plan(pl-found)
                   perform nulstil-konto
               end-if

               add linje-virkning to pl-sum(pl-found, 1)
               if glj-date <= forrige-slut
                   add linje-virkning to pl-sum(pl-found, 2)
               end-if
               if glj-date <= sidste-aar-slut
                   add linje-virkning to pl-sum(pl-found, 3)
               end-if
      *> Aarsafslutningens lukkelinjer (og en genaabnings
      *> tilbagefoersel) flytter kun saldo til egenkapitalen - de er
      *> ikke aarets indtaegter og udgifter.
               if glj-kilde = "AARS" or glj-kilde = "AARG"
                   exit paragraph
               end-if
               if glj-date >= maaned-start
                   add linje-virkning to pl-sum(pl-found, 4)
               end-if
               if glj-date >= forrige-start
                   and glj-date <= forrige-slut
                   add linje-virkning to pl-sum(pl-found, 5)
               end-if
               if glj-date >= sidste-aar-start
                   and glj-date <= sidste-aar-slut
                   add linje-virkning to pl-sum(pl-found, 6)
               end-if
               if glj-date >= aar-start
                   add linje-virkning to pl-sum(pl-found, 7)
               end-if
           exit.

      *> Summerer de klassificerede konti op paa regnskabslinjer; en
      *> konto uden regnskabslinje staar paa sin egen linje under
      *> kontonavnet.
           byg-regnskabslinjer.
               perform varying pl-index from 1 by 1
                   until pl-index > plan-count
                   if pl-klasse-kendt(pl-index)
                       perform laeg-paa-regnskabslinje
                   else
                       if pl-sum(pl-index, 1) not = 0
                           or pl-sum(pl-index, 7) not = 0
                           or pl-i-plan(pl-index) = "J"
                           add 1 to uklassificeret-antal
                       end-if
                   end-if
               end-perform
           exit.

           laeg-paa-regnskabslinje.
               move pl-linje(pl-index) to tekst
               if tekst = spaces
                   move pl-navn(pl-index) to tekst
               end-if
               if tekst = spaces
                   move pl-gl-konto(pl-index) to tekst
               end-if
               move 0 to rl-found
               perform varying rl-index from 1 by 1
                   until rl-index > rl-count or rl-found > 0
                   if rl-klasse(rl-index) = pl-klasse(pl-index)
                       and rl-navn(rl-index) = tekst
                       move rl-index to rl-found
                   end-if
               end-perform
               if rl-found = 0
                   if rl-count >= rl-max
                       display "REGNSKAB: regnskabslinje-tabel fuld"
                           " - " tekst " ikke medtaget"
                       exit paragraph
                   end-if
                   add 1 to rl-count
                   move rl-count to rl-found
                   move pl-klasse(pl-index) to rl-klasse(rl-found)
                   move tekst to rl-navn(rl-found)
                   perform varying kol from 1 by 1 until kol > 7
                       move 0 to rl-sum(rl-found, kol)
                   end-perform
               end-if
               perform varying kol from 1 by 1 until kol > 7
                   add pl-sum(pl-index, kol) to rl-sum(rl-found, kol)
               end-perform
           exit.

      *> Balancen: aktiver, passiver og egenkapital pr. de tre
      *> datoer (kolonne 1-3). Ikke-overfoert resultat er
      *> resultatkontienes saldo og staar under egenkapitalen.
           skriv-balance.
               move spaces to rapport-line
               string
                   "BALANCE PR. " slutdato
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               string
                   "                              "
                   "    ultimo " slutdato
                   "    ultimo " forrige-slut
                   "    ultimo " sidste-aar-slut
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               move 1 to kol-fra
               move 3 to kol-til

               move "AKTIVER" to tekst
               move "A" to vis-klasse
               move 1 to fortegn
               perform skriv-klasse
               move subtotal-raekke to aktiv-raekke

               move "PASSIVER" to tekst
               move "P" to vis-klasse
               move -1 to fortegn
               perform skriv-klasse
               move subtotal-raekke to passiv-raekke

               move "EGENKAPITAL" to tekst
               move "E" to vis-klasse
               perform skriv-klasse

      *> Resultatkontienes saldo, kredit positiv.
               perform varying kol from 1 by 1 until kol > 7
                   move 0 to rs-sum(kol)
               end-perform
               perform varying rl-index from 1 by 1
                   until rl-index > rl-count
                   if rl-klasse(rl-index) = "I"
                       or rl-klasse(rl-index) = "U"
                       perform varying kol from 1 by 1 until kol > 7
                           subtract rl-sum(rl-index, kol)
                               from rs-sum(kol)
                       end-perform
                   end-if
               end-perform
               move resultat-raekke to beloeb-raekke
               move "  Ikke overfoert resultat" to tekst
               perform skriv-beloebslinje
               perform varying kol from 1 by 1 until kol > 7
                   add rs-sum(kol) to st-sum(kol)
                   add st-sum(kol) to pa-sum(kol)
               end-perform
               move subtotal-raekke to beloeb-raekke
               move "EGENKAPITAL I ALT" to tekst
               perform skriv-beloebslinje
               move passiv-raekke to beloeb-raekke
               move "PASSIVER OG EGENKAPITAL I ALT" to tekst
               perform skriv-beloebslinje

      *> Differencen er de uklassificerede kontis andel.
               move "N" to difference-fundet
               perform varying kol from 1 by 1 until kol > 7
                   compute br-sum(kol) = ak-sum(kol) - pa-sum(kol)
               end-perform
               perform varying kol from kol-fra by 1
                   until kol > kol-til
                   if br-sum(kol) not = 0
                       move "J" to difference-fundet
                   end-if
               end-perform
               move "DIFFERENCE" to tekst
               perform skriv-beloebslinje
               if difference-fundet = "J"
                   move "  (uklassificerede konti - se nedenfor)"
                       to rapport-line
                   write rapport-record
               end-if
           exit.

      *> Resultatopgoerelsen: indtaegter, udgifter og resultat for
      *> de fire intervaller (kolonne 4-7).
           skriv-resultat.
               move spaces to rapport-line
               write rapport-record
               move spaces to rapport-line
               string
                   "RESULTATOPGOERELSE " maaned-start " - " slutdato
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               string
                   "                              "
                   "      maaned " slutdato(1:6)
                   "     forrige " forrige-slut(1:6)
                   "  sidste aar " sidste-aar-slut(1:6)
                   "       aar til dato"
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               move 4 to kol-fra
               move 7 to kol-til

               move "INDTAEGTER" to tekst
               move "I" to vis-klasse
               move -1 to fortegn
               perform skriv-klasse
               move subtotal-raekke to indtaegt-raekke

               move "UDGIFTER" to tekst
               move "U" to vis-klasse
               move 1 to fortegn
               perform skriv-klasse
               move subtotal-raekke to udgift-raekke

               perform varying kol from 1 by 1 until kol > 7
                   compute br-sum(kol) = it-sum(kol) - ud-sum(kol)
               end-perform
               move "RESULTAT" to tekst
               perform skriv-beloebslinje
           exit.

      *> En overskrift, klassens regnskabslinjer (med fortegn) og
      *> en sum; summen efterlades i subtotal-raekke.
           skriv-klasse.
               move spaces to rapport-line
               write rapport-record
               move tekst to rapport-line
               write rapport-record
               perform varying kol from 1 by 1 until kol > 7
                   move 0 to st-sum(kol)
               end-perform
               perform varying rl-index from 1 by 1
                   until rl-index > rl-count
                   if rl-klasse(rl-index) = vis-klasse
                       perform varying kol from 1 by 1 until kol > 7
                           compute br-sum(kol) =
                               rl-sum(rl-index, kol) * fortegn
                           add br-sum(kol) to st-sum(kol)
                       end-perform
                       move spaces to tekst
                       string
                           "  " rl-navn(rl-index)
                           delimited by size
                           into tekst
                       end-string
                       perform skriv-beloebslinje
                   end-if
               end-perform
               move subtotal-raekke to beloeb-raekke
               evaluate vis-klasse
                   when "A"
                       move "AKTIVER I ALT" to tekst
                   when "P"
                       move "PASSIVER I ALT" to tekst
                   when "E"
                       exit paragraph
                   when "I"
                       move "INDTAEGTER I ALT" to tekst
                   when "U"
                       move "UDGIFTER I ALT" to tekst
               end-evaluate
               perform skriv-beloebslinje
           exit.

      *> Tekst plus beloeb-raekke's kolonner kol-fra - kol-til.
           skriv-beloebslinje.
               move spaces to rapport-line
               move 1 to linje-pos
               string
                   tekst
                   delimited by size
                   into rapport-line
                   with pointer linje-pos
               end-string
               perform varying kol from kol-fra by 1
                   until kol > kol-til
                   move br-sum(kol) to vis-beloeb
                   string
                       "  " vis-beloeb
                       delimited by size
                       into rapport-line
                       with pointer linje-pos
                   end-string
               end-perform
               write rapport-record
           exit.

      *> Konti uden kendt klasse - fra journalen eller fra
      *> kontoplanen - med saldo ultimo og aar til dato, debet
      *> positiv.
           skriv-uklassificerede.
               if uklassificeret-antal = 0
                   exit paragraph
               end-if
               move spaces to rapport-line
               write rapport-record
               move spaces to rapport-line
               string
                   "UKLASSIFICEREDE KONTI (" uklassificeret-antal
                   ") - saldo ultimo og aar til dato, debet positiv"
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               perform varying pl-index from 1 by 1
                   until pl-index > plan-count
                   if not pl-klasse-kendt(pl-index)
                       and (pl-sum(pl-index, 1) not = 0
                           or pl-sum(pl-index, 7) not = 0
                           or pl-i-plan(pl-index) = "J")
                       perform skriv-uklassificeret-konto
                   end-if
               end-perform
           exit.

           skriv-uklassificeret-konto.
               move spaces to rapport-line
               move 1 to linje-pos
               string
                   "  " pl-gl-konto(pl-index) " "
                   delimited by size
                   into rapport-line
                   with pointer linje-pos
               end-string
               if pl-i-plan(pl-index) = "J"
                   string
                       "klasse [" pl-klasse(pl-index) "]      "
                       delimited by size
                       into rapport-line
                       with pointer linje-pos
                   end-string
               else
                   string
                       "ikke i kontoplan"
                       delimited by size
                       into rapport-line
                       with pointer linje-pos
                   end-string
               end-if
               move pl-sum(pl-index, 1) to vis-beloeb
               string
                   "  " vis-beloeb
                   delimited by size
                   into rapport-line
                   with pointer linje-pos
               end-string
               move pl-sum(pl-index, 7) to vis-beloeb
               string
                   "  " vis-beloeb
                   delimited by size
                   into rapport-line
                   with pointer linje-pos
               end-string
               write rapport-record
           exit.
