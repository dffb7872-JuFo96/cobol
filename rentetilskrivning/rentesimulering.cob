       identification division.
       program-id. RENTESIMULERING.

      *> Konsekvensberegning af en foreslaaet rentesatsfil: naar
      *> treasury foreslaar nye satser, kunne ingen sige hvad de
      *> koster eller indbringer foer efter den foerste
      *> rentetilskrivning. Programmet koerer kontorente.cob's
      *> satslogik (tier, gyldig-fra, DEBET-satsen for overtrukne
      *> konti og individuelle renteaftaler via RENTEAFTALEOPSLAG)
      *> mod den aktuelle KontoOpl.txt to gange - een gang med de
      *> gaeldende satser (RENTESATS.txt) og een gang med kandidat-
      *> filen RENTESATS-KANDIDAT.txt (RENTESATSKANDIDAT_NAVN, samme
      *> layout) - over et helt aar fra SIMULERING_FRA (uaendret
      *> koerselsdatoen) med dagens saldi. En positiv tilskrivning
      *> er en renteudgift for banken, en negativ (debetrente,
      *> negativ indlaansrente) en renteindtaegt; begge omregnes til
      *> DKK via VALUTAKURS. RENTESIMULERING.txt viser aarsudgift og
      *> -indtaegt foer og efter samt aendringen pr. account-type og
      *> filial (branch-code), og pr. account-type hvor mange kunder
      *> der faar en aendret rente - grundlaget for arbejdet med
      *> varslingsbreve. Programmet skriver INTET til KONTORENTE.txt,
      *> RENTEHISTORIK.txt, GL-JOURNAL.txt eller TRANS-POST.txt -
      *> rapporten er dets eneste output. En konto i en valuta uden
      *> kurs holdes ude af summerne og taelles; RC=4 i saa fald.

       environment division.
       input-output section.
       file-control.
           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select rente-file assign to dynamic rente-file-name
               organization is line sequential
               file status is rente-status.

           select rapport-file assign to "RENTESIMULERING.txt"
               organization is line sequential.

       data division.
           file section.
           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

      *> Samme layout som kontorente.cob's rente-file - baade for
      *> den gaeldende fil og kandidatfilen.
           FD rente-file.
           01 rente-record.
               02 rente-type       PIC X(10).
               02 rente-sats       PIC 9(3)V99.
               02 rente-fortegn    PIC X(1).
               02 rente-tier-fra   PIC 9(9)V99.
               02 rente-tier-til   PIC 9(9)V99.
               02 rente-gyldig-fra PIC X(8).

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(132).

       working-storage section.
           01 end-of-konto     PIC X value "N".
           01 end-of-rente     PIC X value "N".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 rente-file-name  PIC X(100) value "RENTESATS.txt".
           01 aktuel-file-name PIC X(100) value "RENTESATS.txt".
           01 kandidat-file-name PIC X(100)
               value "RENTESATS-KANDIDAT.txt".
           01 rente-status     PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).
           01 simulering-fra   PIC X(8).
           01 dato-numerisk    PIC 9(8).
           01 periode-fra-heltal PIC S9(9).
           01 periode-til-heltal PIC S9(9).

      *> Begge satsfiler i een tabel - rt-tabel "A" er de gaeldende
      *> satser, "K" kandidatens. indlaes-tabel angiver hvilken fil
      *> der laeses.
           01 indlaes-tabel    PIC X(1).
           01 rate-count       PIC 9(3) value 0.
           01 rate-max         PIC 9(3) value 100.
           01 rate-table.
               02 rate-entry occurs 100 times.
                   03 rt-tabel      PIC X(1).
                   03 rt-type       PIC X(10).
                   03 rt-sats       PIC S9(3)V99.
                   03 rt-tier-fra   PIC 9(9)V99.
                   03 rt-tier-til   PIC 9(9)V99.
                   03 rt-gyldig-fra PIC S9(9).
           01 rt-index         PIC 9(3).

      *> Segment-loekken - samme opbygning som kontorente.cob's
      *> beregn-periode-tilskrivning, for den tabel opslag-tabel
      *> peger paa.
           01 opslag-tabel     PIC X(1).
           01 opslag-type      PIC X(10).
           01 opslag-saldo     PIC 9(9)V99.
           01 seg-start        PIC S9(9).
           01 seg-slut         PIC S9(9).
           01 seg-dage         PIC S9(5).
           01 seg-sats         PIC S9(3)V99.
           01 seg-bedste-fra   PIC S9(9).
           01 seg-naeste       PIC S9(9).
           01 seg-accrual      PIC S9(9)V99.
           01 aars-rente       PIC S9(9)V99.
           01 aktuel-rente     PIC S9(9)V99.
           01 kandidat-rente   PIC S9(9)V99.

           01 aftale-art       PIC X(1).
           01 aftale-dato      PIC X(8).
           01 aftale-fundet    PIC X(1).
           01 aftale-sats      PIC S9(3)V99.
           01 aftale-skifte    PIC X(8).
           01 aftale-skifte-heltal PIC S9(9).

           01 konto-kurs       PIC 9(3)V9999.
           01 kurs-ok          PIC X value "N".

      *> Summer pr. account-type og filial.
           01 gruppe-count     PIC 9(4) value 0.
           01 gruppe-max       PIC 9(4) value 500.
           01 gruppe-tabel.
               02 gruppe-entry occurs 500 times.
                   03 gr-type          PIC X(10).
                   03 gr-branch        PIC X(3).
                   03 gr-udgift-akt    PIC S9(11)V99.
                   03 gr-udgift-kand   PIC S9(11)V99.
                   03 gr-indt-akt      PIC S9(11)V99.
                   03 gr-indt-kand     PIC S9(11)V99.
           01 gr-index         PIC 9(4).
           01 gr-match         PIC 9(4).

      *> Summer og beroerte kunder pr. account-type.
           01 produkt-count    PIC 9(3) value 0.
           01 produkt-max      PIC 9(3) value 100.
           01 produkt-tabel.
               02 produkt-entry occurs 100 times.
                   03 pr-type          PIC X(10).
                   03 pr-udgift-akt    PIC S9(11)V99.
                   03 pr-udgift-kand   PIC S9(11)V99.
                   03 pr-indt-akt      PIC S9(11)V99.
                   03 pr-indt-kand     PIC S9(11)V99.
                   03 pr-konti         PIC 9(7).
                   03 pr-kunder        PIC 9(7).
           01 pr-index         PIC 9(3).
           01 pr-match         PIC 9(3).

      *> Kunde/produkt-par med aendret rente - en kunde med flere
      *> konti af samme type taelles een gang.
           01 par-count        PIC 9(5) value 0.
           01 par-max          PIC 9(5) value 20000.
           01 par-tabel.
               02 par-entry occurs 20000 times.
                   03 pa-type          PIC X(10).
                   03 pa-kunde-id      PIC X(10).
           01 pa-index         PIC 9(5).

           01 udgift-akt       PIC S9(11)V99.
           01 udgift-kand      PIC S9(11)V99.
           01 indt-akt         PIC S9(11)V99.
           01 indt-kand        PIC S9(11)V99.
           01 total-udgift-akt PIC S9(11)V99 value 0.
           01 total-udgift-kand PIC S9(11)V99 value 0.
           01 total-indt-akt   PIC S9(11)V99 value 0.
           01 total-indt-kand  PIC S9(11)V99 value 0.
           01 aendring         PIC S9(11)V99.

           01 vist-beloeb-1    PIC -(10)9.99.
           01 vist-beloeb-2    PIC -(10)9.99.
           01 vist-beloeb-3    PIC -(10)9.99.
           01 linje-pos        PIC 9(3).
           01 antal-konti      PIC 9(7) value 0.
           01 antal-uden-kurs  PIC 9(7) value 0.
           01 antal-aendret    PIC 9(7) value 0.

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept aktuel-file-name
               from environment "RENTESATSFIL_NAVN"
               on exception
                   move "RENTESATS.txt" to aktuel-file-name
           end-accept
           accept kandidat-file-name
               from environment "RENTESATSKANDIDAT_NAVN"
               on exception
                   move "RENTESATS-KANDIDAT.txt"
                       to kandidat-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           accept simulering-fra from environment "SIMULERING_FRA"
               on exception
                   move spaces to simulering-fra
           end-accept
           if simulering-fra = spaces
               or simulering-fra not numeric
               move koersel-dato to simulering-fra
           end-if
           move simulering-fra to dato-numerisk
           compute periode-fra-heltal =
               function integer-of-date(dato-numerisk)
           compute periode-til-heltal = periode-fra-heltal + 365

           move aktuel-file-name to rente-file-name
           move "A" to indlaes-tabel
           perform load-rate-table
           move kandidat-file-name to rente-file-name
           move "K" to indlaes-tabel
           perform load-rate-table

           open input konto-file
           if konto-fil-status not = "00"
               and konto-fil-status not = "05"
               display "RENTESIMULERING: "
                   function trim(konto-file-name)
                   " kan ikke aabnes - status " konto-fil-status
               move 8 to return-code
               stop run
           end-if
           perform verificer-konto-header
           if konto-header-missing = "Y"
               perform simuler-konto
           end-if
           perform until end-of-konto = "Y"
               read konto-file into konto-info
           at end
               move "Y" to end-of-konto
           not at end
               perform simuler-konto
           end-read
           end-perform
           close konto-file

           perform skriv-rapport

           display "RENTESIMULERING: " antal-konti " konti simuleret, "
               antal-aendret " med aendret rente, "
               antal-uden-kurs " uden kurs"
           if antal-uden-kurs > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> Begge filer skal findes - en simulering mod en manglende
      *> fil ville vise hele renten som aendring.
           load-rate-table.
               open input rente-file
               if rente-status not = "00" and rente-status not = "05"
                   display "RENTESIMULERING: "
                       function trim(rente-file-name)
                       " findes ikke - simulering afvist"
                   move 8 to return-code
                   stop run
               end-if
               move "N" to end-of-rente
               perform until end-of-rente = "Y"
                   read rente-file into rente-record
               at end
                   move "Y" to end-of-rente
               not at end
                   if rate-count >= rate-max
                       display "RENTESIMULERING: satstabel fuld - "
                           function trim(rente-file-name)
                           " ikke fuldt indlaest - simulering afvist"
                       close rente-file
                       move 8 to return-code
                       stop run
                   end-if
                   add 1 to rate-count
                   move indlaes-tabel to rt-tabel(rate-count)
                   move rente-type to rt-type(rate-count)
                   move rente-sats to rt-sats(rate-count)
                   if rente-fortegn = "-"
                       compute rt-sats(rate-count) = 0 - rente-sats
                   end-if
                   if rente-tier-fra is numeric
                       move rente-tier-fra to rt-tier-fra(rate-count)
                   else
                       move 0 to rt-tier-fra(rate-count)
                   end-if
                   if rente-tier-til is numeric
                       move rente-tier-til to rt-tier-til(rate-count)
                   else
                       move 0 to rt-tier-til(rate-count)
                   end-if
                   if rente-gyldig-fra is numeric
                       move rente-gyldig-fra to dato-numerisk
                       compute rt-gyldig-fra(rate-count) =
                           function integer-of-date(dato-numerisk)
                   else
                       move 0 to rt-gyldig-fra(rate-count)
                   end-if
               end-read
               end-perform
               close rente-file
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
                   display "RENTESIMULERING: ukendt layout-version i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Lukkede konti tilskrives ikke og indgaar ikke.
           simuler-konto.
               if konto-lukket in konto-info
                   exit paragraph
               end-if
               add 1 to antal-konti
               if balance in konto-info < 0
                   move "DEBET" to opslag-type
                   compute opslag-saldo = 0 - balance in konto-info
                   move "D" to aftale-art
               else
                   move account-type in konto-info to opslag-type
                   move balance in konto-info to opslag-saldo
                   move "K" to aftale-art
               end-if

               move "A" to opslag-tabel
               perform beregn-aarsrente
               move aars-rente to aktuel-rente
               move "K" to opslag-tabel
               perform beregn-aarsrente
               move aars-rente to kandidat-rente

      *> Til DKK, saa produkter og filialer kan summeres.
               call "VALUTAKURS" using
                   valuta-id in konto-info konto-kurs kurs-ok
               end-call
               if kurs-ok not = "Y"
                   add 1 to antal-uden-kurs
                   exit paragraph
               end-if
               compute aktuel-rente rounded = aktuel-rente * konto-kurs
               compute kandidat-rente rounded =
                   kandidat-rente * konto-kurs

               move 0 to udgift-akt udgift-kand indt-akt indt-kand
               if aktuel-rente > 0
                   move aktuel-rente to udgift-akt
               else
                   compute indt-akt = 0 - aktuel-rente
               end-if
               if kandidat-rente > 0
                   move kandidat-rente to udgift-kand
               else
                   compute indt-kand = 0 - kandidat-rente
               end-if
               add udgift-akt to total-udgift-akt
               add udgift-kand to total-udgift-kand
               add indt-akt to total-indt-akt
               add indt-kand to total-indt-kand

               perform find-gruppe
               if gr-match > 0
                   add udgift-akt to gr-udgift-akt(gr-match)
                   add udgift-kand to gr-udgift-kand(gr-match)
                   add indt-akt to gr-indt-akt(gr-match)
                   add indt-kand to gr-indt-kand(gr-match)
               end-if
               perform find-produkt
               if pr-match > 0
                   add udgift-akt to pr-udgift-akt(pr-match)
                   add udgift-kand to pr-udgift-kand(pr-match)
                   add indt-akt to pr-indt-akt(pr-match)
                   add indt-kand to pr-indt-kand(pr-match)
                   if kandidat-rente not = aktuel-rente
                       add 1 to antal-aendret
                       add 1 to pr-konti(pr-match)
                       perform registrer-kunde
                   end-if
               end-if
           exit.

      *> Et aar fra simuleringsdatoen, delt i segmenter ved hvert
      *> satsskifte i den valgte tabel og ved hvert skifte i
      *> kontoens renteaftaler - praecis som kontorente.cob.
           beregn-aarsrente.
               move 0 to aars-rente
               move periode-fra-heltal to seg-start
               perform until seg-start >= periode-til-heltal
                   move periode-til-heltal to seg-slut
                   perform find-naeste-satsskifte
                   if seg-naeste > seg-start
                       and seg-naeste < seg-slut
                       move seg-naeste to seg-slut
                   end-if
                   perform find-aftale-paa-dag
                   perform find-sats-paa-dag
                   if aftale-fundet = "Y"
                       move aftale-sats to seg-sats
                   end-if
                   compute seg-dage = seg-slut - seg-start
                   compute seg-accrual rounded =
                       balance in konto-info * seg-sats * seg-dage
                       / 36500
                   add seg-accrual to aars-rente
                   move seg-slut to seg-start
               end-perform
           exit.

           find-naeste-satsskifte.
               move 0 to seg-naeste
               perform varying rt-index from 1 by 1
                   until rt-index > rate-count
                   if rt-tabel(rt-index) = opslag-tabel
                       and rt-type(rt-index) = opslag-type
                       and rt-gyldig-fra(rt-index) > seg-start
                       if seg-naeste = 0
                           or rt-gyldig-fra(rt-index) < seg-naeste
                           move rt-gyldig-fra(rt-index) to seg-naeste
                       end-if
                   end-if
               end-perform
           exit.

           find-sats-paa-dag.
               move 0 to seg-sats
               move -999999999 to seg-bedste-fra
               perform varying rt-index from 1 by 1
                   until rt-index > rate-count
                   if rt-tabel(rt-index) = opslag-tabel
                       and rt-type(rt-index) = opslag-type
                       and rt-gyldig-fra(rt-index) <= seg-start
                       and opslag-saldo >= rt-tier-fra(rt-index)
                       and (rt-tier-til(rt-index) = 0
                           or opslag-saldo
                               < rt-tier-til(rt-index))
                       if rt-gyldig-fra(rt-index) > seg-bedste-fra
                           move rt-gyldig-fra(rt-index)
                               to seg-bedste-fra
                           move rt-sats(rt-index) to seg-sats
                       end-if
                   end-if
               end-perform
           exit.

           find-aftale-paa-dag.
               move function date-of-integer(seg-start)
                   to aftale-dato
               call "RENTEAFTALEOPSLAG" using
                   account-id in konto-info aftale-art aftale-dato
                   aftale-fundet aftale-sats aftale-skifte
               end-call
               if aftale-skifte not = spaces
                   compute aftale-skifte-heltal =
                       function integer-of-date(
                           function numval(aftale-skifte))
                   if aftale-skifte-heltal > seg-start
                       and aftale-skifte-heltal < seg-slut
                       move aftale-skifte-heltal to seg-slut
                   end-if
               end-if
           exit.

           find-gruppe.
               move 0 to gr-match
               perform varying gr-index from 1 by 1
                   until gr-index > gruppe-count
                   or gr-match > 0
                   if gr-type(gr-index) = account-type in konto-info
                       and gr-branch(gr-index)
                           = branch-code in konto-info
                       move gr-index to gr-match
                   end-if
               end-perform
               if gr-match = 0
                   if gruppe-count < gruppe-max
                       add 1 to gruppe-count
                       move account-type in konto-info
                           to gr-type(gruppe-count)
                       move branch-code in konto-info
                           to gr-branch(gruppe-count)
                       move 0 to gr-udgift-akt(gruppe-count)
                           gr-udgift-kand(gruppe-count)
                           gr-indt-akt(gruppe-count)
                           gr-indt-kand(gruppe-count)
                       move gruppe-count to gr-match
                   else
                       display "RENTESIMULERING: gruppetabel fuld - "
                           account-id in konto-info
                           " kun med i totalen"
                   end-if
               end-if
           exit.

           find-produkt.
               move 0 to pr-match
               perform varying pr-index from 1 by 1
                   until pr-index > produkt-count
                   or pr-match > 0
                   if pr-type(pr-index) = account-type in konto-info
                       move pr-index to pr-match
                   end-if
               end-perform
               if pr-match = 0
                   if produkt-count < produkt-max
                       add 1 to produkt-count
                       move account-type in konto-info
                           to pr-type(produkt-count)
                       move 0 to pr-udgift-akt(produkt-count)
                           pr-udgift-kand(produkt-count)
                           pr-indt-akt(produkt-count)
                           pr-indt-kand(produkt-count)
                           pr-konti(produkt-count)
                           pr-kunder(produkt-count)
                       move produkt-count to pr-match
                   else
                       display "RENTESIMULERING: produkttabel fuld - "
                           account-id in konto-info
                           " kun med i totalen"
                   end-if
               end-if
           exit.

           registrer-kunde.
               perform varying pa-index from 1 by 1
                   until pa-index > par-count
                   if pa-type(pa-index) = account-type in konto-info
                       and pa-kunde-id(pa-index)
                           = customer-id in konto-info
                       exit paragraph
                   end-if
               end-perform
               add 1 to pr-kunder(pr-match)
               if par-count < par-max
                   add 1 to par-count
                   move account-type in konto-info
                       to pa-type(par-count)
                   move customer-id in konto-info
                       to pa-kunde-id(par-count)
               end-if
           exit.

           skriv-rapport.
               open output rapport-file
               move spaces to rapport-line
               string
                   "RENTESIMULERING " function trim(kandidat-file-name)
                   " MOD " function trim(aktuel-file-name)
                   " - AARSVIRKNING FRA " simulering-fra
                   " I DKK, SALDI PR. " koersel-dato
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               write rapport-record

               perform varying gr-index from 1 by 1
                   until gr-index > gruppe-count
                   perform skriv-gruppe
               end-perform

               move spaces to rapport-line
               write rapport-record
               perform varying pr-index from 1 by 1
                   until pr-index > produkt-count
                   perform skriv-produkt
               end-perform

               move spaces to rapport-line
               write rapport-record
               move total-udgift-akt to vist-beloeb-1
               move total-udgift-kand to vist-beloeb-2
               compute aendring = total-udgift-kand - total-udgift-akt
               move aendring to vist-beloeb-3
               move spaces to rapport-line
               string
                   "I ALT    udgift " function trim(vist-beloeb-1)
                   " -> " function trim(vist-beloeb-2)
                   " (" function trim(vist-beloeb-3) ")"
                   into rapport-line
               end-string
               write rapport-record
               move total-indt-akt to vist-beloeb-1
               move total-indt-kand to vist-beloeb-2
               compute aendring = total-indt-kand - total-indt-akt
               move aendring to vist-beloeb-3
               move spaces to rapport-line
               string
                   "I ALT    indtaegt " function trim(vist-beloeb-1)
                   " -> " function trim(vist-beloeb-2)
                   " (" function trim(vist-beloeb-3) ")"
                   into rapport-line
               end-string
               write rapport-record
               compute aendring =
                   (total-indt-kand - total-udgift-kand)
                   - (total-indt-akt - total-udgift-akt)
               move aendring to vist-beloeb-3
               move spaces to rapport-line
               string
                   "NETTOVIRKNING paa renteresultatet "
                   function trim(vist-beloeb-3)
                   " - " antal-aendret " konti med aendret rente, "
                   antal-uden-kurs " uden kurs udeladt"
                   into rapport-line
               end-string
               write rapport-record
               close rapport-file
           exit.

           skriv-gruppe.
               move gr-udgift-akt(gr-index) to vist-beloeb-1
               move gr-udgift-kand(gr-index) to vist-beloeb-2
               compute aendring =
                   gr-udgift-kand(gr-index) - gr-udgift-akt(gr-index)
               move aendring to vist-beloeb-3
               move spaces to rapport-line
               move 1 to linje-pos
               string
                   "TYPE " gr-type(gr-index)
                   " FILIAL " gr-branch(gr-index)
                   " udgift " function trim(vist-beloeb-1)
                   " -> " function trim(vist-beloeb-2)
                   " (" function trim(vist-beloeb-3) ")"
                   into rapport-line with pointer linje-pos
               end-string
               move gr-indt-akt(gr-index) to vist-beloeb-1
               move gr-indt-kand(gr-index) to vist-beloeb-2
               compute aendring =
                   gr-indt-kand(gr-index) - gr-indt-akt(gr-index)
               move aendring to vist-beloeb-3
               string
                   " indtaegt " function trim(vist-beloeb-1)
                   " -> " function trim(vist-beloeb-2)
                   " (" function trim(vist-beloeb-3) ")"
                   into rapport-line with pointer linje-pos
               end-string
               write rapport-record
           exit.

           skriv-produkt.
               compute aendring =
                   (pr-udgift-kand(pr-index) - pr-udgift-akt(pr-index))
                   - (pr-indt-kand(pr-index) - pr-indt-akt(pr-index))
               move aendring to vist-beloeb-3
               move spaces to rapport-line
               string
                   "PRODUKT " pr-type(pr-index)
                   " nettoudgift aendres " function trim(vist-beloeb-3)
                   " - " pr-konti(pr-index) " konti, "
                   pr-kunder(pr-index) " kunder beroert"
                   into rapport-line
               end-string
               write rapport-record
           exit.
