       identification division.
       program-id. LAANRENTETILPASNING.

      *> Rentetilpasning af variabelt forrentede laan: hver plan
      *> laanoprettelse.cob skriver er regnet med dagens sats for
      *> hele loebetiden, saa naar satsen for et variabelt produkt
      *> aendres i RENTESATS.txt, bliver de resterende ubogfoerte
      *> raekker staaende med den gamle rente og restgaeld. Dette
      *> program slaar hvert laan med en rentesats-type i
      *> LAANVILKAAR.txt (se LAANVILKAAR.cpy) op i RENTESATS.txt, og
      *> er typens gaeldende sats en anden end den planen er regnet
      *> med, genberegnes alle ubogfoerte raekker med forfald fra
      *> satsens gyldig-fra-dato som en ny annuitet over de
      *> resterende terminer - bogfoerte ("P") og indfriede ("I")
      *> raekker roeres ikke. Foer/efter pr. laan skrives til
      *> RENTETILPASNING.txt, og kunden faar et brev med den nye
      *> ydelse (BREVSKABELON, dokumenttype RENTETILPAS) i
      *> RENTETILPASNING-BREVE.txt, logget i KORRLOG.
      *> LAANVILKAAR.txt opdateres til sidst med den nye sats, saa
      *> en genkoersel uden ny satsaendring ikke roerer noget.
      *> RC=4 naar en rentesats-type ikke findes i RENTESATS.txt
      *> eller et brev ikke kunne dannes.

       environment division.
       input-output section.
       file-control.
           select laan-file assign to dynamic laan-file-name
               organization is line sequential
               file status is laan-status.

           select laan-index-file assign to "LAANTPIDX.dat"
               organization is indexed
               access mode is dynamic
               record key is laan-idx-key of laan-idx-record
               file status is laan-idx-status.

           select rente-file assign to dynamic rente-file-name
               organization is line sequential
               file status is rente-status.

           select vilkaar-file assign to dynamic vilkaar-file-name
               organization is line sequential
               file status is vilkaar-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential.

           select kunde-index-file assign to "KUNDEMST.dat"
               organization is indexed
               access mode is dynamic
               record key is customer-id of kunde-idx-record
               file status is kunde-idx-status.

           select rapport-file assign to "RENTETILPASNING.txt"
               organization is line sequential.

           select brev-file assign to "RENTETILPASNING-BREVE.txt"
               organization is line sequential.

       data division.
           file section.
           FD laan-file.
           01 laan-record.
               COPY "LOANSCHD.cpy".

           FD laan-index-file.
           01 laan-idx-record.
               05 laan-idx-key.
                   10 laan-idx-account-id    PIC X(10).
                   10 laan-idx-installment-nr PIC 9(4).
               05 laan-idx-due-date          PIC X(8).
               05 laan-idx-principal         PIC S9(7)V99.
               05 laan-idx-interest          PIC S9(7)V99.
               05 laan-idx-remaining-balance PIC 9(7)V99.
               05 laan-idx-installment-status PIC X(1).

      *> Samme RENTESATS-layout som kontorente.cob - de yderste
      *> felter kan vaere blanke paa aeldre linjer.
           FD rente-file.
           01 rente-record.
               02 rente-type       PIC X(10).
               02 rente-sats       PIC 9(3)V99.
               02 rente-fortegn    PIC X(1).
               02 rente-tier-fra   PIC 9(9)V99.
               02 rente-tier-til   PIC 9(9)V99.
               02 rente-gyldig-fra PIC X(8).

           FD vilkaar-file.
           01 vilkaar-record.
               COPY "LAANVILKAAR.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD kunde-index-file.
           01 kunde-idx-record.
               COPY "kundeopl.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(100).

           FD brev-file.
           01 brev-record.
               02 brev-file-line    PIC X(100).

       working-storage section.
           01 end-of-laan          PIC X value "N".
           01 end-of-rente         PIC X value "N".
           01 end-of-vilkaar       PIC X value "N".
           01 end-of-konto         PIC X value "N".
           01 laan-file-name       PIC X(100) value "LAANSCHD.txt".
           01 laan-status          PIC XX value "00".
           01 laan-idx-status      PIC XX value "00".
           01 rente-file-name      PIC X(100) value "RENTESATS.txt".
           01 rente-status         PIC XX value "00".
           01 vilkaar-file-name    PIC X(100) value "LAANVILKAAR.txt".
           01 vilkaar-status       PIC XX value "00".
           01 konto-file-name      PIC X(100) value "KontoOpl.txt".
           01 kunde-idx-status     PIC XX value "00".
           01 kunde-aaben          PIC X value "N".
           01 konto-header-missing PIC X value "N".
           01 koersel-dato         PIC X(8).
           01 koersel-dato-heltal  PIC S9(9).
           01 dato-numerisk        PIC 9(8).

      *> Rentesatserne - samme tabel som kontorente.cob's, med
      *> gyldig-fra baade som heltalsdag (til sammenligning) og som
      *> tekst (til planens nye fra-dato). Tier-felterne bruges ikke:
      *> et laan forrentes med typens sats uanset restgaeld.
           01 rate-count           PIC 9(3) value 0.
           01 rate-max             PIC 9(3) value 50.
           01 rate-table.
               02 rate-entry occurs 50 times.
                   03 rt-type       PIC X(10).
                   03 rt-sats       PIC 9(3)V99.
                   03 rt-gyldig-fra PIC S9(9).
                   03 rt-gyldig-tekst PIC X(8).
           01 rt-index             PIC 9(3).
           01 bedste-fra           PIC S9(9).
           01 bedste-index         PIC 9(3).

      *> Et element pr. laan i LAANVILKAAR.txt. Hele registeret
      *> holdes i tabellen, da det skrives tilbage til sidst - er
      *> tabellen for lille, afbrydes koerslen foer noget roeres.
           01 vilkaar-count        PIC 9(3) value 0.
           01 vilkaar-max          PIC 9(3) value 500.
           01 vilkaar-table.
               02 vilkaar-entry occurs 500 times.
                   03 vt-konto-id    PIC X(10).
                   03 vt-rente-type  PIC X(10).
                   03 vt-sats        PIC 9(3)V99.
                   03 vt-sats-dato   PIC X(8).
                   03 vt-ny-sats     PIC 9(3)V99.
                   03 vt-ny-dato     PIC X(8).
                   03 vt-tilpas      PIC X(1).
                   03 vt-foerste-nr  PIC 9(4).
                   03 vt-antal       PIC 9(4).
                   03 vt-behandlet   PIC 9(4).
                   03 vt-restgaeld   PIC 9(7)V99.
                   03 vt-loebende-rest PIC 9(7)V99.
                   03 vt-gl-ydelse   PIC 9(7)V99.
                   03 vt-ny-ydelse   PIC 9(7)V99.
                   03 vt-gl-rente    PIC 9(9)V99.
                   03 vt-ny-rente    PIC 9(9)V99.
                   03 vt-kunde-id    PIC X(10).
           01 vt-index             PIC 9(3).
           01 vt-match             PIC 9(3).

           01 tilpas-antal         PIC 9(5) value 0.
           01 raekke-antal         PIC 9(7) value 0.
           01 manglende-sats-antal PIC 9(5) value 0.
           01 brev-antal           PIC 9(5) value 0.
           01 brev-fejl-antal      PIC 9(5) value 0.

      *> Annuitetsberegningen - samme fremgangsmaade og
      *> praecision som laanoprettelse.cob's beregn-ydelse.
           01 maanedsrente         PIC 9V9(8).
           01 faktor               PIC 9(5)V9(8) value 1.
           01 faktor-index         PIC 9(4).
           01 ydelse-naevner       PIC 9(5)V9(8).
           01 ydelse-taeller       PIC 9(9)V9(6).
           01 termin-rente         PIC 9(7)V99.
           01 termin-afdrag        PIC 9(7)V99.

      *> Korrespondancelog-felter (KORRLOG) - hvert brev logges.
           01 korr-program     PIC X(20) value "LAANRENTETILPASNING".
           01 korr-dok-type    PIC X(12) value "RENTETILPAS".
           01 korr-kanal       PIC X(10) value "BREV".

      *> Brevteksten fra den faelles skabelonfil (dokumenttype
      *> RENTETILPAS) paa kundens sprog, med &BELOEB = den nye
      *> ydelse og &DATO = datoen den gaelder fra. Findes ingen
      *> skabelon, skrives de faste linjer i skriv-brev.
           01 brev-dok-type    PIC X(12) value "RENTETILPAS".
           01 brev-sprog       PIC X(2).
           01 brev-navn        PIC X(40).
           01 brev-beloeb      PIC X(15).
           01 brev-beloeb-edit PIC Z(6)9.99.
           01 brev-dato        PIC X(10).
           01 brev-linjer.
               02 brev-linje occurs 10 times PIC X(80).
           01 brev-linje-antal PIC 9(2).
           01 brev-linje-idx   PIC 9(2).
           01 skabelon-ok      PIC X value "N".

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "LAANRENTETILPASNING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept laan-file-name from environment "LAANSCHDFIL_NAVN"
               on exception
                   move "LAANSCHD.txt" to laan-file-name
           end-accept
           accept rente-file-name from environment "RENTESATSFIL_NAVN"
               on exception
                   move "RENTESATS.txt" to rente-file-name
           end-accept
           accept vilkaar-file-name
               from environment "LAANVILKAARFIL_NAVN"
               on exception
                   move "LAANVILKAAR.txt" to vilkaar-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           move koersel-dato to dato-numerisk
           compute koersel-dato-heltal =
               function integer-of-date(dato-numerisk)

           perform load-rate-table
           perform load-vilkaar
           perform vurder-satsaendringer

           open output rapport-file
           open output brev-file
           move spaces to rapport-line
           string
               "*---- Rentetilpasning af laan pr. " koersel-dato
               " ----*"
               into rapport-line
           end-string
           write rapport-record

           if tilpas-antal > 0
               perform build-laan-index
               perform maal-planer
               perform beregn-nye-ydelser
               perform tilpas-planer
               perform rewrite-laan-file
               perform find-laanekunder
               perform skriv-resultater
               perform rewrite-vilkaar-file
           end-if

           move spaces to rapport-line
           string
               "Laan tilpasset: " function trim(tilpas-antal)
               ", raekker genberegnet: " function trim(raekke-antal)
               ", breve: " function trim(brev-antal)
               into rapport-line
           end-string
           write rapport-record
           close brev-file
           close rapport-file

           display "LAANRENTETILPASNING: " tilpas-antal
               " laan tilpasset, " raekke-antal
               " raekker genberegnet"

           if manglende-sats-antal > 0 or brev-fejl-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

      *> Rentesatserne ind i tabellen - en manglende fil kan ikke
      *> give nogen tilpasning, og koerslen stopper med RC=8 frem
      *> for at tro at alle satser er uaendrede.
           load-rate-table.
               open input rente-file
               if rente-status not = "00" and rente-status not = "05"
                   display "LAANRENTETILPASNING: "
                       function trim(rente-file-name)
                       " kan ikke aabnes"
                   move 8 to return-code
                   stop run
               end-if
               perform until end-of-rente = "Y"
                   read rente-file into rente-record
               at end
                   move "Y" to end-of-rente
               not at end
                   if rate-count >= rate-max
                       display "LAANRENTETILPASNING: satstabel fuld"
                           " - " rente-type " sprunget over"
                   else
                       add 1 to rate-count
                       move rente-type to rt-type(rate-count)
                       move rente-sats to rt-sats(rate-count)
                       if rente-gyldig-fra is numeric
                           move rente-gyldig-fra to dato-numerisk
                           compute rt-gyldig-fra(rate-count) =
                               function integer-of-date(dato-numerisk)
                           move rente-gyldig-fra
                               to rt-gyldig-tekst(rate-count)
                       else
                           move 0 to rt-gyldig-fra(rate-count)
                           move spaces to rt-gyldig-tekst(rate-count)
                       end-if
                   end-if
               end-read
               end-perform
               close rente-file
           exit.

      *> Hele vilkaarsregisteret ind - en manglende fil betyder at
      *> ingen laan endnu har registrerede vilkaar.
           load-vilkaar.
               open input vilkaar-file
               if vilkaar-status not = "00"
                   and vilkaar-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-vilkaar = "Y"
                   read vilkaar-file into vilkaar-record
               at end
                   move "Y" to end-of-vilkaar
               not at end
                   if vilkaar-count >= vilkaar-max
                       display "LAANRENTETILPASNING: vilkaarstabel"
                           " fuld - koersel afbrudt"
                       close vilkaar-file
                       move 8 to return-code
                       stop run
                   end-if
                   add 1 to vilkaar-count
                   initialize vilkaar-entry(vilkaar-count)
                   move lv-laan-konto-id
                       to vt-konto-id(vilkaar-count)
                   move lv-rente-type to vt-rente-type(vilkaar-count)
                   move lv-aarlig-sats to vt-sats(vilkaar-count)
                   move lv-sats-dato to vt-sats-dato(vilkaar-count)
                   move "N" to vt-tilpas(vilkaar-count)
               end-read
               end-perform
               close vilkaar-file
           exit.

      *> For hvert variabelt laan: typens sats med den seneste
      *> gyldig-fra til og med koerselsdatoen. Er den en anden end
      *> planens, tilpasses laanet fra den gyldig-fra-dato (eller
      *> koerselsdatoen, hvis satslinjen ikke har nogen dato).
           vurder-satsaendringer.
               perform varying vt-index from 1 by 1
                   until vt-index > vilkaar-count
                   if vt-rente-type(vt-index) not = spaces
                       perform find-gaeldende-sats
                       if bedste-index = 0
                           add 1 to manglende-sats-antal
                           display "LAANRENTETILPASNING: ingen sats"
                               " for type "
                               function trim(vt-rente-type(vt-index))
                               " - laan " vt-konto-id(vt-index)
                               " ikke vurderet"
                       else
                           if rt-sats(bedste-index)
                               not = vt-sats(vt-index)
                               move "J" to vt-tilpas(vt-index)
                               move rt-sats(bedste-index)
                                   to vt-ny-sats(vt-index)
                               if rt-gyldig-tekst(bedste-index)
                                   = spaces
                                   move koersel-dato
                                       to vt-ny-dato(vt-index)
                               else
                                   move rt-gyldig-tekst(bedste-index)
                                       to vt-ny-dato(vt-index)
                               end-if
                               add 1 to tilpas-antal
                           end-if
                       end-if
                   end-if
               end-perform
           exit.

           find-gaeldende-sats.
               move 0 to bedste-index
               move -999999999 to bedste-fra
               perform varying rt-index from 1 by 1
                   until rt-index > rate-count
                   if rt-type(rt-index) = vt-rente-type(vt-index)
                       and rt-gyldig-fra(rt-index)
                           <= koersel-dato-heltal
                       and rt-gyldig-fra(rt-index) > bedste-fra
                       move rt-gyldig-fra(rt-index) to bedste-fra
                       move rt-index to bedste-index
                   end-if
               end-perform
           exit.

      *> Det indekserede arbejdseksemplar af planerne - samme
      *> teknik som afdragsservice.cob's build-laan-index.
           build-laan-index.
               open input laan-file
               open output laan-index-file
               if laan-status not = "00" and laan-status not = "05"
                   close laan-index-file
                   exit paragraph
               end-if
               move "N" to end-of-laan
               perform until end-of-laan = "Y"
                   read laan-file into laan-record
               at end
                   move "Y" to end-of-laan
               not at end
                   move loan-account-id to laan-idx-account-id
                   move installment-number to laan-idx-installment-nr
                   move due-date to laan-idx-due-date
                   move principal-amount to laan-idx-principal
                   move interest-amount to laan-idx-interest
                   move remaining-balance to laan-idx-remaining-balance
                   move installment-status
                       to laan-idx-installment-status
                   write laan-idx-record
                   invalid key
                       display "Dublet afdrag sprunget over: "
                           loan-account-id " afdrag "
                           installment-number
                   end-write
               end-read
               end-perform
               close laan-file
               close laan-index-file
           exit.

      *> Foerste gennemloeb: for hvert laan der skal tilpasses
      *> findes den foerste ubogfoerte raekke med forfald fra den
      *> nye sats' dato, restgaelden foer den (raekkens restgaeld
      *> plus dens afdrag), antal resterende terminer og den gamle
      *> ydelse og restrente til foer/efter-rapporten.
           maal-planer.
               open input laan-index-file
               move "N" to end-of-laan
               perform until end-of-laan = "Y"
                   read laan-index-file next record
               at end
                   move "Y" to end-of-laan
               not at end
                   perform maal-raekke
               end-read
               end-perform
               close laan-index-file
           exit.

           maal-raekke.
               perform find-vilkaar
               if vt-match = 0
                   exit paragraph
               end-if
               if vt-tilpas(vt-match) not = "J"
                   or laan-idx-installment-status not = space
                   or laan-idx-due-date < vt-ny-dato(vt-match)
                   exit paragraph
               end-if
               if vt-foerste-nr(vt-match) = 0
                   move laan-idx-installment-nr
                       to vt-foerste-nr(vt-match)
                   compute vt-restgaeld(vt-match) =
                       laan-idx-remaining-balance + laan-idx-principal
                   compute vt-gl-ydelse(vt-match) =
                       laan-idx-principal + laan-idx-interest
               end-if
               add 1 to vt-antal(vt-match)
               add laan-idx-interest to vt-gl-rente(vt-match)
           exit.

           find-vilkaar.
               move 0 to vt-match
               perform varying vt-index from 1 by 1
                   until vt-index > vilkaar-count
                   if vt-konto-id(vt-index) = laan-idx-account-id
                       move vt-index to vt-match
                   end-if
               end-perform
           exit.

      *> Ny annuitetsydelse pr. laan over de resterende terminer:
      *> H*r*(1+r)^n / ((1+r)^n - 1), rentefrit deles ligeligt.
           beregn-nye-ydelser.
               perform varying vt-index from 1 by 1
                   until vt-index > vilkaar-count
                   if vt-tilpas(vt-index) = "J"
                       and vt-antal(vt-index) > 0
                       compute maanedsrente rounded =
                           vt-ny-sats(vt-index) / 1200
                       if maanedsrente = 0
                           compute vt-ny-ydelse(vt-index) rounded =
                               vt-restgaeld(vt-index)
                               / vt-antal(vt-index)
                       else
                           move 1 to faktor
                           perform varying faktor-index from 1 by 1
                               until faktor-index > vt-antal(vt-index)
                               compute faktor rounded =
                                   faktor * (1 + maanedsrente)
                           end-perform
                           compute ydelse-taeller rounded =
                               vt-restgaeld(vt-index)
                               * maanedsrente * faktor
                           compute ydelse-naevner = faktor - 1
                           compute vt-ny-ydelse(vt-index) rounded =
                               ydelse-taeller / ydelse-naevner
                       end-if
                       move vt-restgaeld(vt-index)
                           to vt-loebende-rest(vt-index)
                   end-if
               end-perform
           exit.

      *> Andet gennemloeb: de maalte raekker genberegnes termin for
      *> termin med den nye sats - sidste termin rydder restgaelden
      *> praecis, som i laanoprettelse.cob's skriv-plan.
           tilpas-planer.
               open i-o laan-index-file
               move "N" to end-of-laan
               perform until end-of-laan = "Y"
                   read laan-index-file next record
               at end
                   move "Y" to end-of-laan
               not at end
                   perform tilpas-raekke
               end-read
               end-perform
               close laan-index-file
           exit.

           tilpas-raekke.
               perform find-vilkaar
               if vt-match = 0
                   exit paragraph
               end-if
               if vt-tilpas(vt-match) not = "J"
                   or vt-foerste-nr(vt-match) = 0
                   or laan-idx-installment-nr < vt-foerste-nr(vt-match)
                   or laan-idx-installment-status not = space
                   exit paragraph
               end-if
               compute maanedsrente rounded =
                   vt-ny-sats(vt-match) / 1200
               add 1 to vt-behandlet(vt-match)
               compute termin-rente rounded =
                   vt-loebende-rest(vt-match) * maanedsrente
               if vt-behandlet(vt-match) >= vt-antal(vt-match)
                   move vt-loebende-rest(vt-match) to termin-afdrag
               else
                   if vt-ny-ydelse(vt-match) > termin-rente
                       compute termin-afdrag =
                           vt-ny-ydelse(vt-match) - termin-rente
                   else
                       move 0 to termin-afdrag
                   end-if
                   if termin-afdrag > vt-loebende-rest(vt-match)
                       move vt-loebende-rest(vt-match)
                           to termin-afdrag
                   end-if
               end-if
               subtract termin-afdrag from vt-loebende-rest(vt-match)
               move termin-afdrag to laan-idx-principal
               move termin-rente to laan-idx-interest
               move vt-loebende-rest(vt-match)
                   to laan-idx-remaining-balance
               rewrite laan-idx-record
               add termin-rente to vt-ny-rente(vt-match)
               add 1 to raekke-antal
           exit.

      *> Skriver arbejdseksemplaret tilbage til LAANSCHD.txt i
      *> noegle-raekkefoelge, som afdragsservice.cob goer.
           rewrite-laan-file.
               open input laan-index-file
               open output laan-file
               move "N" to end-of-laan
               perform until end-of-laan = "Y"
                   read laan-index-file next record
               at end
                   move "Y" to end-of-laan
               not at end
                   move laan-idx-account-id to loan-account-id
                   move laan-idx-installment-nr to installment-number
                   move laan-idx-due-date to due-date
                   move laan-idx-principal to principal-amount
                   move laan-idx-interest to interest-amount
                   move laan-idx-remaining-balance to remaining-balance
                   move laan-idx-installment-status
                       to installment-status
                   write laan-record
               end-read
               end-perform
               close laan-index-file
               close laan-file
           exit.

      *> Kunden bag hvert tilpasset laan slaas op i KontoOpl.txt -
      *> headeren springes tolerant over, som velkomstpakke.cob's
      *> kontooversigt goer.
           find-laanekunder.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               move "N" to end-of-konto
               move "N" to konto-header-missing
               read konto-file into konto-header-record
               at end
                   move "Y" to end-of-konto
               not at end
                   if kohdr-marker not = "KHDR"
                       move "Y" to konto-header-missing
                   end-if
               end-read
               if end-of-konto = "N"
                   and konto-header-missing = "Y"
                   perform noter-laanekunde
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform noter-laanekunde
               end-read
               end-perform
               close konto-file
           exit.

           noter-laanekunde.
               perform varying vt-index from 1 by 1
                   until vt-index > vilkaar-count
                   if vt-konto-id(vt-index) = account-id in konto-info
                       move customer-id in konto-info
                           to vt-kunde-id(vt-index)
                   end-if
               end-perform
           exit.

      *> Foer/efter-linjerne og et brev pr. tilpasset laan. Et laan
      *> uden ubogfoerte raekker fra den nye dato faar kun satsen
      *> opdateret - der er ingen ydelse at fortaelle kunden om.
           skriv-resultater.
               open input kunde-index-file
               if kunde-idx-status = "00"
                   move "Y" to kunde-aaben
               end-if
               perform varying vt-index from 1 by 1
                   until vt-index > vilkaar-count
                   if vt-tilpas(vt-index) = "J"
                       perform skriv-foer-efter
                       if vt-antal(vt-index) > 0
                           perform skriv-brev
                       end-if
                   end-if
               end-perform
               if kunde-aaben = "Y"
                   close kunde-index-file
               end-if
           exit.

           skriv-foer-efter.
               move spaces to rapport-line
               string
                   "Laan " vt-konto-id(vt-index)
                   " type " vt-rente-type(vt-index)
                   " sats " vt-sats(vt-index)
                   " -> " vt-ny-sats(vt-index)
                   " fra " vt-ny-dato(vt-index)
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               if vt-antal(vt-index) = 0
                   string
                       "  ingen ubogfoerte afdrag fra "
                       vt-ny-dato(vt-index)
                       " - kun satsen opdateret"
                       into rapport-line
                   end-string
               else
                   string
                       "  " function trim(vt-antal(vt-index))
                       " terminer fra nr. "
                       function trim(vt-foerste-nr(vt-index))
                       ", restgaeld " vt-restgaeld(vt-index)
                       into rapport-line
                   end-string
                   write rapport-record
                   move spaces to rapport-line
                   string
                       "  ydelse foer " vt-gl-ydelse(vt-index)
                       " efter " vt-ny-ydelse(vt-index)
                       into rapport-line
                   end-string
                   write rapport-record
                   move spaces to rapport-line
                   string
                       "  restrente foer " vt-gl-rente(vt-index)
                       " efter " vt-ny-rente(vt-index)
                       into rapport-line
                   end-string
               end-if
               write rapport-record
           exit.

      *> Brevet til kunden: navn og sprog fra kundemasteren, den
      *> nye ydelse og datoen som DD-MM-AAAA. Kan kunden ikke slaas
      *> op, skrives der i stedet en undtagelseslinje i rapporten.
           skriv-brev.
               if kunde-aaben = "N"
                   perform noter-brev-fejl
                   exit paragraph
               end-if
               move vt-kunde-id(vt-index)
                   to customer-id in kunde-idx-record
               read kunde-index-file
               invalid key
                   perform noter-brev-fejl
               not invalid key
                   perform dan-brev
               end-read
           exit.

           noter-brev-fejl.
               add 1 to brev-fejl-antal
               move spaces to rapport-line
               string
                   "  INTET BREV - kunde ["
                   vt-kunde-id(vt-index)
                   "] ikke fundet i kundemasteren"
                   into rapport-line
               end-string
               write rapport-record
           exit.

           dan-brev.
               add 1 to brev-antal
               move lande-kode in kunde-idx-record to brev-sprog
               move spaces to brev-navn
               if customer-type in kunde-idx-record = "C"
                   move company-name in kunde-idx-record(1:40)
                       to brev-navn
               else
                   call "NAVNEFORMAT" using
                       first-name in kunde-idx-record
                       last-name in kunde-idx-record
                       brev-navn
                   end-call
               end-if
               move vt-ny-ydelse(vt-index) to brev-beloeb-edit
               move spaces to brev-beloeb
               move function trim(brev-beloeb-edit) to brev-beloeb
               move spaces to brev-dato
               string
                   vt-ny-dato(vt-index)(7:2) "-"
                   vt-ny-dato(vt-index)(5:2) "-"
                   vt-ny-dato(vt-index)(1:4)
                   into brev-dato
               end-string

               move spaces to brev-file-line
               string
                   "=== RENTETILPASNING - laan "
                   function trim(vt-konto-id(vt-index)) " ==="
                   into brev-file-line
               end-string
               write brev-record
               move spaces to brev-file-line
               move brev-navn to brev-file-line
               write brev-record

               move "N" to skabelon-ok
               call "BREVSKABELON" using brev-dok-type brev-sprog
                   brev-navn brev-beloeb brev-dato
                   brev-linjer brev-linje-antal skabelon-ok
               end-call
               if skabelon-ok = "Y"
                   perform varying brev-linje-idx from 1 by 1
                       until brev-linje-idx > brev-linje-antal
                       move spaces to brev-file-line
                       move brev-linje(brev-linje-idx)
                           to brev-file-line
                       write brev-record
                   end-perform
               else
                   move spaces to brev-file-line
                   string
                       "Renten paa dit laan er aendret til "
                       vt-ny-sats(vt-index) " % p.a. fra "
                       function trim(brev-dato) "."
                       into brev-file-line
                   end-string
                   write brev-record
                   move spaces to brev-file-line
                   string
                       "Din nye maanedlige ydelse er "
                       function trim(brev-beloeb) " kr."
                       into brev-file-line
                   end-string
                   write brev-record
               end-if
               move spaces to brev-file-line
               write brev-record

               call "KORRLOG" using korr-program
                   vt-kunde-id(vt-index) korr-dok-type korr-kanal
               end-call
           exit.

      *> Registeret skrives tilbage med den nye sats og dens
      *> fra-dato paa de tilpassede laan - det er det, der goer en
      *> genkoersel ufarlig.
           rewrite-vilkaar-file.
               open output vilkaar-file
               perform varying vt-index from 1 by 1
                   until vt-index > vilkaar-count
                   move vt-konto-id(vt-index) to lv-laan-konto-id
                   move vt-rente-type(vt-index) to lv-rente-type
                   if vt-tilpas(vt-index) = "J"
                       move vt-ny-sats(vt-index) to lv-aarlig-sats
                       move vt-ny-dato(vt-index) to lv-sats-dato
                   else
                       move vt-sats(vt-index) to lv-aarlig-sats
                       move vt-sats-dato(vt-index) to lv-sats-dato
                   end-if
                   write vilkaar-record
               end-perform
               close vilkaar-file
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
                   display "LAANRENTETILPASNING: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
