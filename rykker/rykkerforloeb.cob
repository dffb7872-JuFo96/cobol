       identification division.
       program-id. RYKKERFORLOEB.

      *> Rykkerforloeb for uautoriseret overtraek og forfaldne
      *> laaneafdrag: kontopostering.cob opkraever et gebyr for et
      *> afvist traek og laanrestancer.cob aldersfordeler missede
      *> afdrag, men kunden fik aldrig et brev. Dette program finder
      *> hver nat
      *>   - konti hvis saldo er under minus den bevilgede traekret
      *>     (TRAEKRET.txt - ingen linje betyder graense nul), og
      *>   - laan med ubetalte afdrag (blank installment-status) med
      *>     forfaldsdato foer koerselsdatoen i LAANSCHD.txt - samme
      *>     restance-begreb som laanrestancer.cob,
      *> og foerer dem som sager i rykkerregisteret RYKKER.txt (se
      *> RYKKER.cpy). Naar sagen er RYKKER_DAGE_1/2/3 (10/20/30) dage
      *> gammel sendes 1. rykker, 2. rykker og sidste varsel - med
      *> mindst samme afstand mellem to rykkere, saa en sag der
      *> opdages sent ikke faar alle tre breve paa een nat. Hver
      *> rykker:
      *>   - skrives som brev (BREVSKABELON, dokumenttype RYKKER1/
      *>     RYKKER2/RYKKER3) i RYKKER-BREVE.txt og logges i KORRLOG;
      *>   - opkraever rykkergebyret RYKKER_GEBYR (100.00) som en
      *>     "RYKG"-linje i TRANS-POST.txt, der bogfoeres af
      *>     kontopostering.cob samme nat.
      *> Er sagen ikke bragt i orden RYKKER_DAGE_INKASSO (10) dage
      *> efter sidste varsel, overdrages den til inkasso: den skrives
      *> til RYKKER-INKASSO.txt, som inkassohenvisning.cob henviser
      *> uden videre. En sag der er bragt i orden fjernes fra
      *> registeret. Rapporten er RYKKERFORLOEB.txt; RC=4 naar en
      *> sag er overdraget til inkasso i nat eller et brev ikke
      *> kunne dannes.

       environment division.
       input-output section.
       file-control.
           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select traekret-file assign to dynamic traekret-file-name
               organization is line sequential
               file status is traekret-status.

           select laan-file assign to dynamic laan-file-name
               organization is line sequential
               file status is laan-status.

           select rykker-file assign to dynamic rykker-file-name
               organization is line sequential
               file status is rykker-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-status.

           select kunde-index-file assign to "KUNDEMST.dat"
               organization is indexed
               access mode is dynamic
               record key is customer-id of kunde-idx-record
               file status is kunde-idx-status.

           select inkasso-file assign to dynamic inkasso-file-name
               organization is line sequential.

           select rapport-file assign to "RYKKERFORLOEB.txt"
               organization is line sequential.

           select brev-file assign to "RYKKER-BREVE.txt"
               organization is line sequential.

       data division.
           file section.
           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD traekret-file.
           01 traekret-record.
               COPY "TRAEKRET.cpy".

           FD laan-file.
           01 laan-record.
               COPY "LOANSCHD.cpy".

           FD rykker-file.
           01 rykker-record.
               COPY "RYKKER.cpy".

           FD trans-file.
           01 trans-record.
               02 trans-account-id  PIC X(10).
               02 trans-date        PIC X(8).
               02 trans-amount      PIC S9(7)V99.
               02 trans-type        PIC X(4).
               02 trans-modkonto    PIC X(10).
               02 trans-tekst       PIC X(30).

           FD kunde-index-file.
           01 kunde-idx-record.
               COPY "kundeopl.cpy".

           FD inkasso-file.
           01 inkasso-record.
               02 inkasso-line      PIC X(100).

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(100).

           FD brev-file.
           01 brev-record.
               02 brev-file-line    PIC X(100).

       working-storage section.
           01 end-of-konto         PIC X value "N".
           01 end-of-traekret      PIC X value "N".
           01 end-of-laan          PIC X value "N".
           01 end-of-rykker        PIC X value "N".
           01 konto-file-name      PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status     PIC XX value "00".
           01 traekret-file-name   PIC X(100) value "TRAEKRET.txt".
           01 traekret-status      PIC XX value "00".
           01 laan-file-name       PIC X(100) value "LAANSCHD.txt".
           01 laan-status          PIC XX value "00".
           01 rykker-file-name     PIC X(100) value "RYKKER.txt".
           01 rykker-status        PIC XX value "00".
           01 trans-file-name      PIC X(100) value "TRANS-POST.txt".
           01 trans-status         PIC XX value "00".
           01 inkasso-file-name    PIC X(100)
               value "RYKKER-INKASSO.txt".
           01 kunde-idx-status     PIC XX value "00".
           01 kunde-aaben          PIC X value "N".
           01 layout-version-ok    PIC X value "Y".
           01 konto-header-missing PIC X value "N".

           01 koersel-dato         PIC X(8).
           01 koersel-dato-heltal  PIC S9(9).
           01 dato-numerisk        PIC 9(8).
           01 dage-i-sag           PIC S9(7).
           01 dage-siden-rykker    PIC S9(7).
           01 frist-dage           PIC S9(5).
           01 frist-dato           PIC 9(8).

      *> Parametrene - PARMS (miljoevariabel vinder, ellers
      *> PARMS.txt); ugyldige eller manglende vaerdier falder
      *> tilbage til standardvaerdierne herunder.
           01 parm-navn            PIC X(30).
           01 parm-vaerdi          PIC X(100).
           01 parm-fundet          PIC X.
           01 parm-tal             PIC 9(5)V99.
           01 rykker-dage-table.
               02 rykker-dage      PIC 9(5) occurs 3 times.
           01 inkasso-dage         PIC 9(5) value 10.
           01 rykker-gebyr         PIC 9(5)V99 value 100.00.

      *> Bevilgede traekretter - samme tabel som kontopostering.cob.
           01 traekret-count       PIC 9(3) value 0.
           01 traekret-max         PIC 9(3) value 500.
           01 traekret-table.
               02 traekret-entry occurs 500 times.
                   03 tt-konto-id  PIC X(10).
                   03 tt-graense   PIC 9(7)V99.
           01 tt-index             PIC 9(3).
           01 fundet-traekret      PIC 9(7)V99.

      *> Laan med forfaldne, ubetalte afdrag: aeldste forfaldsdato
      *> og det samlede forfaldne beloeb.
           01 restance-count       PIC 9(3) value 0.
           01 restance-max         PIC 9(3) value 500.
           01 restance-table.
               02 restance-entry occurs 500 times.
                   03 re-konto-id  PIC X(10).
                   03 re-aeldste   PIC X(8).
                   03 re-beloeb    PIC 9(9)V99.
           01 re-index             PIC 9(3).
           01 re-match             PIC 9(3).

      *> Rykkerregisteret i hukommelsen - rs-set markerer de sager
      *> der stadig er aabne i nat; resten er bragt i orden.
           01 sag-count            PIC 9(3) value 0.
           01 sag-max              PIC 9(3) value 500.
           01 sag-table.
               02 sag-entry occurs 500 times.
                   03 rs-konto-id    PIC X(10).
                   03 rs-sagstype    PIC X(1).
                   03 rs-start-dato  PIC X(8).
                   03 rs-trin        PIC 9(1).
                   03 rs-sidste-dato PIC X(8).
                   03 rs-status      PIC X(1).
                   03 rs-gebyr-sum   PIC 9(5)V99.
                   03 rs-set         PIC X(1).
                   03 rs-kunde-id    PIC X(10).
                   03 rs-beloeb      PIC 9(9)V99.
           01 rs-index             PIC 9(3).
           01 rs-match             PIC 9(3).

      *> Den sag der behandles lige nu.
           01 sag-konto-id         PIC X(10).
           01 sag-type             PIC X(1).
           01 sag-start            PIC X(8).
           01 sag-beloeb           PIC 9(9)V99.

           01 antal-sager          PIC 9(5) value 0.
           01 antal-rykkere        PIC 9(5) value 0.
           01 antal-nye-inkasso    PIC 9(5) value 0.
           01 antal-inkasso        PIC 9(5) value 0.
           01 antal-betalt         PIC 9(5) value 0.
           01 brev-fejl-antal      PIC 9(5) value 0.
           01 gebyr-total          PIC 9(7)V99 value 0.

           01 vis-beloeb           PIC Z(8)9.99.
           01 vis-gebyr            PIC Z(4)9.99.
           01 vis-dage             PIC -(6)9.

      *> Korrespondancelog-felter (KORRLOG) - hvert brev logges.
           01 korr-program     PIC X(20) value "RYKKERFORLOEB".
           01 korr-dok-type    PIC X(12).
           01 korr-kanal       PIC X(10) value "BREV".

      *> Brevteksten fra den faelles skabelonfil (dokumenttype
      *> RYKKER1/2/3) paa kundens sprog, med &BELOEB = det
      *> forfaldne beloeb og &DATO = betalingsfristen. Findes ingen
      *> skabelon, skrives de faste linjer i dan-brev.
           01 brev-dok-type    PIC X(12).
           01 brev-sprog       PIC X(2).
           01 brev-navn        PIC X(40).
           01 brev-beloeb      PIC X(15).
           01 brev-beloeb-edit PIC Z(8)9.99.
           01 brev-dato        PIC X(10).
           01 brev-linjer.
               02 brev-linje occurs 10 times PIC X(80).
           01 brev-linje-antal PIC 9(2).
           01 brev-linje-idx   PIC 9(2).
           01 skabelon-ok      PIC X value "N".
           01 rykker-navn      PIC X(14).

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "RYKKERFORLOEB".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept traekret-file-name
               from environment "TRAEKRETFIL_NAVN"
               on exception
                   move "TRAEKRET.txt" to traekret-file-name
           end-accept
           accept laan-file-name from environment "LAANSCHDFIL_NAVN"
               on exception
                   move "LAANSCHD.txt" to laan-file-name
           end-accept
           accept rykker-file-name from environment "RYKKERFIL_NAVN"
               on exception
                   move "RYKKER.txt" to rykker-file-name
           end-accept
           accept trans-file-name from environment "TRANSPOSTFIL_NAVN"
               on exception
                   move "TRANS-POST.txt" to trans-file-name
           end-accept
           accept inkasso-file-name
               from environment "RYKKERINKASSOFIL_NAVN"
               on exception
                   move "RYKKER-INKASSO.txt" to inkasso-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           if koersel-dato not numeric
               display "RYKKERFORLOEB: KOERSEL_DATO (YYYYMMDD)"
                   " er ugyldig: " koersel-dato
               move 16 to return-code
               stop run
           end-if
           move koersel-dato to dato-numerisk
           compute koersel-dato-heltal =
               function integer-of-date(dato-numerisk)

           perform hent-parametre
           perform load-traekret-table
           perform load-restancer
           perform load-rykkerregister

           open output rapport-file
           open output brev-file
           open output inkasso-file
      *> Gebyrlinjerne forlaenges bag paa dagens posteringsfil -
      *> status 35 (ingen posteringer endnu i dag) falder tilbage
      *> til OPEN OUTPUT.
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           open extend trans-file
           if trans-status = "35"
               open output trans-file
           end-if
           open input kunde-index-file
           if kunde-idx-status = "00"
               move "Y" to kunde-aaben
           end-if

           move spaces to rapport-line
           string
               "RYKKERFORLOEB PR. " koersel-dato
               into rapport-line
           end-string
           write rapport-record

           perform gennemgaa-konti
           perform afslut-betalte-sager
           perform skriv-inkasso-overdragelser
           perform skriv-totaler

           if kunde-aaben = "Y"
               close kunde-index-file
           end-if
           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil
           close inkasso-file
           close brev-file
           close rapport-file

           perform rewrite-rykkerregister

           display "RYKKERFORLOEB: " antal-sager " sager, "
               antal-rykkere " rykkere, " antal-nye-inkasso
               " overdraget til inkasso, " antal-betalt " betalt"
           if antal-nye-inkasso > 0 or brev-fejl-antal > 0
               move 4 to return-code
           end-if
           stop run.

           hent-parametre.
               move 10 to rykker-dage(1)
               move 20 to rykker-dage(2)
               move 30 to rykker-dage(3)
               move "RYKKER_DAGE_1" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to rykker-dage(1)
               end-if
               move "RYKKER_DAGE_2" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to rykker-dage(2)
               end-if
               move "RYKKER_DAGE_3" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to rykker-dage(3)
               end-if
               move "RYKKER_DAGE_INKASSO" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to inkasso-dage
               end-if
               move "RYKKER_GEBYR" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to rykker-gebyr
               end-if
           exit.

      *> En parameter som tal - en vaerdi der ikke kan laeses som
      *> et tal regnes som ikke sat, saa standardvaerdien gaelder.
           hent-tal-parameter.
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               if parm-fundet = "Y"
                   if parm-vaerdi = spaces
                       or function test-numval(parm-vaerdi) not = 0
                       move "N" to parm-fundet
                   else
                       compute parm-tal =
                           function numval(parm-vaerdi)
                   end-if
               end-if
           exit.

      *> En manglende TRAEKRET.txt betyder ingen bevillinger - saa
      *> er enhver negativ saldo et overtraek.
           load-traekret-table.
               open input traekret-file
               if traekret-status not = "00"
                   and traekret-status not = "05"
                   continue
               else
                   perform until end-of-traekret = "Y"
                       read traekret-file into traekret-record
                   at end
                       move "Y" to end-of-traekret
                   not at end
                       if traekret-count < traekret-max
                           add 1 to traekret-count
                           move tr-konto-id
                               to tt-konto-id(traekret-count)
                           move tr-graense
                               to tt-graense(traekret-count)
                       else
                           display "RYKKERFORLOEB: traekret-tabel"
                               " fuld - " tr-konto-id
                               " ikke indlaest"
                       end-if
                   end-read
                   end-perform
                   close traekret-file
               end-if
           exit.

      *> Forfaldne, ubetalte afdrag pr. laan - bogfoerte "P"- og
      *> indfriede "I"-raekker er ikke restancer.
           load-restancer.
               open input laan-file
               if laan-status not = "00" and laan-status not = "05"
                   continue
               else
                   perform until end-of-laan = "Y"
                       read laan-file into laan-record
                   at end
                       move "Y" to end-of-laan
                   not at end
                       if installment-status = space
                           and due-date is numeric
                           and due-date < koersel-dato
                           perform registrer-restance
                       end-if
                   end-read
                   end-perform
                   close laan-file
               end-if
           exit.

           registrer-restance.
               move 0 to re-match
               perform varying re-index from 1 by 1
                   until re-index > restance-count
                   if re-konto-id(re-index) = loan-account-id
                       move re-index to re-match
                   end-if
               end-perform
               if re-match = 0
                   if restance-count >= restance-max
                       display "RYKKERFORLOEB: restance-tabel fuld - "
                           loan-account-id " ikke medtaget"
                       exit paragraph
                   end-if
                   add 1 to restance-count
                   move restance-count to re-match
                   move loan-account-id to re-konto-id(re-match)
                   move due-date to re-aeldste(re-match)
                   move 0 to re-beloeb(re-match)
               end-if
               if due-date < re-aeldste(re-match)
                   move due-date to re-aeldste(re-match)
               end-if
               add principal-amount interest-amount
                   to re-beloeb(re-match)
           exit.

      *> Et manglende register er den allerfoerste koersel.
           load-rykkerregister.
               open input rykker-file
               if rykker-status not = "00"
                   and rykker-status not = "05"
                   continue
               else
                   perform until end-of-rykker = "Y"
                       read rykker-file into rykker-record
                   at end
                       move "Y" to end-of-rykker
                   not at end
                       if sag-count < sag-max
                           add 1 to sag-count
                           initialize sag-entry(sag-count)
                           move rk-konto-id to rs-konto-id(sag-count)
                           move rk-sagstype to rs-sagstype(sag-count)
                           move rk-start-dato
                               to rs-start-dato(sag-count)
                           move rk-trin to rs-trin(sag-count)
                           move rk-sidste-dato
                               to rs-sidste-dato(sag-count)
                           move rk-status to rs-status(sag-count)
                           move rk-gebyr-sum
                               to rs-gebyr-sum(sag-count)
                           move "N" to rs-set(sag-count)
                       else
                           display "RYKKERFORLOEB: sagstabel fuld - "
                               rk-konto-id " ikke indlaest"
                       end-if
                   end-read
                   end-perform
                   close rykker-file
               end-if
           exit.

           gennemgaa-konti.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "RYKKERFORLOEB: "
                       function trim(konto-file-name)
                       " kan ikke aabnes"
                   move 8 to return-code
                   stop run
               end-if
               perform verificer-konto-header
               if konto-header-missing = "Y"
                   perform vurder-konto
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform vurder-konto
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
                   display "RYKKERFORLOEB: ukendt layout i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Et laan er en sag naar det har restancer; enhver anden
      *> konto naar saldoen er under minus dens traekret.
           vurder-konto.
               move account-id in konto-info to sag-konto-id
               if account-type in konto-info = "LAAN"
                   move 0 to re-match
                   perform varying re-index from 1 by 1
                       until re-index > restance-count
                       if re-konto-id(re-index) = sag-konto-id
                           move re-index to re-match
                       end-if
                   end-perform
                   if re-match = 0
                       exit paragraph
                   end-if
                   move "L" to sag-type
                   move re-aeldste(re-match) to sag-start
                   move re-beloeb(re-match) to sag-beloeb
               else
                   move 0 to fundet-traekret
                   perform varying tt-index from 1 by 1
                       until tt-index > traekret-count
                       if tt-konto-id(tt-index) = sag-konto-id
                           move tt-graense(tt-index)
                               to fundet-traekret
                       end-if
                   end-perform
                   if balance in konto-info >= 0 - fundet-traekret
                       exit paragraph
                   end-if
                   move "O" to sag-type
                   move koersel-dato to sag-start
                   compute sag-beloeb =
                       0 - balance in konto-info - fundet-traekret
               end-if
               perform behandl-sag
           exit.

           behandl-sag.
               add 1 to antal-sager
               move 0 to rs-match
               perform varying rs-index from 1 by 1
                   until rs-index > sag-count
                   if rs-konto-id(rs-index) = sag-konto-id
                       and rs-sagstype(rs-index) = sag-type
                       move rs-index to rs-match
                   end-if
               end-perform
               if rs-match = 0
                   if sag-count >= sag-max
                       display "RYKKERFORLOEB: sagstabel fuld - "
                           sag-konto-id " ikke medtaget"
                       exit paragraph
                   end-if
                   add 1 to sag-count
                   move sag-count to rs-match
                   initialize sag-entry(rs-match)
                   move sag-konto-id to rs-konto-id(rs-match)
                   move sag-type to rs-sagstype(rs-match)
                   move sag-start to rs-start-dato(rs-match)
                   move 0 to rs-trin(rs-match)
                   move spaces to rs-sidste-dato(rs-match)
                   move space to rs-status(rs-match)
                   move 0 to rs-gebyr-sum(rs-match)
               end-if
               move "J" to rs-set(rs-match)
               move customer-id in konto-info to rs-kunde-id(rs-match)
               move sag-beloeb to rs-beloeb(rs-match)
      *> Et laans sag foelger det aeldste ubetalte afdrag - er det
      *> aeldste betalt, men et senere stadig ikke, regnes dagene
      *> fra det senere.
               if sag-type = "L"
                   move sag-start to rs-start-dato(rs-match)
               end-if
               if rs-status(rs-match) = "I"
                   exit paragraph
               end-if

               move rs-start-dato(rs-match) to dato-numerisk
               compute dage-i-sag = koersel-dato-heltal
                   - function integer-of-date(dato-numerisk)
               if rs-trin(rs-match) > 0
                   move rs-sidste-dato(rs-match) to dato-numerisk
                   compute dage-siden-rykker = koersel-dato-heltal
                       - function integer-of-date(dato-numerisk)
               end-if

               if rs-trin(rs-match) < 3
                   if dage-i-sag >= rykker-dage(rs-trin(rs-match) + 1)
                       if rs-trin(rs-match) = 0
                           perform send-rykker
                       else
                           if dage-siden-rykker >=
                               rykker-dage(rs-trin(rs-match) + 1)
                               - rykker-dage(rs-trin(rs-match))
                               perform send-rykker
                           end-if
                       end-if
                   end-if
               else
                   if dage-siden-rykker >= inkasso-dage
                       perform overdrag-til-inkasso
                   end-if
               end-if
           exit.

      *> Naeste rykkertrin: gebyrpostering, brev og rapportlinje.
           send-rykker.
               add 1 to rs-trin(rs-match)
               move koersel-dato to rs-sidste-dato(rs-match)
               add rykker-gebyr to rs-gebyr-sum(rs-match)
               add rykker-gebyr to gebyr-total
               add 1 to antal-rykkere
               evaluate rs-trin(rs-match)
                   when 1
                       move "1. rykker" to rykker-navn
                   when 2
                       move "2. rykker" to rykker-navn
                   when other
                       move "sidste varsel" to rykker-navn
               end-evaluate

               perform skriv-gebyr-postering

               move spaces to brev-dok-type
               string
                   "RYKKER" rs-trin(rs-match)
                   delimited by size
                   into brev-dok-type
               end-string
               move brev-dok-type to korr-dok-type
               perform skriv-brev

               move rs-beloeb(rs-match) to vis-beloeb
               move dage-i-sag to vis-dage
               move spaces to rapport-line
               string
                   "Konto " rs-konto-id(rs-match) " "
                   rs-sagstype(rs-match) " " vis-beloeb
                   " forfalden, " function trim(vis-dage) " dage - "
                   function trim(rykker-navn) " sendt"
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
           exit.

      *> Rykkergebyret bogfoeres af kontopostering.cob: paa en
      *> indlaansk konto som en haevning, paa et laan som en
      *> forhoejelse af restgaelden (positiv saldo er gaeld).
           skriv-gebyr-postering.
               move rs-konto-id(rs-match) to trans-account-id
               move koersel-dato to trans-date
               if rs-sagstype(rs-match) = "L"
                   move rykker-gebyr to trans-amount
               else
                   compute trans-amount = 0 - rykker-gebyr
               end-if
               move "RYKG" to trans-type
               move spaces to trans-modkonto
               move spaces to trans-tekst
               string
                   "Rykkergebyr - " function trim(rykker-navn)
                   into trans-tekst
               end-string
               write trans-record
           exit.

      *> Brevet til kunden: navn og sprog fra kundemasteren, det
      *> forfaldne beloeb og betalingsfristen - tiden til naeste
      *> trin - som DD-MM-AAAA. Kan kunden ikke slaas op, skrives
      *> der i stedet en undtagelseslinje i rapporten.
           skriv-brev.
               if kunde-aaben = "N"
                   perform noter-brev-fejl
                   exit paragraph
               end-if
               move rs-kunde-id(rs-match)
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
                   rs-kunde-id(rs-match)
                   "] ikke fundet i kundemasteren"
                   into rapport-line
               end-string
               write rapport-record
           exit.

           dan-brev.
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
               move rs-beloeb(rs-match) to brev-beloeb-edit
               move spaces to brev-beloeb
               move function trim(brev-beloeb-edit) to brev-beloeb
               if rs-trin(rs-match) < 3
                   compute frist-dage =
                       rykker-dage(rs-trin(rs-match) + 1)
                       - rykker-dage(rs-trin(rs-match))
               else
                   move inkasso-dage to frist-dage
               end-if
               if frist-dage < 1
                   move 1 to frist-dage
               end-if
               compute frist-dato = function date-of-integer(
                   koersel-dato-heltal + frist-dage)
               move frist-dato to dato-numerisk
               move spaces to brev-dato
               string
                   dato-numerisk(7:2) "-"
                   dato-numerisk(5:2) "-"
                   dato-numerisk(1:4)
                   into brev-dato
               end-string

               move spaces to brev-file-line
               string
                   "=== " function trim(rykker-navn) " - konto "
                   function trim(rs-konto-id(rs-match)) " ==="
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
                       "Vi har endnu ikke modtaget betaling af "
                       function trim(brev-beloeb) " kr."
                       into brev-file-line
                   end-string
                   write brev-record
                   move rykker-gebyr to vis-gebyr
                   move spaces to brev-file-line
                   string
                       "Betal venligst senest "
                       function trim(brev-dato) "."
                       " Rykkergebyr: "
                       function trim(vis-gebyr) " kr."
                       into brev-file-line
                   end-string
                   write brev-record
                   if rs-trin(rs-match) = 3
                       move spaces to brev-file-line
                       move "Betales beloebet ikke, overdrages sagen"
                           to brev-file-line
                       write brev-record
                       move "til inkasso." to brev-file-line
                       write brev-record
                   end-if
               end-if
               move spaces to brev-file-line
               write brev-record

               call "KORRLOG" using korr-program
                   rs-kunde-id(rs-match) korr-dok-type korr-kanal
               end-call
           exit.

      *> Sidste varsel er ikke efterkommet: sagen overdrages til
      *> inkasso og rykkes ikke mere.
           overdrag-til-inkasso.
               move "I" to rs-status(rs-match)
               add 1 to antal-nye-inkasso
               move rs-beloeb(rs-match) to vis-beloeb
               move spaces to rapport-line
               string
                   "Konto " rs-konto-id(rs-match) " "
                   rs-sagstype(rs-match) " " vis-beloeb
                   " forfalden - overdraget til inkasso"
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
           exit.

      *> En sag der ikke laengere findes i nat er bragt i orden -
      *> den fjernes fra registeret ved rewrite-rykkerregister.
           afslut-betalte-sager.
               perform varying rs-index from 1 by 1
                   until rs-index > sag-count
                   if rs-set(rs-index) = "N"
                       add 1 to antal-betalt
                       move spaces to rapport-line
                       string
                           "Konto " rs-konto-id(rs-index) " "
                           rs-sagstype(rs-index)
                           " bragt i orden - sagen afsluttet"
                           delimited by size
                           into rapport-line
                       end-string
                       write rapport-record
                   end-if
               end-perform
           exit.

      *> Alle aabne inkassosager - ogsaa tidligere naetters - staar
      *> i overdragelsesfilen, saa inkassohenvisning.cob altid ser
      *> det fulde billede (ligesom CLOSE-CANDIDATES.txt).
           skriv-inkasso-overdragelser.
               perform varying rs-index from 1 by 1
                   until rs-index > sag-count
                   if rs-set(rs-index) = "J"
                       and rs-status(rs-index) = "I"
                       add 1 to antal-inkasso
                       move rs-beloeb(rs-index) to vis-beloeb
                       move spaces to inkasso-line
                       string
                           "Konto " rs-konto-id(rs-index)
                           " " rs-sagstype(rs-index)
                           " " vis-beloeb
                           " sidste varsel " rs-sidste-dato(rs-index)
                           delimited by size
                           into inkasso-line
                       end-string
                       write inkasso-record
                   end-if
               end-perform
           exit.

           skriv-totaler.
               move spaces to rapport-line
               write rapport-record
               move gebyr-total to vis-beloeb
               move spaces to rapport-line
               string
                   "Sager: " antal-sager
                   "  rykkere: " antal-rykkere
                   "  gebyrer: " function trim(vis-beloeb)
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               string
                   "Nye inkassosager: " antal-nye-inkasso
                   "  hos inkasso i alt: " antal-inkasso
                   "  bragt i orden: " antal-betalt
                   into rapport-line
               end-string
               write rapport-record
           exit.

           rewrite-rykkerregister.
               open output rykker-file
               perform varying rs-index from 1 by 1
                   until rs-index > sag-count
                   if rs-set(rs-index) = "J"
                       move rs-konto-id(rs-index) to rk-konto-id
                       move rs-sagstype(rs-index) to rk-sagstype
                       move rs-start-dato(rs-index) to rk-start-dato
                       move rs-trin(rs-index) to rk-trin
                       move rs-sidste-dato(rs-index) to rk-sidste-dato
                       move rs-status(rs-index) to rk-status
                       move rs-gebyr-sum(rs-index) to rk-gebyr-sum
                       write rykker-record
                   end-if
               end-perform
               close rykker-file
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
                   display "RYKKERFORLOEB: segl brudt for "
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
