       identification division.
       program-id. SIKKERHEDINDEKSERING.

      *> Kvartalsvis indeksering af sikkerhedsvurderingerne i
      *> SIKKERHED.txt (se SIKKERHED.cpy): sik-vurdering er vaerdien
      *> paa vurderingsdatoen og aendres ellers aldrig, saa
      *> ltvrapport.cob stillede dagens gaeld op mod vaerdier der
      *> kunne vaere aar gamle. Hver sikkerhed fremskrives med
      *> prisindekset i PRISINDEKS.txt (se PRISINDEKS.cpy) for dens
      *> type og region (snaevreste postnummer-interval der daekker
      *> sik-postnr; blank postnr bruger det landsdaekkende 0000-9999):
      *>     indekseret = vurdering * indeks(kvartalsslut) /
      *>                              indeks(vurderingsdato)
      *> hvor indeks(d) er seriens seneste vaerdi paa eller foer d.
      *> Kvartalet er SIKKERHED_KVARTAL (AAAAK, standard kvartalet
      *> foer koerselsdatoen). Den indekserede vaerdi og indeksdatoen
      *> skrives tilbage ved siden af den oprindelige vurdering. Til
      *> SIKKERHED-INDEKSERING.txt skrives:
      *>   - hver indekseret sikkerhed, og hver der ikke kunne
      *>     indekseres (ingen serie, eller vurderingen er aeldre end
      *>     seriens start);
      *>   - sikkerheder vurderet for mere end SIKKERHED_MAKSALDER_AAR
      *>     aar siden (standard 3) - de skal have en rigtig
      *>     nyvurdering, et indeks erstatter ikke en vurdering;
      *>   - laan hvis LTV paa de indekserede vaerdier ligger over
      *>     LTV_GRAENSE (samme graense som ltvrapport.cob, uaendret
      *>     80 pct.), markeret naar det er indekseringen der har
      *>     bragt laanet over graensen.
      *> RC=4 naar der er sikkerheder eller laan paa listen.

       environment division.
       input-output section.
       file-control.
           select sikkerhed-file assign to dynamic sikkerhed-file-name
               organization is line sequential
               file status is sikkerhed-status.

           select indeks-file assign to dynamic indeks-file-name
               organization is line sequential
               file status is indeks-status.

           select laan-file assign to dynamic laan-file-name
               organization is line sequential
               file status is laan-status.

           select rapport-file assign to "SIKKERHED-INDEKSERING.txt"
               organization is line sequential.

       data division.
           file section.
           FD sikkerhed-file.
           01 sikkerhed-record.
               COPY "SIKKERHED.cpy".

           FD indeks-file.
           01 indeks-record.
               COPY "PRISINDEKS.cpy".

           FD laan-file.
           01 laan-record.
               COPY "LOANSCHD.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(132).

       working-storage section.
           01 end-of-fil       PIC X value "N".
           01 sikkerhed-file-name PIC X(100) value "SIKKERHED.txt".
           01 sikkerhed-status PIC XX value "00".
           01 indeks-file-name PIC X(100) value "PRISINDEKS.txt".
           01 indeks-status    PIC XX value "00".
           01 laan-file-name   PIC X(100) value "LAANSCHD.txt".
           01 laan-status      PIC XX value "00".
           01 koersel-dato     PIC X(8).

           01 kvartal-tekst    PIC X(5).
           01 kvartal-aar      PIC 9(4).
           01 kvartal-nr       PIC 9(1).
           01 maaned           PIC 9(2).
           01 naeste-start     PIC 9(8).
           01 periode-til      PIC X(8).
           01 periode-heltal   PIC S9(9).

           01 graense-tekst    PIC X(6).
           01 ltv-graense      PIC 9(3)V99 value 80.
           01 maksalder-tekst  PIC X(3).
           01 maksalder-aar    PIC 9(3) value 3.
           01 koersel-tal      PIC 9(8).
           01 gammel-graense   PIC 9(8).

      *> Prisindekset.
           01 indeks-count     PIC 9(5) value 0.
           01 indeks-max       PIC 9(5) value 2000.
           01 indeks-tabel.
               02 ix-entry occurs 2000 times.
                   03 ix-sik-type      PIC X(10).
                   03 ix-postnr-fra    PIC X(4).
                   03 ix-postnr-til    PIC X(4).
                   03 ix-dato          PIC X(8).
                   03 ix-vaerdi        PIC 9(5)V99.
           01 ix-index         PIC 9(5).

      *> Den valgte serie og dens to indeksvaerdier.
           01 serie-fundet     PIC X value "N".
           01 serie-fra        PIC X(4).
           01 serie-til        PIC X(4).
           01 serie-bredde     PIC 9(5).
           01 raekke-bredde    PIC 9(5).
           01 soeg-postnr      PIC X(4).
           01 basis-dato       PIC X(8).
           01 basis-vaerdi     PIC 9(5)V99.
           01 aktuel-dato      PIC X(8).
           01 aktuel-vaerdi    PIC 9(5)V99.

      *> Hele registeret i lageret - det skrives tilbage med de
      *> indekserede vaerdier til sidst.
           01 sik-count        PIC 9(5) value 0.
           01 sik-max          PIC 9(5) value 5000.
           01 sik-tabel.
               02 st-record occurs 5000 times PIC X(106).
           01 st-index         PIC 9(5).
           01 aktuel-sikkerhed.
               COPY "SIKKERHED.cpy".

      *> Restgaeld, oprindelig og indekseret sikkerhedsvaerdi pr. laan.
           01 laan-count       PIC 9(5) value 0.
           01 laan-max         PIC 9(5) value 2000.
           01 laan-tabel.
               02 lt-entry occurs 2000 times.
                   03 lt-konto         PIC X(10).
                   03 lt-restgaeld     PIC 9(11)V99.
                   03 lt-vurdering     PIC 9(11)V99.
                   03 lt-indekseret    PIC 9(11)V99.
           01 lt-index         PIC 9(5).
           01 lt-match         PIC 9(5).

           01 indekseret-vaerdi PIC 9(9)V99.
           01 ltv-oprindelig   PIC 9(5)V99.
           01 ltv-indekseret   PIC 9(5)V99.
           01 vist-vurdering   PIC Z(8)9.99.
           01 vist-indekseret  PIC Z(8)9.99.
           01 vist-restgaeld   PIC Z(10)9.99.
           01 vist-ltv         PIC Z(4)9.99.
           01 vist-ltv-opr     PIC Z(4)9.99.
           01 vist-graense     PIC ZZ9.99.
           01 vist-aar         PIC ZZ9.
           01 vist-basis       PIC Z(4)9.99.
           01 vist-aktuel      PIC Z(4)9.99.

           01 antal-indekseret PIC 9(5) value 0.
           01 antal-uden-indeks PIC 9(5) value 0.
           01 antal-gamle      PIC 9(5) value 0.
           01 antal-ltv        PIC 9(5) value 0.

       procedure division.
       main-program.
           accept sikkerhed-file-name
               from environment "SIKKERHEDFIL_NAVN"
               on exception
                   move "SIKKERHED.txt" to sikkerhed-file-name
           end-accept
           accept indeks-file-name from environment "PRISINDEKSFIL_NAVN"
               on exception
                   move "PRISINDEKS.txt" to indeks-file-name
           end-accept
           accept laan-file-name from environment "LAANSCHDFIL_NAVN"
               on exception
                   move "LAANSCHD.txt" to laan-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           accept kvartal-tekst from environment "SIKKERHED_KVARTAL"
               on exception
                   move spaces to kvartal-tekst
           end-accept
           accept graense-tekst from environment "LTV_GRAENSE"
               on exception
                   move spaces to graense-tekst
           end-accept
           if graense-tekst not = spaces
               compute ltv-graense = function numval(graense-tekst)
           end-if
           accept maksalder-tekst
               from environment "SIKKERHED_MAKSALDER_AAR"
               on exception
                   move spaces to maksalder-tekst
           end-accept
           if maksalder-tekst not = spaces
               compute maksalder-aar = function numval(maksalder-tekst)
           end-if
           move koersel-dato to koersel-tal
           compute gammel-graense = koersel-tal - maksalder-aar * 10000

           perform bestem-kvartal
           perform load-indeks
           perform saml-restgaeld
           perform load-sikkerheder

           open output rapport-file
           move ltv-graense to vist-graense
           move maksalder-aar to vist-aar
           move spaces to rapport-line
           string
               "SIKKERHEDSINDEKSERING TIL " periode-til
               " PR. " koersel-dato
               " (LTV-GRAENSE " function trim(vist-graense)
               " PCT, NYVURDERING EFTER " function trim(vist-aar)
               " AAR)"
               into rapport-line
           end-string
           write rapport-record

           perform varying st-index from 1 by 1
               until st-index > sik-count
               perform indekser-sikkerhed
           end-perform
           perform varying lt-index from 1 by 1
               until lt-index > laan-count
               perform vurder-laan
           end-perform

           move spaces to rapport-line
           string
               "Indekseret: " antal-indekseret
               "  uden indeks: " antal-uden-indeks
               "  til nyvurdering: " antal-gamle
               "  LTV over graensen: " antal-ltv
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           perform rewrite-sikkerheder

           display "SIKKERHEDINDEKSERING: " antal-indekseret
               " indekseret, " antal-uden-indeks " uden indeks, "
               antal-gamle " til nyvurdering, " antal-ltv
               " laan over LTV-graensen"

           if antal-uden-indeks > 0 or antal-gamle > 0
               or antal-ltv > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

      *> AAAAK fra SIKKERHED_KVARTAL, ellers kvartalet foer koerslen;
      *> indekseringen sker til kvartalets sidste dag.
           bestem-kvartal.
               if kvartal-tekst is numeric
                   move kvartal-tekst(1:4) to kvartal-aar
                   move kvartal-tekst(5:1) to kvartal-nr
               else
                   move koersel-dato(1:4) to kvartal-aar
                   move koersel-dato(5:2) to maaned
                   compute kvartal-nr = (maaned - 1) / 3 + 1
                   if kvartal-nr = 1
                       move 4 to kvartal-nr
                       subtract 1 from kvartal-aar
                   else
                       subtract 1 from kvartal-nr
                   end-if
               end-if
               if kvartal-nr < 1 or kvartal-nr > 4
                   display "SIKKERHEDINDEKSERING: ugyldigt kvartal "
                       kvartal-tekst
                   move 16 to return-code
                   stop run
               end-if
               if kvartal-nr = 4
                   compute naeste-start = (kvartal-aar + 1) * 10000
                       + 101
               else
                   compute naeste-start = kvartal-aar * 10000
                       + (kvartal-nr * 3 + 1) * 100 + 1
               end-if
               compute periode-heltal =
                   function integer-of-date(naeste-start) - 1
               move function date-of-integer(periode-heltal)
                   to periode-til
           exit.

      *> Uden prisindeks kan intet indekseres - koerslen fortsaetter
      *> og lister hver sikkerhed som uden indeks.
           load-indeks.
               open input indeks-file
               if indeks-status not = "00"
                   and indeks-status not = "05"
                   display "SIKKERHEDINDEKSERING: "
                       function trim(indeks-file-name)
                       " findes ikke - intet kan indekseres"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read indeks-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if pi-indeks-dato is numeric
                       and pi-indeks-vaerdi is numeric
                       and pi-indeks-vaerdi > 0
                       if indeks-count < indeks-max
                           add 1 to indeks-count
                           move pi-sik-type
                               to ix-sik-type(indeks-count)
                           move pi-postnr-fra
                               to ix-postnr-fra(indeks-count)
                           move pi-postnr-til
                               to ix-postnr-til(indeks-count)
                           move pi-indeks-dato to ix-dato(indeks-count)
                           move pi-indeks-vaerdi
                               to ix-vaerdi(indeks-count)
                       else
                           display "SIKKERHEDINDEKSERING: indekstabel"
                               " fuld - " pi-sik-type " "
                               pi-indeks-dato " ikke medtaget"
                       end-if
                   end-if
               end-read
               end-perform
               close indeks-file
           exit.

      *> Restgaelden pr. laan er summen af den ubogfoerte hovedstol,
      *> som i ltvrapport.cob.
           saml-restgaeld.
               open input laan-file
               if laan-status not = "00" and laan-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read laan-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if installment-status = space
                       perform find-eller-opret-laan
                       if lt-match > 0
                           add principal-amount
                               to lt-restgaeld(lt-match)
                       end-if
                   end-if
               end-read
               end-perform
               close laan-file
           exit.

           find-eller-opret-laan.
               move 0 to lt-match
               perform varying lt-index from 1 by 1
                   until lt-index > laan-count
                   if lt-konto(lt-index) = loan-account-id
                       move lt-index to lt-match
                   end-if
               end-perform
               if lt-match = 0
                   if laan-count < laan-max
                       add 1 to laan-count
                       move loan-account-id to lt-konto(laan-count)
                       move 0 to lt-restgaeld(laan-count)
                       move 0 to lt-vurdering(laan-count)
                       move 0 to lt-indekseret(laan-count)
                       move laan-count to lt-match
                   else
                       display "SIKKERHEDINDEKSERING: laantabel fuld"
                           " - " loan-account-id " ikke medtaget"
                   end-if
               end-if
           exit.

           load-sikkerheder.
               open input sikkerhed-file
               if sikkerhed-status not = "00"
                   and sikkerhed-status not = "05"
                   display "SIKKERHEDINDEKSERING: "
                       function trim(sikkerhed-file-name)
                       " findes ikke - ingen sikkerheder"
                   move 0 to return-code
                   stop run
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read sikkerhed-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if sik-count < sik-max
                       add 1 to sik-count
                       move sikkerhed-record to st-record(sik-count)
                   else
                       display "SIKKERHEDINDEKSERING: sikkerheds"
                           "tabel fuld - "
                           sik-laan-konto-id in sikkerhed-record " "
                           sik-loebenr in sikkerhed-record
                           " ikke indekseret"
                   end-if
               end-read
               end-perform
               close sikkerhed-file
           exit.

      *> En sikkerhed: vaelg serie, fremskriv, skriv tilbage i
      *> tabellen, laeg paa laanet og tjek vurderingens alder.
           indekser-sikkerhed.
               move st-record(st-index) to aktuel-sikkerhed
               if sik-indekseret-vaerdi in aktuel-sikkerhed
                   not numeric
                   move 0 to sik-indekseret-vaerdi in aktuel-sikkerhed
               end-if
               move sik-vurdering in aktuel-sikkerhed
                   to indekseret-vaerdi
               perform vaelg-serie
               if serie-fundet = "Y"
                   perform find-indeksvaerdier
               end-if
               if serie-fundet = "N"
                   or basis-dato = spaces
                   or aktuel-dato = spaces
                   or sik-vurderings-dato in aktuel-sikkerhed
                       not numeric
                   add 1 to antal-uden-indeks
                   move sik-vurdering in aktuel-sikkerhed
                       to vist-vurdering
                   move spaces to rapport-line
                   string
                       "UDEN INDEKS  "
                       sik-laan-konto-id in aktuel-sikkerhed " "
                       sik-loebenr in aktuel-sikkerhed " "
                       sik-type in aktuel-sikkerhed " postnr "
                       sik-postnr in aktuel-sikkerhed
                       " vurdering " function trim(vist-vurdering)
                       " " sik-vurderings-dato in aktuel-sikkerhed
                       " - ingen prisindeksserie daekker den"
                       into rapport-line
                   end-string
                   write rapport-record
               else
                   compute indekseret-vaerdi rounded =
                       sik-vurdering in aktuel-sikkerhed
                       * aktuel-vaerdi / basis-vaerdi
                   move indekseret-vaerdi
                       to sik-indekseret-vaerdi in aktuel-sikkerhed
                   move aktuel-dato
                       to sik-indeks-dato in aktuel-sikkerhed
                   move aktuel-sikkerhed to st-record(st-index)
                   add 1 to antal-indekseret
                   move sik-vurdering in aktuel-sikkerhed
                       to vist-vurdering
                   move indekseret-vaerdi to vist-indekseret
                   move basis-vaerdi to vist-basis
                   move aktuel-vaerdi to vist-aktuel
                   move spaces to rapport-line
                   string
                       "INDEKSERET   "
                       sik-laan-konto-id in aktuel-sikkerhed " "
                       sik-loebenr in aktuel-sikkerhed " "
                       sik-type in aktuel-sikkerhed " "
                       function trim(vist-vurdering) " "
                       sik-vurderings-dato in aktuel-sikkerhed
                       " -> " function trim(vist-indekseret) " "
                       aktuel-dato " (indeks "
                       function trim(vist-basis) " -> "
                       function trim(vist-aktuel) ")"
                       into rapport-line
                   end-string
                   write rapport-record
               end-if
               perform laeg-paa-laan
               perform tjek-alder
           exit.

      *> Den snaevreste serie for typen der daekker postnummeret; en
      *> sikkerhed uden postnummer kan kun bruge hele landet.
           vaelg-serie.
               move "N" to serie-fundet
               move 99999 to serie-bredde
               move sik-postnr in aktuel-sikkerhed to soeg-postnr
               perform varying ix-index from 1 by 1
                   until ix-index > indeks-count
                   if ix-sik-type(ix-index)
                       = sik-type in aktuel-sikkerhed
                       and ix-postnr-fra(ix-index) is numeric
                       and ix-postnr-til(ix-index) is numeric
                       perform vurder-serie
                   end-if
               end-perform
           exit.

           vurder-serie.
               if soeg-postnr = spaces
                   if ix-postnr-fra(ix-index) not = "0000"
                       or ix-postnr-til(ix-index) not = "9999"
                       exit paragraph
                   end-if
               else
                   if soeg-postnr < ix-postnr-fra(ix-index)
                       or soeg-postnr > ix-postnr-til(ix-index)
                       exit paragraph
                   end-if
               end-if
               compute raekke-bredde =
                   function numval(ix-postnr-til(ix-index))
                   - function numval(ix-postnr-fra(ix-index))
               if raekke-bredde < serie-bredde
                   move raekke-bredde to serie-bredde
                   move ix-postnr-fra(ix-index) to serie-fra
                   move ix-postnr-til(ix-index) to serie-til
                   move "Y" to serie-fundet
               end-if
           exit.

      *> Seriens seneste vaerdi paa eller foer vurderingsdatoen og
      *> paa eller foer kvartalets sidste dag.
           find-indeksvaerdier.
               move spaces to basis-dato
               move spaces to aktuel-dato
               move 0 to basis-vaerdi
               move 0 to aktuel-vaerdi
               perform varying ix-index from 1 by 1
                   until ix-index > indeks-count
                   if ix-sik-type(ix-index)
                       = sik-type in aktuel-sikkerhed
                       and ix-postnr-fra(ix-index) = serie-fra
                       and ix-postnr-til(ix-index) = serie-til
                       if ix-dato(ix-index)
                           <= sik-vurderings-dato in aktuel-sikkerhed
                           and (basis-dato = spaces
                               or ix-dato(ix-index) > basis-dato)
                           move ix-dato(ix-index) to basis-dato
                           move ix-vaerdi(ix-index) to basis-vaerdi
                       end-if
                       if ix-dato(ix-index) <= periode-til
                           and (aktuel-dato = spaces
                               or ix-dato(ix-index) > aktuel-dato)
                           move ix-dato(ix-index) to aktuel-dato
                           move ix-vaerdi(ix-index) to aktuel-vaerdi
                       end-if
                   end-if
               end-perform
           exit.

      *> Laanets sum af oprindelige og indekserede vaerdier - en
      *> sikkerhed der ikke kunne indekseres taeller med sin
      *> oprindelige vurdering begge steder.
           laeg-paa-laan.
               move 0 to lt-match
               perform varying lt-index from 1 by 1
                   until lt-index > laan-count
                   if lt-konto(lt-index)
                       = sik-laan-konto-id in aktuel-sikkerhed
                       move lt-index to lt-match
                   end-if
               end-perform
               if lt-match > 0
                   add sik-vurdering in aktuel-sikkerhed
                       to lt-vurdering(lt-match)
                   add indekseret-vaerdi to lt-indekseret(lt-match)
               end-if
           exit.

           tjek-alder.
               if sik-vurderings-dato in aktuel-sikkerhed is numeric
                   and sik-vurderings-dato in aktuel-sikkerhed
                       >= gammel-graense
                   exit paragraph
               end-if
               add 1 to antal-gamle
               move maksalder-aar to vist-aar
               move spaces to rapport-line
               string
                   "NYVURDERING  "
                   sik-laan-konto-id in aktuel-sikkerhed " "
                   sik-loebenr in aktuel-sikkerhed " "
                   sik-type in aktuel-sikkerhed
                   " vurderet " sik-vurderings-dato in aktuel-sikkerhed
                   " - aeldre end " function trim(vist-aar)
                   " aar, kraever"
                   " en rigtig nyvurdering"
                   into rapport-line
               end-string
               write rapport-record
           exit.

      *> Et laan med restgaeld og sikkerhed: LTV paa de indekserede
      *> vaerdier mod graensen - "KRYDSET" naar LTV paa de oprindelige
      *> vurderinger laa inden for.
           vurder-laan.
               if lt-restgaeld(lt-index) = 0
                   or lt-indekseret(lt-index) = 0
                   or lt-vurdering(lt-index) = 0
                   exit paragraph
               end-if
               compute ltv-indekseret rounded =
                   lt-restgaeld(lt-index) * 100
                   / lt-indekseret(lt-index)
               if ltv-indekseret not > ltv-graense
                   exit paragraph
               end-if
               compute ltv-oprindelig rounded =
                   lt-restgaeld(lt-index) * 100
                   / lt-vurdering(lt-index)
               add 1 to antal-ltv
               move lt-restgaeld(lt-index) to vist-restgaeld
               move lt-indekseret(lt-index) to vist-indekseret
               move ltv-indekseret to vist-ltv
               move ltv-oprindelig to vist-ltv-opr
               move spaces to rapport-line
               if ltv-oprindelig > ltv-graense
                   string
                       "LTV OVER     " lt-konto(lt-index)
                       " restgaeld " function trim(vist-restgaeld)
                       " indekseret " function trim(vist-indekseret)
                       " LTV " function trim(vist-ltv)
                       " pct (oprindelig " function trim(vist-ltv-opr)
                       " pct)"
                       into rapport-line
                   end-string
               else
                   string
                       "LTV KRYDSET  " lt-konto(lt-index)
                       " restgaeld " function trim(vist-restgaeld)
                       " indekseret " function trim(vist-indekseret)
                       " LTV " function trim(vist-ltv)
                       " pct (oprindelig " function trim(vist-ltv-opr)
                       " pct)"
                       into rapport-line
                   end-string
               end-if
               write rapport-record
           exit.

           rewrite-sikkerheder.
               open output sikkerhed-file
               perform varying st-index from 1 by 1
                   until st-index > sik-count
                   move st-record(st-index) to sikkerhed-record
                   write sikkerhed-record
               end-perform
               close sikkerhed-file
           exit.
