       identification division.
       program-id. RENTEAFTALEOVERSIGT.

      *> Maanedlig oversigt over de individuelle renteaftaler i
      *> RENTEAFTALE.txt (se RENTEAFTALE.cpy). For hver aftale der
      *> er i kraft paa koerselsdatoen listes:
      *>   - aftaler der udloeber inden for RENTEAFTALE_VARSELDAGE
      *>     (PARMS, uaendret 60) dage, saa de kan genforhandles
      *>     eller faa lov at udloebe bevidst, og
      *>   - aftaler hvis sats ligger mere end
      *>     RENTEAFTALE_MAKSAFVIGELSE (PARMS, uaendret 2,00)
      *>     procentpoint fra den produktsats kontoen ellers ville
      *>     faa i dag - samme tier-/gyldig-fra-/DEBET-opslag i
      *>     RENTESATS.txt som kontorente.cob: kreditaftalen
      *>     sammenlignes med kontotypens sats, debetaftalen med
      *>     "DEBET"-satsen.
      *> En aftale paa en konto der ikke findes i KontoOpl.txt, og
      *> en aftale uden nogen produktsats at sammenligne med,
      *> listes ogsaa. Rapporten er RENTEAFTALE-OVERSIGT.txt; RC=4
      *> naar noget er listet. Koeres den foerste bankdag i
      *> maaneden.

       environment division.
       input-output section.
       file-control.
           select aftale-file assign to dynamic aftale-file-name
               organization is line sequential
               file status is aftale-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select rente-file assign to dynamic rente-file-name
               organization is line sequential
               file status is rente-status.

           select rapport-file assign to "RENTEAFTALE-OVERSIGT.txt"
               organization is line sequential.

       data division.
           file section.
           FD aftale-file.
           01 aftale-record.
               COPY "RENTEAFTALE.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

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
           01 end-of-aftale    PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 end-of-rente     PIC X value "N".
           01 aftale-file-name PIC X(100) value "RENTEAFTALE.txt".
           01 aftale-status    PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 rente-file-name  PIC X(100) value "RENTESATS.txt".
           01 rente-status     PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).

           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 varsel-dage      PIC 9(4) value 60.
           01 maks-afvigelse   PIC 9(3)V99 value 2.00.

      *> Aftalerne i kraft paa koerselsdatoen.
           01 aftale-count     PIC 9(4) value 0.
           01 aftale-max       PIC 9(4) value 1000.
           01 aftale-tabel.
               02 at-record occurs 1000 times PIC X(43).
           01 at-index         PIC 9(4).
           01 aktuel-aftale.
               COPY "RENTEAFTALE.cpy".

      *> Aftalekontiene med type og saldo fra KontoOpl.txt.
           01 ak-count         PIC 9(4) value 0.
           01 ak-tabel.
               02 ak-entry occurs 1000 times.
                   03 ak-konto-id      PIC X(10).
      *> "N" = kontoen findes ikke.
                   03 ak-konto-fundet  PIC X(1).
                   03 ak-type          PIC X(10).
                   03 ak-balance       PIC S9(7)V99.
           01 ak-index         PIC 9(4).

      *> Satstabellen - samme indlaesning som renteprovision.cob.
           01 rate-count       PIC 9(3) value 0.
           01 rate-max         PIC 9(3) value 50.
           01 rate-table.
               02 rate-entry occurs 50 times.
                   03 rt-type       PIC X(10).
                   03 rt-sats       PIC S9(3)V99.
                   03 rt-tier-fra   PIC 9(9)V99.
                   03 rt-tier-til   PIC 9(9)V99.
                   03 rt-gyldig-fra PIC X(8).
           01 rt-index         PIC 9(3).
           01 fundet-sats      PIC S9(3)V99.
           01 sats-fundet      PIC X value "N".
           01 bedste-fra       PIC X(8).
           01 opslag-type      PIC X(10).
           01 opslag-saldo     PIC 9(9)V99.

           01 aftale-sats      PIC S9(3)V99.
           01 afvigelse        PIC S9(3)V99.
           01 dage-tilbage     PIC S9(7).

           01 vist-aftale-sats PIC -(3)9.99.
           01 vist-produkt-sats PIC -(3)9.99.
           01 vist-afvigelse   PIC -(3)9.99.
           01 vist-dage        PIC -(6)9.
           01 antal-i-kraft    PIC 9(5) value 0.
           01 antal-udloeber   PIC 9(5) value 0.
           01 antal-afviger    PIC 9(5) value 0.
           01 antal-uden-grundlag PIC 9(5) value 0.

       procedure division.
       main-program.
           accept aftale-file-name
               from environment "RENTEAFTALEFIL_NAVN"
               on exception
                   move "RENTEAFTALE.txt" to aftale-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept rente-file-name from environment "RENTESATSFIL_NAVN"
               on exception
                   move "RENTESATS.txt" to rente-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if

           move "RENTEAFTALE_VARSELDAGE" to parm-navn
           perform hent-parm
           if parm-fundet = "Y"
               compute varsel-dage = function numval(parm-vaerdi)
           end-if
           move "RENTEAFTALE_MAKSAFVIGELSE" to parm-navn
           perform hent-parm
           if parm-fundet = "Y"
               compute maks-afvigelse = function numval(parm-vaerdi)
           end-if

           perform load-aftaler
           if aftale-count = 0
               display "RENTEAFTALEOVERSIGT: ingen renteaftaler i"
                   " kraft pr. " koersel-dato
               move 0 to return-code
               stop run
           end-if
           perform load-konti
           perform load-rate-table

           open output rapport-file
           move maks-afvigelse to vist-afvigelse
           move varsel-dage to vist-dage
           move spaces to rapport-line
           string
               "RENTEAFTALER PR. " koersel-dato
               " - UDLOEB INDEN " function trim(vist-dage)
               " DAGE, AFVIGELSE OVER "
               function trim(vist-afvigelse) " PCT.-POINT"
               into rapport-line
           end-string
           write rapport-record

           perform varying at-index from 1 by 1
               until at-index > aftale-count
               move at-record(at-index) to aktuel-aftale
               perform vurder-udloeb
               perform vurder-afvigelse
           end-perform

           move spaces to rapport-line
           string
               "I kraft: " antal-i-kraft
               "  udloeber: " antal-udloeber
               "  afviger: " antal-afviger
               "  uden grundlag: " antal-uden-grundlag
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           display "RENTEAFTALEOVERSIGT: " antal-i-kraft
               " aftaler i kraft, " antal-udloeber " udloeber, "
               antal-afviger " afviger, " antal-uden-grundlag
               " uden grundlag"
           if antal-udloeber > 0 or antal-afviger > 0
               or antal-uden-grundlag > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> En manglende eller ikke-numerisk parameter lader
      *> standardvaerdien staa.
           hent-parm.
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

      *> Kun aftaler der er i kraft paa koerselsdatoen - fremtidige
      *> og udloebne aftaler er ikke noget at handle paa endnu/mere.
           load-aftaler.
               open input aftale-file
               if aftale-status not = "00"
                   and aftale-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-aftale = "Y"
                   read aftale-file
               at end
                   move "Y" to end-of-aftale
               not at end
                   if ra-gyldig-fra in aftale-record is numeric
                       and ra-sats in aftale-record is numeric
                       and ra-gyldig-fra in aftale-record
                           <= koersel-dato
                       and (ra-gyldig-til in aftale-record = spaces
                           or ra-gyldig-til in aftale-record
                               >= koersel-dato)
                       perform registrer-aftale
                   end-if
               end-read
               end-perform
               close aftale-file
           exit.

           registrer-aftale.
               if aftale-count >= aftale-max
                   display "RENTEAFTALEOVERSIGT: aftaletabel fuld - "
                       ra-noegle in aftale-record " ikke medtaget"
                   exit paragraph
               end-if
               add 1 to aftale-count
               add 1 to antal-i-kraft
               move aftale-record to at-record(aftale-count)
               perform varying ak-index from 1 by 1
                   until ak-index > ak-count
                   or ak-konto-id(ak-index)
                       = ra-konto-id in aftale-record
                   continue
               end-perform
               if ak-index > ak-count
                   add 1 to ak-count
                   move ra-konto-id in aftale-record
                       to ak-konto-id(ak-count)
                   move "N" to ak-konto-fundet(ak-count)
                   move spaces to ak-type(ak-count)
                   move 0 to ak-balance(ak-count)
               end-if
           exit.

           load-konti.
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "RENTEAFTALEOVERSIGT: "
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
                   display "RENTEAFTALEOVERSIGT: ukendt layout-version"
                       " i " function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           match-konto.
               perform varying ak-index from 1 by 1
                   until ak-index > ak-count
                   if ak-konto-id(ak-index) = account-id in konto-info
                       move "J" to ak-konto-fundet(ak-index)
                       move account-type in konto-info
                           to ak-type(ak-index)
                       move balance in konto-info
                           to ak-balance(ak-index)
                   end-if
               end-perform
           exit.

      *> En manglende RENTESATS.txt betyder ingen produktsatser -
      *> saa er hver aftale uden sammenligningsgrundlag.
           load-rate-table.
               open input rente-file
               if rente-status not = "00" and rente-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-rente = "Y"
                   read rente-file into rente-record
               at end
                   move "Y" to end-of-rente
               not at end
                   if rate-count < rate-max
                       add 1 to rate-count
                       move rente-type to rt-type(rate-count)
                       move rente-sats to rt-sats(rate-count)
                       if rente-fortegn = "-"
                           compute rt-sats(rate-count) =
                               0 - rente-sats
                       end-if
                       if rente-tier-fra is numeric
                           move rente-tier-fra
                               to rt-tier-fra(rate-count)
                       else
                           move 0 to rt-tier-fra(rate-count)
                       end-if
                       if rente-tier-til is numeric
                           move rente-tier-til
                               to rt-tier-til(rate-count)
                       else
                           move 0 to rt-tier-til(rate-count)
                       end-if
                       if rente-gyldig-fra is numeric
                           move rente-gyldig-fra
                               to rt-gyldig-fra(rate-count)
                       else
                           move "00000000"
                               to rt-gyldig-fra(rate-count)
                       end-if
                   end-if
               end-read
               end-perform
               close rente-file
           exit.

           vurder-udloeb.
               if ra-gyldig-til in aktuel-aftale not numeric
                   or ra-gyldig-til in aktuel-aftale >= "99991231"
                   exit paragraph
               end-if
               compute dage-tilbage =
                   function integer-of-date(function numval(
                       ra-gyldig-til in aktuel-aftale))
                   - function integer-of-date(
                       function numval(koersel-dato))
               if dage-tilbage > varsel-dage
                   exit paragraph
               end-if
               add 1 to antal-udloeber
               perform saet-aftale-sats
               move aftale-sats to vist-aftale-sats
               move dage-tilbage to vist-dage
               move spaces to rapport-line
               string
                   "UDLOEBER   konto "
                   ra-konto-id in aktuel-aftale
                   " art " ra-rente-art in aktuel-aftale
                   " sats " function trim(vist-aftale-sats)
                   " udloeber " ra-gyldig-til in aktuel-aftale
                   " (" function trim(vist-dage) " dage)"
                   " godkendt af "
                   function trim(ra-godkendt-af in aktuel-aftale)
                   into rapport-line
               end-string
               write rapport-record
           exit.

      *> Produktsatsen kontoen ville faa i dag uden aftalen.
           vurder-afvigelse.
               perform varying ak-index from 1 by 1
                   until ak-index > ak-count
                   or ak-konto-id(ak-index)
                       = ra-konto-id in aktuel-aftale
                   continue
               end-perform
               perform saet-aftale-sats
               move aftale-sats to vist-aftale-sats
               if ak-konto-fundet(ak-index) not = "J"
                   add 1 to antal-uden-grundlag
                   move spaces to rapport-line
                   string
                       "UKENDT     konto "
                       ra-konto-id in aktuel-aftale
                       " art " ra-rente-art in aktuel-aftale
                       " sats " function trim(vist-aftale-sats)
                       " - kontoen findes ikke i "
                       function trim(konto-file-name)
                       into rapport-line
                   end-string
                   write rapport-record
                   exit paragraph
               end-if

               if ra-debetrente in aktuel-aftale
                   move "DEBET" to opslag-type
                   if ak-balance(ak-index) < 0
                       compute opslag-saldo =
                           0 - ak-balance(ak-index)
                   else
                       move 0 to opslag-saldo
                   end-if
               else
                   move ak-type(ak-index) to opslag-type
                   if ak-balance(ak-index) > 0
                       move ak-balance(ak-index) to opslag-saldo
                   else
                       move 0 to opslag-saldo
                   end-if
               end-if
               perform find-aktuel-sats
               if sats-fundet = "N"
                   add 1 to antal-uden-grundlag
                   move spaces to rapport-line
                   string
                       "UDEN SATS  konto "
                       ra-konto-id in aktuel-aftale
                       " art " ra-rente-art in aktuel-aftale
                       " sats " function trim(vist-aftale-sats)
                       " - ingen produktsats for "
                       function trim(opslag-type)
                       into rapport-line
                   end-string
                   write rapport-record
                   exit paragraph
               end-if

               compute afvigelse = aftale-sats - fundet-sats
               if afvigelse <= maks-afvigelse
                   and afvigelse >= 0 - maks-afvigelse
                   exit paragraph
               end-if
               add 1 to antal-afviger
               move fundet-sats to vist-produkt-sats
               move afvigelse to vist-afvigelse
               move spaces to rapport-line
               string
                   "AFVIGER    konto "
                   ra-konto-id in aktuel-aftale
                   " art " ra-rente-art in aktuel-aftale
                   " aftale " function trim(vist-aftale-sats)
                   " produkt " function trim(opslag-type)
                   " " function trim(vist-produkt-sats)
                   " afvigelse " function trim(vist-afvigelse)
                   " godkendt af "
                   function trim(ra-godkendt-af in aktuel-aftale)
                   into rapport-line
               end-string
               write rapport-record
           exit.

           saet-aftale-sats.
               move ra-sats in aktuel-aftale to aftale-sats
               if ra-fortegn in aktuel-aftale = "-"
                   compute aftale-sats = 0 - ra-sats in aktuel-aftale
               end-if
           exit.

           find-aktuel-sats.
               move 0 to fundet-sats
               move "N" to sats-fundet
               move "00000000" to bedste-fra
               perform varying rt-index from 1 by 1
                   until rt-index > rate-count
                   if rt-type(rt-index) = opslag-type
                       and rt-gyldig-fra(rt-index) <= koersel-dato
                       and opslag-saldo >= rt-tier-fra(rt-index)
                       and (rt-tier-til(rt-index) = 0
                           or opslag-saldo
                               < rt-tier-til(rt-index))
                       if rt-gyldig-fra(rt-index) >= bedste-fra
                           move rt-gyldig-fra(rt-index)
                               to bedste-fra
                           move rt-sats(rt-index) to fundet-sats
                           move "Y" to sats-fundet
                       end-if
                   end-if
               end-perform
           exit.
