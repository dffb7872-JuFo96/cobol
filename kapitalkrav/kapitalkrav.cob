       identification division.
       program-id. KAPITALKRAV.

      *> Kapitalkrav for kreditrisiko efter standardmetoden: finans
      *> har hidtil skoennet hvert kvartal ud fra engagement.cob's
      *> rapport, hvor meget kapital udlaanet binder. Koeres pr. et
      *> kvartalsultimo (PERIODE_SLUTDATO i marts, juni, september
      *> eller december) og - ligesom ifrs9nedskrivning.cob -
      *> NAEGTER programmet at koere foer ULTIMO-<slutdato>.ldg
      *> findes, saa grundlaget er frosset.
      *>
      *> Eksponeringerne (DKK-aekvivalent via VALUTAKURS):
      *>   - hver LAAN-konto med restgaeld (KontoOpl.txt);
      *>   - hver aktiv traekretsbevilling (TRAEKRET.txt): det
      *>     traekne beloeb fuldt og det uudnyttede gange
      *>     konverteringsfaktoren RWA_CCF_TRAEKRET (10 pct.);
      *>   - hver overtrukket konto uden bevilling, fuldt;
      *>   - hver garanti der staar ved magt (GARANTI.txt) gange
      *>     RWA_CCF_GARANTI_BETA (100) for betalingsgarantier og
      *>     RWA_CCF_GARANTI_ANDEN (50) for de oevrige.
      *> Hver eksponering placeres i en eksponeringsklasse:
      *>   4 FORFALDEN - et laan med et ubogfoert afdrag aeldre end
      *>     RWA_DAGE_FORFALDEN (90) dage i LAANSCHD.txt (samme
      *>     restance-begreb som laanrestancer.cob);
      *>   3 EJENDOM   - den del af et laan der ligger inden for
      *>     RWA_MAX_LTV_EJENDOM (80) pct. af den registrerede
      *>     ejendomssikkerhed (SIKKERHED.txt, sik-type EJENDOM,
      *>     indekseret vaerdi naar den findes) - resten af laanet
      *>     foelger kunden;
      *>   2 ERHVERV   - kunder med customer-type "C";
      *>   1 RETAIL    - oevrige kunder.
      *> Risikovaegtene RWA_VAEGT_RETAIL (75), RWA_VAEGT_ERHVERV
      *> (100), RWA_VAEGT_EJENDOM (35) og RWA_VAEGT_FORFALDEN (150)
      *> og kapitalprocenten RWA_KAPITALPCT (8) er alle i pct. og
      *> hentes via PARMS. Eksponering, risikovaegtet beloeb og
      *> kapitalkrav skrives pr. klasse og pr. filial (account-id's
      *> branch-code; for en garanti provisionskontoens) til
      *> KAPITALKRAV.txt. RC=4 naar en eksponering er udeladt for
      *> ukendt kurs eller fuld tabel.

       environment division.
       input-output section.
       file-control.
           select konto-file assign to dynamic konto-file-name
               organization is line sequential.

           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential
               file status is kundefil-status.

           select ledger-file assign to dynamic ledger-file-name
               organization is line sequential
               file status is ledger-status.

           select traekret-file assign to dynamic traekret-file-name
               organization is line sequential
               file status is traekret-status.

           select laan-file assign to dynamic laan-file-name
               organization is line sequential
               file status is laan-status.

           select sikkerhed-file assign to dynamic sikkerhed-file-name
               organization is line sequential
               file status is sikkerhed-status.

           select garanti-file assign to dynamic garanti-file-name
               organization is line sequential
               file status is garanti-status.

           select rapport-file assign to "KAPITALKRAV.txt"
               organization is line sequential.

       data division.
           file section.
           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD kunde-file.
           01 kunde-header-record.
               COPY "KUNDEOPL-HDR.cpy".
           01 kunde-info.
               COPY "kundeopl.cpy".

           FD ledger-file.
           01 ledger-record.
               02 ledger-line      PIC X(100).

           FD traekret-file.
           01 traekret-record.
               COPY "TRAEKRET.cpy".

           FD laan-file.
           01 laan-record.
               COPY "LOANSCHD.cpy".

           FD sikkerhed-file.
           01 sikkerhed-record.
               COPY "SIKKERHED.cpy".

           FD garanti-file.
           01 garanti-record.
               COPY "GARANTI.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line     PIC X(100).

       working-storage section.
           01 end-of-konto     PIC X value "N".
           01 end-of-kunde     PIC X value "N".
           01 end-of-fil       PIC X value "N".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 kunde-file-name  PIC X(100)
               value "kundeoplysninger.txt".
           01 kundefil-status     PIC XX value "00".
           01 ledger-file-name PIC X(100).
           01 ledger-status    PIC XX value "00".
           01 traekret-file-name PIC X(100) value "TRAEKRET.txt".
           01 traekret-status  PIC XX value "00".
           01 laan-file-name   PIC X(100) value "LAANSCHD.txt".
           01 laan-status      PIC XX value "00".
           01 sikkerhed-file-name PIC X(100) value "SIKKERHED.txt".
           01 sikkerhed-status PIC XX value "00".
           01 garanti-file-name PIC X(100) value "GARANTI.txt".
           01 garanti-status   PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 kunde-header-missing PIC X value "N".

           01 slutdato         PIC X(8).
           01 slutdato-heltal  PIC S9(9).
           01 dato-numerisk    PIC 9(8).
           01 forfald-dage     PIC S9(7).

      *> Parametrene - PARMS (miljoevariabel vinder, ellers
      *> PARMS.txt); ugyldige eller manglende vaerdier falder
      *> tilbage til standardvaerdierne herunder.
           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 parm-tal         PIC 9(5)V99.
           01 ccf-traekret     PIC 9(3)V99 value 10.
           01 ccf-garanti-beta PIC 9(3)V99 value 100.
           01 ccf-garanti-anden PIC 9(3)V99 value 50.
           01 dage-forfalden   PIC 9(5) value 90.
           01 max-ltv-ejendom  PIC 9(3)V99 value 80.
           01 kapital-pct      PIC 9(3)V99 value 8.

      *> Klasserne 1-4 med risikovaegt og totaler.
           01 klasse-table.
               02 klasse-entry occurs 4 times.
                   03 kl-vaegt       PIC 9(3)V99.
                   03 kl-antal       PIC 9(5).
                   03 kl-eksponering PIC 9(13)V99.
                   03 kl-rwa         PIC 9(13)V99.
           01 kl-index         PIC 9(1).
           01 kl-navne.
               05 filler PIC X(10) value "RETAIL".
               05 filler PIC X(10) value "ERHVERV".
               05 filler PIC X(10) value "EJENDOM".
               05 filler PIC X(10) value "FORFALDEN".
           01 kl-navn-tabel redefines kl-navne.
               05 kl-navn PIC X(10) occurs 4 times.

      *> Kundetyperne fra kundeoplysninger.txt.
           01 kunde-count      PIC 9(5) value 0.
           01 kunde-max        PIC 9(5) value 2000.
           01 kunde-table.
               02 kunde-entry occurs 2000 times.
                   03 ku-kunde-id   PIC X(10).
                   03 ku-type       PIC X(1).
           01 ku-index         PIC 9(5).

      *> Aktive traekretsbevillinger.
           01 traekret-count   PIC 9(5) value 0.
           01 traekret-max     PIC 9(5) value 2000.
           01 traekret-table.
               02 traekret-entry occurs 2000 times.
                   03 tt-konto-id   PIC X(10).
                   03 tt-graense    PIC 9(7)V99.
           01 tt-index         PIC 9(5).
           01 tt-match         PIC 9(5).

      *> Eksponeringerne. ek-art: "L" laan, "T" traekret, "O"
      *> overtraek uden bevilling, "G" garanti.
           01 eks-count        PIC 9(5) value 0.
           01 eks-max          PIC 9(5) value 2000.
           01 eks-table.
               02 eks-entry occurs 2000 times.
                   03 ek-id          PIC X(10).
                   03 ek-kunde-id    PIC X(10).
                   03 ek-filial      PIC X(3).
                   03 ek-art         PIC X(1).
                   03 ek-nominel     PIC 9(13)V99.
                   03 ek-eksponering PIC 9(13)V99.
                   03 ek-kurs        PIC 9(3)V9999.
                   03 ek-dage-over   PIC 9(5).
                   03 ek-ejendom     PIC 9(13)V99.
           01 ek-index         PIC 9(5).
           01 ek-match         PIC 9(5).

      *> Pr. filial og klasse.
           01 filial-count     PIC 9(3) value 0.
           01 filial-max       PIC 9(3) value 200.
           01 filial-table.
               02 filial-entry occurs 200 times.
                   03 fi-filial     PIC X(3).
                   03 fi-klasse occurs 4 times.
                       04 fi-eksponering PIC 9(13)V99.
                       04 fi-rwa         PIC 9(13)V99.
           01 fi-index         PIC 9(3).
           01 fi-match         PIC 9(3).

           01 balance-dkk-kurs PIC 9(3)V9999.
           01 kurs-ok          PIC X value "N".
           01 traekket         PIC 9(9)V99.
           01 uudnyttet        PIC S9(9)V99.
           01 ccf-pct          PIC 9(3)V99.
           01 ejendom-loft     PIC 9(13)V99.
           01 del-beloeb       PIC 9(13)V99.
           01 del-rwa          PIC 9(13)V99.
           01 rest-beloeb      PIC 9(13)V99.
           01 kunde-klasse     PIC 9(1).
           01 rwa-total        PIC 9(13)V99 value 0.
           01 eksponering-total PIC 9(13)V99 value 0.
           01 kapital-total    PIC 9(13)V99 value 0.
           01 kapital-beloeb   PIC 9(13)V99.
           01 udeladt-antal    PIC 9(5) value 0.
           01 udeladt-id       PIC X(10).

           01 vis-beloeb       PIC Z(12)9.99.
           01 vis-rwa          PIC Z(12)9.99.
           01 vis-kapital      PIC Z(12)9.99.
           01 vis-vaegt        PIC ZZ9.99.

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
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
           accept sikkerhed-file-name
               from environment "SIKKERHEDFIL_NAVN"
               on exception
                   move "SIKKERHED.txt" to sikkerhed-file-name
           end-accept
           accept garanti-file-name from environment "GARANTIFIL_NAVN"
               on exception
                   move "GARANTI.txt" to garanti-file-name
           end-accept
           accept slutdato from environment "PERIODE_SLUTDATO"
               on exception
                   move spaces to slutdato
           end-accept
           if slutdato = spaces or slutdato not numeric
               display "KAPITALKRAV: PERIODE_SLUTDATO"
                   " (YYYYMMDD) skal angives"
               move 8 to return-code
               stop run
           end-if
           if slutdato(5:2) not = "03" and not = "06"
               and not = "09" and not = "12"
               display "KAPITALKRAV: " slutdato
                   " er ikke et kvartalsultimo"
               move 8 to return-code
               stop run
           end-if
           move slutdato to dato-numerisk
           compute slutdato-heltal =
               function integer-of-date(dato-numerisk)

      *> Grundlaget skal vaere frosset af periodeafslutningen.
           move spaces to ledger-file-name
           string
               "ULTIMO-" slutdato ".ldg"
               into ledger-file-name
           end-string
           open input ledger-file
           if ledger-status not = "00" and ledger-status not = "05"
               display "KAPITALKRAV: "
                   function trim(ledger-file-name)
                   " findes ikke - koer PERIODEAFSLUTNING foerst"
               move 8 to return-code
               stop run
           end-if
           close ledger-file

           open output rapport-file
           move spaces to rapport-line
           string
               "*---- Kapitalkrav kreditrisiko pr. " slutdato
               " ----*"
               into rapport-line
           end-string
           write rapport-record

           perform hent-parametre
           perform load-kunder
           perform load-traekret
           perform load-eksponeringer
           perform find-restancer
           perform saml-sikkerheder
           perform saml-garantier
           perform varying ek-index from 1 by 1
               until ek-index > eks-count
               perform klassificer-eksponering
           end-perform
           perform skriv-totaler
           close rapport-file

           display "KAPITALKRAV: " eks-count
               " eksponeringer, RWA " rwa-total
               " kapitalkrav " kapital-total
           if udeladt-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

           hent-parametre.
               initialize klasse-table
               move 75 to kl-vaegt(1)
               move 100 to kl-vaegt(2)
               move 35 to kl-vaegt(3)
               move 150 to kl-vaegt(4)
               move "RWA_VAEGT_RETAIL" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to kl-vaegt(1)
               end-if
               move "RWA_VAEGT_ERHVERV" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to kl-vaegt(2)
               end-if
               move "RWA_VAEGT_EJENDOM" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to kl-vaegt(3)
               end-if
               move "RWA_VAEGT_FORFALDEN" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to kl-vaegt(4)
               end-if
               move "RWA_CCF_TRAEKRET" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to ccf-traekret
               end-if
               move "RWA_CCF_GARANTI_BETA" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to ccf-garanti-beta
               end-if
               move "RWA_CCF_GARANTI_ANDEN" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to ccf-garanti-anden
               end-if
               move "RWA_DAGE_FORFALDEN" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to dage-forfalden
               end-if
               move "RWA_MAX_LTV_EJENDOM" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to max-ltv-ejendom
               end-if
               move "RWA_KAPITALPCT" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to kapital-pct
               end-if

               move spaces to rapport-line
               string
                   "Vaegte pct retail " kl-vaegt(1)
                   " erhverv " kl-vaegt(2)
                   " ejendom " kl-vaegt(3)
                   " forfalden " kl-vaegt(4)
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               string
                   "CCF pct traekret " ccf-traekret
                   " garanti " ccf-garanti-beta "/" ccf-garanti-anden
                   " max LTV " max-ltv-ejendom
                   " kapitalpct " kapital-pct
                   into rapport-line
               end-string
               write rapport-record
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

      *> Kundetypen (P/C) - en kunde uden post regnes som
      *> personkunde, samme fallback som customer-type.
           load-kunder.
               open input kunde-file
               if kundefil-status not = "00"
                   and kundefil-status not = "05"
                   exit paragraph
               end-if
               read kunde-file into kunde-header-record
               at end
                   move "Y" to end-of-kunde
               not at end
                   if kuhdr-marker not = "KHDR"
                       move "Y" to kunde-header-missing
                   end-if
               end-read
               if end-of-kunde = "N"
                   and kunde-header-missing = "Y"
                   perform gem-kunde-type
               end-if
               perform until end-of-kunde = "Y"
                   read kunde-file into kunde-info
               at end
                   move "Y" to end-of-kunde
               not at end
                   perform gem-kunde-type
               end-read
               end-perform
               close kunde-file
           exit.

           gem-kunde-type.
               if kunde-count >= kunde-max
                   display "KAPITALKRAV: kundetabel fuld - "
                       customer-id in kunde-info " regnes som retail"
                   exit paragraph
               end-if
               add 1 to kunde-count
               move customer-id in kunde-info
                   to ku-kunde-id(kunde-count)
               move customer-type in kunde-info to ku-type(kunde-count)
           exit.

      *> En manglende TRAEKRET.txt er en bank uden bevillinger.
           load-traekret.
               open input traekret-file
               if traekret-status not = "00"
                   and traekret-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read traekret-file into traekret-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if not tr-udloebet and tr-graense > 0
                       if traekret-count >= traekret-max
                           display "KAPITALKRAV: traekretstabel fuld"
                               " - " tr-konto-id " ikke medtaget"
                       else
                           add 1 to traekret-count
                           move tr-konto-id
                               to tt-konto-id(traekret-count)
                           move tr-graense
                               to tt-graense(traekret-count)
                       end-if
                   end-if
               end-read
               end-perform
               close traekret-file
           exit.

           load-eksponeringer.
               open input konto-file
               perform verificer-konto-header
               if konto-header-missing = "Y"
                   perform registrer-konto
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform registrer-konto
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
                   move "N" to layout-version-ok
                   display "KAPITALKRAV: "
                       function trim(konto-file-name)
                       " er tom - ingen header fundet"
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
                   close konto-file
                   close rapport-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Et LAAN med restgaeld, en konto med aktiv bevilling (traekket
      *> plus konverteret uudnyttet del) og en overtrukket konto uden
      *> bevilling er hver en eksponering.
           registrer-konto.
               move 0 to tt-match
               if account-type in konto-info = "LAAN"
                   if balance in konto-info <= 0
                       exit paragraph
                   end-if
               else
                   perform varying tt-index from 1 by 1
                       until tt-index > traekret-count
                       if tt-konto-id(tt-index)
                           = account-id in konto-info
                           move tt-index to tt-match
                       end-if
                   end-perform
                   if tt-match = 0 and balance in konto-info >= 0
                       exit paragraph
                   end-if
               end-if
               call "VALUTAKURS" using valuta-id in konto-info
                   balance-dkk-kurs kurs-ok
               end-call
               if kurs-ok not = "Y"
                   move account-id in konto-info to udeladt-id
                   perform meld-ukendt-kurs
                   exit paragraph
               end-if
               if eks-count >= eks-max
                   add 1 to udeladt-antal
                   display "KAPITALKRAV: eksponeringstabel fuld - "
                       account-id in konto-info " ikke medtaget"
                   exit paragraph
               end-if
               add 1 to eks-count
               initialize eks-entry(eks-count)
               move account-id in konto-info to ek-id(eks-count)
               move customer-id in konto-info
                   to ek-kunde-id(eks-count)
               move branch-code in konto-info to ek-filial(eks-count)
               move balance-dkk-kurs to ek-kurs(eks-count)
               evaluate true
                   when account-type in konto-info = "LAAN"
                       move "L" to ek-art(eks-count)
                       compute ek-nominel(eks-count) rounded =
                           balance in konto-info * balance-dkk-kurs
                       move ek-nominel(eks-count)
                           to ek-eksponering(eks-count)
                   when tt-match > 0
                       move "T" to ek-art(eks-count)
                       if balance in konto-info < 0
                           compute traekket =
                               0 - balance in konto-info
                       else
                           move 0 to traekket
                       end-if
                       compute uudnyttet =
                           tt-graense(tt-match) - traekket
                       if uudnyttet < 0
                           move 0 to uudnyttet
                       end-if
                       compute ek-nominel(eks-count) rounded =
                           (traekket + uudnyttet) * balance-dkk-kurs
                       compute ek-eksponering(eks-count) rounded =
                           (traekket + uudnyttet * ccf-traekret / 100)
                           * balance-dkk-kurs
                   when other
                       move "O" to ek-art(eks-count)
                       compute ek-nominel(eks-count) rounded =
                           (0 - balance in konto-info)
                           * balance-dkk-kurs
                       move ek-nominel(eks-count)
                           to ek-eksponering(eks-count)
               end-evaluate
           exit.

           meld-ukendt-kurs.
               add 1 to udeladt-antal
               move spaces to rapport-line
               string
                   "UDELADT " udeladt-id
                   " - ukendt kurs, ingen eksponering beregnet"
                   into rapport-line
               end-string
               write rapport-record
           exit.

           find-eksponering.
               move 0 to ek-match
               perform varying ek-index from 1 by 1
                   until ek-index > eks-count
                   if ek-id(ek-index) = loan-account-id
                       and ek-art(ek-index) = "L"
                       move ek-index to ek-match
                   end-if
               end-perform
           exit.

      *> Et laans dage i restance: det aeldste ubogfoerte afdrag
      *> med forfald foer slutdatoen - samme restance-begreb som
      *> laanrestancer.cob.
           find-restancer.
               open input laan-file
               if laan-status not = "00" and laan-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read laan-file into laan-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if installment-status = space
                       and due-date is numeric
                       and due-date < slutdato
                       perform find-eksponering
                       if ek-match > 0
                           move due-date to dato-numerisk
                           compute forfald-dage =
                               slutdato-heltal
                               - function integer-of-date(dato-numerisk)
                           if forfald-dage > ek-dage-over(ek-match)
                               move forfald-dage
                                   to ek-dage-over(ek-match)
                           end-if
                       end-if
                   end-if
               end-read
               end-perform
               close laan-file
           exit.

      *> Ejendomssikkerheden pr. laan - den indekserede vaerdi naar
      *> sikkerhedindeksering.cob har fremskrevet den, ellers
      *> vurderingen. En manglende SIKKERHED.txt goer alle laan
      *> usikrede.
           saml-sikkerheder.
               open input sikkerhed-file
               if sikkerhed-status not = "00"
                   and sikkerhed-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read sikkerhed-file into sikkerhed-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if sik-type = "EJENDOM"
                       move sik-laan-konto-id to loan-account-id
                       perform find-eksponering
                       if ek-match > 0
                           if sik-indekseret-vaerdi > 0
                               add sik-indekseret-vaerdi
                                   to ek-ejendom(ek-match)
                           else
                               add sik-vurdering
                                   to ek-ejendom(ek-match)
                           end-if
                       end-if
                   end-if
               end-read
               end-perform
               close sikkerhed-file
           exit.

      *> Garantier der staar ved magt paa slutdatoen - samme
      *> udvaelgelse som engagement.cob. En manglende GARANTI.txt
      *> betyder ingen garantier.
           saml-garantier.
               open input garanti-file
               if garanti-status not = "00"
                   and garanti-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read garanti-file into garanti-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if gar-aktiv
                       and gar-udstedt-dato <= slutdato
                       and gar-udloebs-dato >= slutdato
                       perform registrer-garanti
                   end-if
               end-read
               end-perform
               close garanti-file
           exit.

           registrer-garanti.
               call "VALUTAKURS" using
                   gar-valuta-id balance-dkk-kurs kurs-ok
               end-call
               if kurs-ok not = "Y"
                   move gar-garanti-id to udeladt-id
                   perform meld-ukendt-kurs
                   exit paragraph
               end-if
               if eks-count >= eks-max
                   add 1 to udeladt-antal
                   display "KAPITALKRAV: eksponeringstabel fuld - "
                       gar-garanti-id " ikke medtaget"
                   exit paragraph
               end-if
               if gar-type = "BETA"
                   move ccf-garanti-beta to ccf-pct
               else
                   move ccf-garanti-anden to ccf-pct
               end-if
               add 1 to eks-count
               initialize eks-entry(eks-count)
               move gar-garanti-id to ek-id(eks-count)
               move gar-kunde-id to ek-kunde-id(eks-count)
               move gar-provision-konto(1:3) to ek-filial(eks-count)
               move "G" to ek-art(eks-count)
               move balance-dkk-kurs to ek-kurs(eks-count)
               compute ek-nominel(eks-count) rounded =
                   gar-beloeb * balance-dkk-kurs
               compute ek-eksponering(eks-count) rounded =
                   gar-beloeb * ccf-pct / 100 * balance-dkk-kurs
           exit.

      *> Et forfaldent laan staar samlet i FORFALDEN. Ellers ligger
      *> den del af et laan der er daekket af ejendommen op til
      *> max-LTV i EJENDOM, og resten foelger kundetypen.
           klassificer-eksponering.
               move 1 to kunde-klasse
               perform varying ku-index from 1 by 1
                   until ku-index > kunde-count
                   if ku-kunde-id(ku-index) = ek-kunde-id(ek-index)
                       if ku-type(ku-index) = "C"
                           move 2 to kunde-klasse
                       end-if
                   end-if
               end-perform
               move ek-eksponering(ek-index) to rest-beloeb

               if ek-art(ek-index) = "L"
                   and ek-dage-over(ek-index) > dage-forfalden
                   move 4 to kl-index
                   move rest-beloeb to del-beloeb
                   perform bogfoer-del
                   exit paragraph
               end-if

               if ek-art(ek-index) = "L"
                   and ek-ejendom(ek-index) > 0
                   compute ejendom-loft rounded =
                       ek-ejendom(ek-index) * max-ltv-ejendom / 100
                   if ejendom-loft > rest-beloeb
                       move rest-beloeb to del-beloeb
                   else
                       move ejendom-loft to del-beloeb
                   end-if
                   move 3 to kl-index
                   perform bogfoer-del
                   subtract del-beloeb from rest-beloeb
               end-if

               if rest-beloeb > 0
                   or ek-eksponering(ek-index) = 0
                   move kunde-klasse to kl-index
                   move rest-beloeb to del-beloeb
                   perform bogfoer-del
               end-if
           exit.

           bogfoer-del.
               compute del-rwa rounded =
                   del-beloeb * kl-vaegt(kl-index) / 100
               add 1 to kl-antal(kl-index)
               add del-beloeb to kl-eksponering(kl-index)
               add del-rwa to kl-rwa(kl-index)
               add del-beloeb to eksponering-total
               add del-rwa to rwa-total

               move 0 to fi-match
               perform varying fi-index from 1 by 1
                   until fi-index > filial-count or fi-match > 0
                   if fi-filial(fi-index) = ek-filial(ek-index)
                       move fi-index to fi-match
                   end-if
               end-perform
               if fi-match = 0
                   if filial-count < filial-max
                       add 1 to filial-count
                       move filial-count to fi-match
                       initialize filial-entry(fi-match)
                       move ek-filial(ek-index) to fi-filial(fi-match)
                   else
                       display "KAPITALKRAV: filialtabel fuld - "
                           ek-filial(ek-index) " ikke medtaget"
                   end-if
               end-if
               if fi-match > 0
                   add del-beloeb to fi-eksponering(fi-match, kl-index)
                   add del-rwa to fi-rwa(fi-match, kl-index)
               end-if

               move del-beloeb to vis-beloeb
               move del-rwa to vis-rwa
               move spaces to rapport-line
               string
                   ek-id(ek-index) " " ek-art(ek-index) " "
                   ek-kunde-id(ek-index) " " ek-filial(ek-index)
                   " " kl-navn(kl-index)
                   " dage " ek-dage-over(ek-index)
                   " eksp " vis-beloeb " RWA " vis-rwa
                   into rapport-line
               end-string
               write rapport-record
           exit.

           skriv-totaler.
               move spaces to rapport-line
               write rapport-record
               move spaces to rapport-line
               string
                   "KLASSE      ANTAL       EKSPONERING  VAEGT"
                   "   RISIKOVAEGTET BELOEB       KAPITALKRAV"
                   into rapport-line
               end-string
               write rapport-record
               perform varying kl-index from 1 by 1
                   until kl-index > 4
                   compute kapital-beloeb rounded =
                       kl-rwa(kl-index) * kapital-pct / 100
                   move spaces to rapport-line
                   move kl-navn(kl-index) to rapport-line(1:10)
                   move kl-antal(kl-index) to rapport-line(12:5)
                   move kl-eksponering(kl-index) to vis-beloeb
                   move vis-beloeb to rapport-line(18:16)
                   move kl-vaegt(kl-index) to vis-vaegt
                   move vis-vaegt to rapport-line(36:6)
                   move kl-rwa(kl-index) to vis-rwa
                   move vis-rwa to rapport-line(48:16)
                   move kapital-beloeb to vis-kapital
                   move vis-kapital to rapport-line(66:16)
                   write rapport-record
               end-perform
               compute kapital-total rounded =
                   rwa-total * kapital-pct / 100
               move spaces to rapport-line
               move "I ALT" to rapport-line(1:10)
               move eksponering-total to vis-beloeb
               move vis-beloeb to rapport-line(18:16)
               move rwa-total to vis-rwa
               move vis-rwa to rapport-line(48:16)
               move kapital-total to vis-kapital
               move vis-kapital to rapport-line(66:16)
               write rapport-record

               move spaces to rapport-line
               write rapport-record
               move "PR. FILIAL" to rapport-line
               write rapport-record
               perform varying fi-index from 1 by 1
                   until fi-index > filial-count
                   perform varying kl-index from 1 by 1
                       until kl-index > 4
                       if fi-eksponering(fi-index, kl-index) > 0
                           compute kapital-beloeb rounded =
                               fi-rwa(fi-index, kl-index)
                               * kapital-pct / 100
                           move spaces to rapport-line
                           move fi-filial(fi-index)
                               to rapport-line(1:3)
                           move kl-navn(kl-index)
                               to rapport-line(5:10)
                           move fi-eksponering(fi-index, kl-index)
                               to vis-beloeb
                           move vis-beloeb to rapport-line(18:16)
                           move fi-rwa(fi-index, kl-index) to vis-rwa
                           move vis-rwa to rapport-line(48:16)
                           move kapital-beloeb to vis-kapital
                           move vis-kapital to rapport-line(66:16)
                           write rapport-record
                       end-if
                   end-perform
               end-perform
           exit.
