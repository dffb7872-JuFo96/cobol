       identification division.
       program-id. BETALINGSBALANCE.

      *> Kvartalsvis betalingsbalancestatistik til Nationalbanken:
      *> hidtil talt op i haanden fra afviklingsinstrukserne og
      *> kontohistorikken. Koeres pr. et kvartalsultimo
      *> (PERIODE_SLUTDATO i marts, juni, september eller december;
      *> perioden er kvartalets foerste dag til og med slutdatoen)
      *> og NAEGTER at starte, foer perioden er afsluttet af
      *> periodeafslutning.cob (ULTIMO-<slutdato>.ldg findes) - samme
      *> laas som mfiindberetning.cob.
      *>
      *> Graenseoverskridende bevaegelser i perioden:
      *>   - hver instrukslinje fra afvikling.cob (instruksfilen for
      *>     perioden, INSTRUKSFIL_NAVN - dagenes
      *>     AFVIKLING-INSTRUKS.txt samlet) med valoer-dato i
      *>     perioden;
      *>   - hver "FX  "-valutakonvertering i TRANSOPL.txt;
      *>   - hver anden postering i TRANSOPL.txt paa en konto, hvis
      *>     kunde har udenlandsk adresse (lande-kode ikke DK).
      *> Hver bevaegelse klassificeres paa modpartsland (kundens
      *> lande-kode, blank = DK; for en netto-instruks uden kunde
      *> korrespondentbankens land BETALINGSBALANCE_KORRESPONDENT_LAND
      *> fra PARMS), valuta, formaalskode (se formaal-tabel) og
      *> retning (I = ind til banken, U = ud), og beloebet
      *> omregnes til DKK via VALUTAKURS. Nationalbankens faste
      *> layout skrives til BETALINGSBALANCE.txt med en trailer med
      *> periode, antal celler, antal bevaegelser og DKK-sum.
      *> RC=4 naar en bevaegelse ikke kunne medregnes eller
      *> klassificeres fuldt (ukendt kurs, ukendt konto, ukendt
      *> land - cellen faar land "ZZ").

       environment division.
       input-output section.
       file-control.
           select konto-file assign to dynamic konto-file-name
               organization is line sequential.

           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential.

           select ledger-file assign to dynamic ledger-file-name
               organization is line sequential
               file status is ledger-status.

           select instruks-file assign to dynamic instruks-file-name
               organization is line sequential
               file status is instruks-status.

           select history-file assign to dynamic history-file-name
               organization is line sequential
               file status is history-status.

           select indberetning-file assign to "BETALINGSBALANCE.txt"
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
               02 ledger-line       PIC X(100).

      *> Samme fastfelts-layout som afvikling.cob's instruks-record.
           FD instruks-file.
           01 instruks-record.
               02 ai-reference      PIC X(18).
               02 ai-valuta         PIC X(3).
               02 ai-beloeb         PIC S9(7)V99.
               02 ai-dkk-ekvivalent PIC 9(9)V99.
               02 ai-valoer-dato    PIC X(8).
               02 ai-konto-id       PIC X(10).
               02 ai-kunde-id       PIC X(10).

           FD history-file.
           01 history-record.
               COPY "TRANSOPL.cpy".

      *> Nationalbankens faste cellelayout: modpartsland, valuta,
      *> formaalskode, retning, antal og DKK-beloeb - plus en
      *> trailer med perioden og kontroltotalerne.
           FD indberetning-file.
           01 indberetning-record.
               02 bb-land          PIC X(2).
               02 bb-valuta        PIC X(3).
               02 bb-formaal       PIC X(4).
               02 bb-retning       PIC X(1).
               02 bb-antal         PIC 9(7).
               02 bb-beloeb-dkk    PIC 9(13)V99.
           01 indberetning-trailer-record.
               02 bb-trl-marker    PIC X(10).
               02 bb-trl-fra       PIC X(8).
               02 bb-trl-til       PIC X(8).
               02 bb-trl-celler    PIC 9(7).
               02 bb-trl-antal     PIC 9(9).
               02 bb-trl-sum       PIC 9(15)V99.

       working-storage section.
           01 end-of-konto     PIC X value "N".
           01 end-of-kunde     PIC X value "N".
           01 end-of-fil       PIC X value "N".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 kunde-file-name  PIC X(100)
               value "kundeoplysninger.txt".
           01 ledger-file-name PIC X(100).
           01 ledger-status    PIC XX value "00".
           01 instruks-file-name PIC X(100)
               value "AFVIKLING-INSTRUKS.txt".
           01 instruks-status  PIC XX value "00".
           01 history-file-name PIC X(100) value "TRANSOPL.txt".
           01 history-status   PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 kunde-header-missing PIC X value "N".

           01 slutdato         PIC X(8).
           01 startdato        PIC X(8).
           01 start-maaned     PIC 9(2).

           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 korrespondent-land PIC X(2) value spaces.

      *> Formaalskoden pr. trans-type; alt andet er "DIV ", og en
      *> afviklingsinstruks er "AFVI".
           01 formaal-vaerdier.
               05 filler PIC X(8) value "FX  VALU".
               05 filler PIC X(8) value "OVF OVFR".
               05 filler PIC X(8) value "AFVKOVFR".
               05 filler PIC X(8) value "UDGBOVFR".
               05 filler PIC X(8) value "    OVFR".
               05 filler PIC X(8) value "KORTKORT".
               05 filler PIC X(8) value "KATMKORT".
               05 filler PIC X(8) value "KREFKORT".
               05 filler PIC X(8) value "NSF GEBY".
               05 filler PIC X(8) value "RYKGGEBY".
               05 filler PIC X(8) value "DGEBGEBY".
               05 filler PIC X(8) value "GPRVGEBY".
               05 filler PIC X(8) value "BLEJGEBY".
           01 formaal-tabel redefines formaal-vaerdier.
               05 formaal-entry occurs 13 times.
                   10 fm-trans-type PIC X(4).
                   10 fm-kode       PIC X(4).
           01 fm-index         PIC 9(2).

      *> Konti (kunde og valuta) og kundernes land som opslag.
           01 konto-count      PIC 9(5) value 0.
           01 konto-max        PIC 9(5) value 2000.
           01 konto-table.
               02 konto-entry occurs 2000 times.
                   03 kt-konto-id   PIC X(10).
                   03 kt-kunde-id   PIC X(10).
                   03 kt-valuta     PIC X(3).
           01 kt-index         PIC 9(5).
           01 kt-match         PIC 9(5).
           01 land-count       PIC 9(5) value 0.
           01 land-max         PIC 9(5) value 2000.
           01 land-table.
               02 land-entry occurs 2000 times.
                   03 la-kunde-id   PIC X(10).
                   03 la-land       PIC X(2).
           01 la-index         PIC 9(5).

      *> Cellerne: land x valuta x formaal x retning.
           01 celle-count      PIC 9(4) value 0.
           01 celle-max        PIC 9(4) value 1000.
           01 celle-table.
               02 celle-entry occurs 1000 times.
                   03 ce-land      PIC X(2).
                   03 ce-valuta    PIC X(3).
                   03 ce-formaal   PIC X(4).
                   03 ce-retning   PIC X(1).
                   03 ce-antal     PIC 9(7).
                   03 ce-beloeb    PIC 9(13)V99.
           01 ce-index         PIC 9(4).
           01 ce-found         PIC 9(4).

           01 soeg-kunde-id    PIC X(10).
           01 bev-land         PIC X(2).
           01 bev-valuta       PIC X(3).
           01 bev-formaal      PIC X(4).
           01 bev-retning      PIC X(1).
           01 bev-beloeb       PIC S9(9)V99.
           01 bev-dkk          PIC 9(13)V99.
           01 balance-dkk-kurs PIC 9(3)V9999.
           01 kurs-ok          PIC X value "N".
           01 bevaegelse-antal PIC 9(9) value 0.
           01 kontrol-sum      PIC 9(15)V99 value 0.
           01 undtagelse-antal PIC 9(5) value 0.

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
           accept instruks-file-name
               from environment "INSTRUKSFIL_NAVN"
               on exception
                   move "AFVIKLING-INSTRUKS.txt" to instruks-file-name
           end-accept
           accept history-file-name from environment "TRANSOPLFIL_NAVN"
               on exception
                   move "TRANSOPL.txt" to history-file-name
           end-accept
           accept slutdato from environment "PERIODE_SLUTDATO"
               on exception
                   move spaces to slutdato
           end-accept
           if slutdato = spaces or slutdato not numeric
               display "BETALINGSBALANCE: PERIODE_SLUTDATO (YYYYMMDD)"
                   " skal angives"
               move 8 to return-code
               stop run
           end-if
           if slutdato(5:2) not = "03" and not = "06"
               and not = "09" and not = "12"
               display "BETALINGSBALANCE: " slutdato
                   " er ikke et kvartalsultimo"
               move 8 to return-code
               stop run
           end-if
           move slutdato(5:2) to start-maaned
           subtract 2 from start-maaned
           move slutdato(1:4) to startdato(1:4)
           move start-maaned to startdato(5:2)
           move "01" to startdato(7:2)

      *> Perioden skal vaere formelt afsluttet - findes ultimo-
      *> ledgeren ikke, er tallene ikke frosset, og indberetningen
      *> afvises.
           move spaces to ledger-file-name
           string
               "ULTIMO-" slutdato ".ldg"
               into ledger-file-name
           end-string
           open input ledger-file
           if ledger-status not = "00" and ledger-status not = "05"
               display "BETALINGSBALANCE: "
                   function trim(ledger-file-name)
                   " findes ikke - perioden er ikke afsluttet af"
                   " PERIODEAFSLUTNING, indberetning afvist"
               move 8 to return-code
               stop run
           end-if
           close ledger-file

           move "BETALINGSBALANCE_KORRESPONDENT_LAND" to parm-navn
           move spaces to parm-vaerdi
           call "PARMS" using parm-navn parm-vaerdi parm-fundet
           end-call
           if parm-fundet = "Y"
               move parm-vaerdi(1:2) to korrespondent-land
           end-if

           perform load-lande
           perform load-konti
           perform saml-instrukser
           perform saml-historik

           open output indberetning-file
           perform varying ce-index from 1 by 1
               until ce-index > celle-count
               move ce-land(ce-index) to bb-land
               move ce-valuta(ce-index) to bb-valuta
               move ce-formaal(ce-index) to bb-formaal
               move ce-retning(ce-index) to bb-retning
               move ce-antal(ce-index) to bb-antal
               move ce-beloeb(ce-index) to bb-beloeb-dkk
               write indberetning-record
               add ce-beloeb(ce-index) to kontrol-sum
           end-perform
           move "TRAILER" to bb-trl-marker
           move startdato to bb-trl-fra
           move slutdato to bb-trl-til
           move celle-count to bb-trl-celler
           move bevaegelse-antal to bb-trl-antal
           move kontrol-sum to bb-trl-sum
           write indberetning-trailer-record
           close indberetning-file

           display "BETALINGSBALANCE: " bevaegelse-antal
               " bevaegelser i " celle-count " celler for "
               startdato " - " slutdato
           if undtagelse-antal > 0
               display "BETALINGSBALANCE: " undtagelse-antal
                   " bevaegelser ikke fuldt klassificeret"
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> Kundens land - blank lande-kode er en dansk adresse.
           load-lande.
               open input kunde-file
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
                   perform registrer-land
               end-if
               perform until end-of-kunde = "Y"
                   read kunde-file into kunde-info
               at end
                   move "Y" to end-of-kunde
               not at end
                   perform registrer-land
               end-read
               end-perform
               close kunde-file
           exit.

           registrer-land.
               if land-count >= land-max
                   display "BETALINGSBALANCE: landetabel fuld - "
                       customer-id in kunde-info " ikke medtaget"
                   exit paragraph
               end-if
               add 1 to land-count
               move customer-id in kunde-info
                   to la-kunde-id(land-count)
               if lande-kode in kunde-info = spaces
                   move "DK" to la-land(land-count)
               else
                   move lande-kode in kunde-info
                       to la-land(land-count)
               end-if
           exit.

           load-konti.
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
                   display "BETALINGSBALANCE: "
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
                   move 8 to return-code
                   stop run
               end-if
           exit.

           registrer-konto.
               if konto-count >= konto-max
                   display "BETALINGSBALANCE: kontotabel fuld - "
                       account-id in konto-info " ikke medtaget"
                   exit paragraph
               end-if
               add 1 to konto-count
               move account-id in konto-info to kt-konto-id(konto-count)
               move customer-id in konto-info
                   to kt-kunde-id(konto-count)
               move valuta-id in konto-info to kt-valuta(konto-count)
           exit.

           find-land.
               move spaces to bev-land
               perform varying la-index from 1 by 1
                   until la-index > land-count
                   if la-kunde-id(la-index) = soeg-kunde-id
                       move la-land(la-index) to bev-land
                   end-if
               end-perform
           exit.

      *> Instruksfilen for perioden - en manglende fil er et kvartal
      *> uden afviklinger. En instruks med kunde bruger kundens
      *> land, en netto-instruks korrespondentens.
           saml-instrukser.
               open input instruks-file
               if instruks-status not = "00"
                   and instruks-status not = "05"
                   display "BETALINGSBALANCE: "
                       function trim(instruks-file-name)
                       " findes ikke - ingen afviklinger medtaget"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read instruks-file into instruks-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if ai-valoer-dato >= startdato
                       and ai-valoer-dato <= slutdato
                       and ai-beloeb not = 0
                       perform behandl-instruks
                   end-if
               end-read
               end-perform
               close instruks-file
           exit.

           behandl-instruks.
               if ai-kunde-id = spaces
                   move korrespondent-land to bev-land
               else
                   move ai-kunde-id to soeg-kunde-id
                   perform find-land
               end-if
               move ai-valuta to bev-valuta
               move "AFVI" to bev-formaal
               if ai-beloeb > 0
                   move "U" to bev-retning
               else
                   move "I" to bev-retning
               end-if
               move ai-dkk-ekvivalent to bev-dkk
               perform laeg-paa-celle
           exit.

      *> Periodens posteringer: FX-konverteringer altid, oevrige
      *> kun paa konti hos kunder med udenlandsk adresse.
           saml-historik.
               open input history-file
               if history-status not = "00"
                   and history-status not = "05"
                   display "BETALINGSBALANCE: "
                       function trim(history-file-name)
                       " findes ikke - ingen posteringer medtaget"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read history-file into history-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if trans-date >= startdato
                       and trans-date <= slutdato
                       and trans-amount not = 0
                       perform behandl-postering
                   end-if
               end-read
               end-perform
               close history-file
           exit.

           behandl-postering.
               move 0 to kt-match
               perform varying kt-index from 1 by 1
                   until kt-index > konto-count or kt-match > 0
                   if kt-konto-id(kt-index) = account-id
                       in history-record
                       move kt-index to kt-match
                   end-if
               end-perform
               if kt-match = 0
                   if trans-type = "FX  "
                       add 1 to undtagelse-antal
                       display "BETALINGSBALANCE: FX-postering paa"
                           " ukendt konto "
                           account-id in history-record
                   end-if
                   exit paragraph
               end-if
               move kt-kunde-id(kt-match) to soeg-kunde-id
               perform find-land
               if trans-type not = "FX  "
                   and (bev-land = "DK" or bev-land = spaces)
                   exit paragraph
               end-if

               call "VALUTAKURS" using kt-valuta(kt-match)
                   balance-dkk-kurs kurs-ok
               end-call
               if kurs-ok not = "Y"
                   add 1 to undtagelse-antal
                   display "BETALINGSBALANCE: ukendt kurs for "
                       kt-valuta(kt-match) " - postering paa "
                       account-id in history-record " udeladt"
                   exit paragraph
               end-if
               move trans-amount to bev-beloeb
               if bev-beloeb < 0
                   move "U" to bev-retning
                   compute bev-beloeb = 0 - bev-beloeb
               else
                   move "I" to bev-retning
               end-if
               compute bev-dkk rounded = bev-beloeb * balance-dkk-kurs
               move kt-valuta(kt-match) to bev-valuta
               move "DIV " to bev-formaal
               perform varying fm-index from 1 by 1
                   until fm-index > 13
                   if fm-trans-type(fm-index) = trans-type
                       move fm-kode(fm-index) to bev-formaal
                   end-if
               end-perform
               perform laeg-paa-celle
           exit.

           laeg-paa-celle.
               if bev-land = spaces
                   move "ZZ" to bev-land
                   add 1 to undtagelse-antal
               end-if
               add 1 to bevaegelse-antal
               move 0 to ce-found
               perform varying ce-index from 1 by 1
                   until ce-index > celle-count or ce-found > 0
                   if ce-land(ce-index) = bev-land
                       and ce-valuta(ce-index) = bev-valuta
                       and ce-formaal(ce-index) = bev-formaal
                       and ce-retning(ce-index) = bev-retning
                       move ce-index to ce-found
                   end-if
               end-perform
               if ce-found = 0
                   if celle-count >= celle-max
                       add 1 to undtagelse-antal
                       display "BETALINGSBALANCE: celletabel fuld - "
                           bev-land " " bev-valuta " " bev-formaal
                           " ikke medtaget"
                       exit paragraph
                   end-if
                   add 1 to celle-count
                   move celle-count to ce-found
                   move bev-land to ce-land(ce-found)
                   move bev-valuta to ce-valuta(ce-found)
                   move bev-formaal to ce-formaal(ce-found)
                   move bev-retning to ce-retning(ce-found)
                   move 0 to ce-antal(ce-found)
                   move 0 to ce-beloeb(ce-found)
               end-if
               add 1 to ce-antal(ce-found)
               add bev-dkk to ce-beloeb(ce-found)
           exit.
