       identification division.
       program-id. FATCACRSINDBERETNING.

      *> Aarlig FATCA/CRS-indberetning: for hver indberetnings-
      *> pligtig kunde skrives hver af kundens konti med ultimo-
      *> saldo og aarets tilskrevne indlaansrente i myndighedens
      *> faste recordlayout til FATCACRS-INDBERETNING.txt med antal
      *> og kontrolsummer som trailer. Aaret tages fra FATCACRS_AAR
      *> (YYYY) og er som standard aaret foer koerselsdatoen.
      *>
      *> Saldi laeses fra aarets ultimo-ledger ULTIMO-<aar>1231.ldg
      *> fra periodeafslutning.cob - findes den ikke, er aaret ikke
      *> afsluttet, og koerslen afvises (samme regel som
      *> mfiindberetning.cob). Renten er summen af aarets linjer i
      *> RENTEHISTORIK.txt med blank rh-rente-art (debetrente
      *> medregnes ikke), med fortegn fra rh-fortegn.
      *>
      *> Indberetningspligtig er en kunde, der har en erklaering i
      *> SKATTEBOPAEL.txt (se SKATTEBOP.cpy) for et andet land end
      *> DK - en linje pr. konto pr. land, dokumentation "E" og
      *> erklaeringens TIN. Har kunden et udenlandsk adresse- eller
      *> forsendelsesland UDEN erklaering for det land, indberettes
      *> kontoen ogsaa for det land som udokumenteret
      *> (dokumentation "I", blank TIN) - de kunder staar ogsaa paa
      *> skattebopkontrol.cob's rykkerliste. Landet "US" er FATCA,
      *> alle andre CRS. RC=4 naar der er udokumenterede linjer.

       environment division.
       input-output section.
       file-control.
           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential.

           select skattebop-file assign to dynamic skattebop-file-name
               organization is line sequential
               file status is skattebop-status.

           select rente-historik-file assign to "RENTEHISTORIK.txt"
               organization is line sequential
               file status is rente-historik-status.

           select ledger-file assign to dynamic ledger-file-name
               organization is line sequential
               file status is ledger-status.

           select indberetning-file
               assign to "FATCACRS-INDBERETNING.txt"
               organization is line sequential.

       data division.
           file section.
           FD kunde-file.
           01 kunde-header-record.
               COPY "KUNDEOPL-HDR.cpy".
           01 kunde-info.
               COPY "kundeopl.cpy".

           FD skattebop-file.
           01 skattebop-record.
               COPY "SKATTEBOP.cpy".

           FD rente-historik-file.
           01 rente-historik-record.
               COPY "RENTEHIST.cpy".

           FD ledger-file.
           01 ledger-record.
               02 ledger-line       PIC X(100).

      *> Myndighedens faste recordlayout: ordning, aar, kunde, navn,
      *> skatteland, TIN, dokumentation, konto, valuta, ultimo-
      *> saldo og tilskrevet rente - plus en trailer med antal
      *> linjer og kontrolsummer.
           FD indberetning-file.
           01 indberetning-record.
               02 fc-ordning       PIC X(5).
               02 fc-aar           PIC X(4).
               02 fc-kunde-id      PIC X(10).
               02 fc-navn          PIC X(40).
               02 fc-land          PIC X(2).
               02 fc-tin           PIC X(20).
               02 fc-dokumentation PIC X(1).
               02 fc-account-id    PIC X(10).
               02 fc-valuta        PIC X(3).
               02 fc-saldo         PIC S9(7)V99 sign leading
                                       separate.
               02 fc-renter        PIC S9(7)V99 sign leading
                                       separate.
           01 indberetning-trailer-record.
               02 fc-trl-marker    PIC X(10).
               02 fc-trl-antal     PIC 9(7).
               02 fc-trl-saldo-sum PIC S9(13)V99 sign leading
                                       separate.
               02 fc-trl-rente-sum PIC S9(13)V99 sign leading
                                       separate.

       working-storage section.
           01 end-of-kunde     PIC X value "N".
           01 end-of-skattebop PIC X value "N".
           01 end-of-rente-historik PIC X value "N".
           01 end-of-ledger    PIC X value "N".
           01 kunde-file-name  PIC X(100)
               value "kundeoplysninger.txt".
           01 skattebop-file-name PIC X(100)
               value "SKATTEBOPAEL.txt".
           01 skattebop-status PIC XX value "00".
           01 rente-historik-status PIC XX value "00".
           01 ledger-file-name PIC X(100).
           01 ledger-status    PIC XX value "00".
           01 kunde-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).
           01 indberetnings-aar PIC X(4).
           01 aar-numerisk     PIC 9(4).

      *> En kontolinje i ultimo-ledgeren, som skrevet af
      *> periodeafslutning.cob (skriv-ultimo-linje).
           01 ultimo-linje.
               02 ul-account-id    PIC X(10).
               02 filler           PIC X(1).
               02 ul-customer-id   PIC X(10).
               02 filler           PIC X(1).
               02 ul-account-type  PIC X(10).
               02 filler           PIC X(1).
               02 ul-balance       PIC S9(7)V99 sign leading
                                       separate.
               02 filler           PIC X(1).
               02 ul-valuta-id     PIC X(3).
               02 filler           PIC X(1).
               02 ul-slutdato      PIC X(8).
               02 filler           PIC X(44).

      *> Kunderne med navn og adresselande som opslags-tabel.
           01 kunde-count      PIC 9(5) value 0.
           01 kunde-max        PIC 9(5) value 2000.
           01 kunde-table.
               02 kunde-entry occurs 2000 times.
                   03 kt-kunde-id      PIC X(10).
                   03 kt-navn          PIC X(40).
                   03 kt-lande-kode    PIC X(2).
                   03 kt-post-lande-kode PIC X(2).
           01 kt-index         PIC 9(5).
           01 kt-fundet        PIC 9(5).

      *> De gyldige erklaeringer som tabel.
           01 erkl-count       PIC 9(5) value 0.
           01 erkl-max         PIC 9(5) value 3000.
           01 erkl-table.
               02 erkl-entry occurs 3000 times.
                   03 et-kunde-id  PIC X(10).
                   03 et-land      PIC X(2).
                   03 et-tin       PIC X(20).
           01 et-index         PIC 9(5).

      *> Aarets tilskrevne rente pr. konto.
           01 rente-count      PIC 9(5) value 0.
           01 rente-max        PIC 9(5) value 5000.
           01 rente-table.
               02 rente-entry occurs 5000 times.
                   03 rt-account-id PIC X(10).
                   03 rt-renter     PIC S9(7)V99.
           01 rt-index         PIC 9(5).
           01 rt-fundet        PIC 9(5).

           01 full-name        PIC X(40).
           01 soeg-land        PIC X(2).
           01 erkl-fundet      PIC X value "N".
           01 konto-renter     PIC S9(7)V99.
           01 linje-antal      PIC 9(7) value 0.
           01 udokumenteret-antal PIC 9(7) value 0.
           01 saldo-sum        PIC S9(13)V99 value 0.
           01 rente-sum        PIC S9(13)V99 value 0.

       procedure division.
       main-program.
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept skattebop-file-name
               from environment "SKATTEBOPFIL_NAVN"
               on exception
                   move "SKATTEBOPAEL.txt" to skattebop-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           accept indberetnings-aar from environment "FATCACRS_AAR"
               on exception
                   move spaces to indberetnings-aar
           end-accept
           if indberetnings-aar = spaces
               move koersel-dato(1:4) to aar-numerisk
               subtract 1 from aar-numerisk
               move aar-numerisk to indberetnings-aar
           end-if
           if indberetnings-aar not numeric
               display "FATCACRSINDBERETNING: FATCACRS_AAR (YYYY)"
                   " er ugyldig: " indberetnings-aar
               move 8 to return-code
               stop run
           end-if

      *> Aaret skal vaere formelt afsluttet - findes ultimo-
      *> ledgeren for 31/12 ikke, er saldiene ikke frosset, og
      *> indberetningen afvises.
           move spaces to ledger-file-name
           string
               "ULTIMO-" indberetnings-aar "1231.ldg"
               into ledger-file-name
           end-string
           open input ledger-file
           if ledger-status not = "00" and ledger-status not = "05"
               display "FATCACRSINDBERETNING: "
                   function trim(ledger-file-name)
                   " findes ikke - aaret er ikke afsluttet af"
                   " PERIODEAFSLUTNING, indberetning afvist"
               move 8 to return-code
               stop run
           end-if

           perform load-kunder
           perform load-erklaeringer
           perform load-renter

           open output indberetning-file
           perform until end-of-ledger = "Y"
               read ledger-file
           at end
               move "Y" to end-of-ledger
           not at end
               if ledger-line(1:7) not = "ULTIMO "
                   and ledger-line(1:8) not = "TRAILER "
                   and ledger-line not = spaces
                   move ledger-line to ultimo-linje
                   perform behandl-konto
               end-if
           end-read
           end-perform
           close ledger-file

           move "TRAILER" to fc-trl-marker
           move linje-antal to fc-trl-antal
           move saldo-sum to fc-trl-saldo-sum
           move rente-sum to fc-trl-rente-sum
           write indberetning-trailer-record
           close indberetning-file

           display "FATCACRSINDBERETNING: " linje-antal
               " linjer skrevet for " indberetnings-aar
           if udokumenteret-antal > 0
               display "FATCACRSINDBERETNING: " udokumenteret-antal
                   " linjer indberettet som udokumenterede"
                   " (se SKATTEBOPAEL-RYKKER.txt)"
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

           load-kunder.
               open input kunde-file
               move "N" to kunde-header-missing
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
                   perform gem-kunde
               end-if
               perform until end-of-kunde = "Y"
                   read kunde-file into kunde-info
               at end
                   move "Y" to end-of-kunde
               not at end
                   perform gem-kunde
               end-read
               end-perform
               close kunde-file
           exit.

           gem-kunde.
               if kunde-count >= kunde-max
                   display "FATCACRSINDBERETNING: kundetabel fuld"
                       " - " customer-id in kunde-info
                       " ikke indlaest"
                   exit paragraph
               end-if
               add 1 to kunde-count
               move customer-id in kunde-info
                   to kt-kunde-id(kunde-count)
               if customer-type in kunde-info = "C"
                   move company-name in kunde-info
                       to kt-navn(kunde-count)
               else
                   move spaces to full-name
                   call "NAVNEFORMAT" using
                       first-name in kunde-info
                       last-name in kunde-info
                       full-name
                   end-call
                   move full-name to kt-navn(kunde-count)
               end-if
               move lande-kode in kunde-info
                   to kt-lande-kode(kunde-count)
               move post-lande-kode in kunde-info
                   to kt-post-lande-kode(kunde-count)
           exit.

           load-erklaeringer.
               open input skattebop-file
               if skattebop-status not = "00"
                   and skattebop-status not = "05"
                   display "FATCACRSINDBERETNING: "
                       function trim(skattebop-file-name)
                       " findes ikke - ingen erklaeringer registreret"
                   exit paragraph
               end-if
               perform until end-of-skattebop = "Y"
                   read skattebop-file into skattebop-record
               at end
                   move "Y" to end-of-skattebop
               not at end
                   if sb-erklaering-dato is numeric
                       if erkl-count < erkl-max
                           add 1 to erkl-count
                           move sb-kunde-id to et-kunde-id(erkl-count)
                           move sb-land to et-land(erkl-count)
                           move sb-tin to et-tin(erkl-count)
                       else
                           display "FATCACRSINDBERETNING: "
                               "erklaeringstabel fuld - "
                               sb-kunde-id " ikke indlaest"
                       end-if
                   end-if
               end-read
               end-perform
               close skattebop-file
           exit.

      *> Aarets tilskrevne indlaansrente summeret pr. konto. Mangler
      *> historikken, indberettes renten som nul.
           load-renter.
               open input rente-historik-file
               if rente-historik-status not = "00"
                   and rente-historik-status not = "05"
                   display "FATCACRSINDBERETNING: RENTEHISTORIK.txt"
                       " findes ikke - renter indberettes som nul"
                   exit paragraph
               end-if
               perform until end-of-rente-historik = "Y"
                   read rente-historik-file
               at end
                   move "Y" to end-of-rente-historik
               not at end
                   if rh-accrual-date(1:4) = indberetnings-aar
                       and rh-rente-art = space
                       perform saml-rente
                   end-if
               end-read
               end-perform
               close rente-historik-file
           exit.

           saml-rente.
               move 0 to rt-fundet
               perform varying rt-index from 1 by 1
                   until rt-index > rente-count or rt-fundet > 0
                   if rt-account-id(rt-index) = rh-account-id
                       move rt-index to rt-fundet
                   end-if
               end-perform
               if rt-fundet = 0
                   if rente-count >= rente-max
                       display "FATCACRSINDBERETNING: rentetabel fuld"
                           " - " rh-account-id " ikke medregnet"
                       exit paragraph
                   end-if
                   add 1 to rente-count
                   move rente-count to rt-fundet
                   move rh-account-id to rt-account-id(rt-fundet)
                   move 0 to rt-renter(rt-fundet)
               end-if
               if rh-fortegn = "-"
                   subtract rh-accrual-amount from rt-renter(rt-fundet)
               else
                   add rh-accrual-amount to rt-renter(rt-fundet)
               end-if
           exit.

      *> En konto fra ultimo-ledgeren: en linje pr. erklaeret land
      *> uden for DK, og en udokumenteret linje pr. udenlandsk
      *> adresseland uden erklaering.
           behandl-konto.
               move 0 to kt-fundet
               perform varying kt-index from 1 by 1
                   until kt-index > kunde-count or kt-fundet > 0
                   if kt-kunde-id(kt-index) = ul-customer-id
                       move kt-index to kt-fundet
                   end-if
               end-perform

               move 0 to konto-renter
               perform varying rt-index from 1 by 1
                   until rt-index > rente-count
                   if rt-account-id(rt-index) = ul-account-id
                       move rt-renter(rt-index) to konto-renter
                   end-if
               end-perform

               perform varying et-index from 1 by 1
                   until et-index > erkl-count
                   if et-kunde-id(et-index) = ul-customer-id
                       and et-land(et-index) not = "DK"
                       and et-land(et-index) not = spaces
                       move et-land(et-index) to fc-land
                       move et-tin(et-index) to fc-tin
                       move "E" to fc-dokumentation
                       perform skriv-linje
                   end-if
               end-perform

               if kt-fundet > 0
                   move kt-lande-kode(kt-fundet) to soeg-land
                   perform tjek-udokumenteret
                   if kt-post-lande-kode(kt-fundet)
                       not = kt-lande-kode(kt-fundet)
                       move kt-post-lande-kode(kt-fundet) to soeg-land
                       perform tjek-udokumenteret
                   end-if
               end-if
           exit.

           tjek-udokumenteret.
               if soeg-land = spaces or soeg-land = "DK"
                   exit paragraph
               end-if
               move "N" to erkl-fundet
               perform varying et-index from 1 by 1
                   until et-index > erkl-count
                   if et-kunde-id(et-index) = ul-customer-id
                       and et-land(et-index) = soeg-land
                       move "Y" to erkl-fundet
                   end-if
               end-perform
               if erkl-fundet = "N"
                   move soeg-land to fc-land
                   move spaces to fc-tin
                   move "I" to fc-dokumentation
                   add 1 to udokumenteret-antal
                   perform skriv-linje
               end-if
           exit.

           skriv-linje.
               if fc-land = "US"
                   move "FATCA" to fc-ordning
               else
                   move "CRS" to fc-ordning
               end-if
               move indberetnings-aar to fc-aar
               move ul-customer-id to fc-kunde-id
               if kt-fundet > 0
                   move kt-navn(kt-fundet) to fc-navn
               else
                   move spaces to fc-navn
               end-if
               move ul-account-id to fc-account-id
               move ul-valuta-id to fc-valuta
               move ul-balance to fc-saldo
               move konto-renter to fc-renter
               write indberetning-record
               add 1 to linje-antal
               add ul-balance to saldo-sum
               add konto-renter to rente-sum
           exit.
