       identification division.
       program-id. CVRUDTRAEK.

      *> Adapter for virksomhedsregistrets (CVR) deltafil - samme
      *> tanke som cprudtraek.cob for personkunderne, men for vore
      *> erhvervskunder (customer-type "C"), matchet paa
      *> cvr-number. Registrets deltafil CVR-DELTA.txt baerer en
      *> haendelse pr. linje:
      *>   "S" - stamdataaendring: nyt navn og/eller ny adresse. Hver
      *>         erhvervskunde med CVR-nummeret faar navnet/adressen
      *>         lagt oven paa sin EKSISTERENDE post og skrevet som
      *>         "C"-transaktion i KUNDE-TRANS-format til
      *>         CVR-KUNDE-TRANS.txt - IKKE posteret automatisk, en
      *>         medarbejder gennemgaar filen og peger
      *>         kundevedligehold.cob paa den (KUNDETRANS_NAVN).
      *>         Blanke registerfelter lader vore felter uroert.
      *>   "K" - konkurs, "O" - oploesning (likvidation/tvangs-
      *>         oploesning): virksomhedens konti, de faste ordrer
      *>         paa dem (FASTORDRE.txt) og laanene (account-type
      *>         "LAAN", med ubetalte afdrag fra LAANSCHD.txt)
      *>         skrives til prioritetslisten CVR-PRIORITET.txt,
      *>         saa kontiene kan spaerres med kontostatus.cob
      *>         (KONTOSTATUS_NY=S) samme dag.
      *> Haendelser uden matchende erhvervskunde og ukendte
      *> haendelseskoder skrives til CVR-AFVIST.txt. RC=4 naar der
      *> er afviste haendelser eller noget paa prioritetslisten.

       environment division.
       input-output section.
       file-control.
           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select fastordre-file assign to dynamic fastordre-file-name
               organization is line sequential
               file status is fastordre-status.

           select laan-file assign to dynamic laan-file-name
               organization is line sequential
               file status is laan-status.

           select delta-file assign to dynamic delta-file-name
               organization is line sequential
               file status is delta-status.

           select trans-ud-file assign to "CVR-KUNDE-TRANS.txt"
               organization is line sequential.

           select prioritet-file assign to "CVR-PRIORITET.txt"
               organization is line sequential.

           select afvist-file assign to "CVR-AFVIST.txt"
               organization is line sequential.

       data division.
           file section.
           FD kunde-file.
           01 kunde-header-record.
               COPY "KUNDEOPL-HDR.cpy".
           01 kunde-info.
               COPY "kundeopl.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD fastordre-file.
           01 fastordre-record.
               02 fo-account-id     PIC X(10).
               02 fo-amount         PIC S9(7)V99.
               02 fo-frekvens       PIC X(7).
               02 fo-naeste-dato    PIC X(8).

           FD laan-file.
           01 laan-record.
               COPY "LOANSCHD.cpy".

      *> Registrets faste notifikationslayout: CVR-nummer,
      *> haendelseskode, navn og adresse i registrets feltorden og
      *> haendelsens dato.
           FD delta-file.
           01 delta-record.
               02 cv-cvr-number    PIC X(8).
               02 cv-haendelse     PIC X(1).
                   88 cv-stamdata      value "S".
                   88 cv-konkurs       value "K".
                   88 cv-oploest       value "O".
               02 cv-navn          PIC X(40).
               02 cv-vejnavn       PIC X(30).
               02 cv-husnr         PIC X(5).
               02 cv-etage         PIC X(5).
               02 cv-side          PIC X(5).
               02 cv-bynavn        PIC X(20).
               02 cv-postnr        PIC X(4).
               02 cv-dato          PIC X(8).

           FD trans-ud-file.
           01 trans-ud-record.
               02 trans-action     PIC X(1).
               02 trans-customer.
                   COPY "kundeopl.cpy".

           FD prioritet-file.
           01 prioritet-record.
               02 prioritet-line   PIC X(132).

           FD afvist-file.
           01 afvist-record.
               02 afvist-line      PIC X(100).

       working-storage section.
           01 end-of-kunde     PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 end-of-fastordre PIC X value "N".
           01 end-of-laan      PIC X value "N".
           01 end-of-delta     PIC X value "N".
           01 kunde-file-name  PIC X(100)
               value "kundeoplysninger.txt".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 fastordre-file-name PIC X(100) value "FASTORDRE.txt".
           01 fastordre-status PIC XX value "00".
           01 laan-file-name   PIC X(100) value "LAANSCHD.txt".
           01 laan-status      PIC XX value "00".
           01 delta-file-name  PIC X(100) value "CVR-DELTA.txt".
           01 delta-status     PIC XX value "00".
           01 kunde-header-missing PIC X value "N".
           01 konto-header-missing PIC X value "N".
           01 layout-version-ok PIC X value "Y".

      *> Kundemasteren indlaeses som tabel, saa hver haendelse kan
      *> matche og overlejre den fulde eksisterende post.
           01 kunde-count      PIC 9(4) value 0.
           01 kunde-max        PIC 9(4) value 500.
           01 kunde-tabel.
               02 kunde-post occurs 500 times.
                   03 kt-record    PIC X(341).
           01 kt-index         PIC 9(4).
           01 kt-match-antal   PIC 9(4).
           01 arbejds-kunde.
               COPY "kundeopl.cpy".

      *> Kontiene (kun de felter prioritetslisten viser).
           01 konto-count      PIC 9(5) value 0.
           01 konto-max        PIC 9(5) value 3000.
           01 konto-tabel.
               02 konto-post occurs 3000 times.
                   03 kk-account-id    PIC X(10).
                   03 kk-customer-id   PIC X(10).
                   03 kk-account-type  PIC X(10).
                   03 kk-balance       PIC S9(7)V99.
                   03 kk-valuta-id     PIC X(3).
                   03 kk-konto-status  PIC X(1).
           01 kk-index         PIC 9(5).

      *> De faste ordrer.
           01 ordre-count      PIC 9(5) value 0.
           01 ordre-max        PIC 9(5) value 3000.
           01 ordre-tabel.
               02 ordre-post occurs 3000 times.
                   03 fk-account-id    PIC X(10).
                   03 fk-amount        PIC S9(7)V99.
                   03 fk-frekvens      PIC X(7).
                   03 fk-naeste-dato   PIC X(8).
           01 fk-index         PIC 9(5).

      *> Ubetalte afdrag pr. laanekonto fra LAANSCHD.txt.
           01 laan-count       PIC 9(4) value 0.
           01 laan-max         PIC 9(4) value 1000.
           01 laan-tabel.
               02 laan-post occurs 1000 times.
                   03 la-account-id    PIC X(10).
                   03 la-ubetalte      PIC 9(4).
                   03 la-naeste-forfald PIC X(8).
           01 la-index         PIC 9(4).
           01 la-fundet        PIC 9(4).

           01 vist-beloeb      PIC -Z(6)9.99.
           01 vist-antal       PIC Z(3)9.
           01 haendelse-tekst  PIC X(10).
           01 skrevet-antal    PIC 9(5) value 0.
           01 prioritet-antal  PIC 9(5) value 0.
           01 afvist-antal     PIC 9(5) value 0.

       procedure division.
       main-program.
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept fastordre-file-name
               from environment "FASTORDREFIL_NAVN"
               on exception
                   move "FASTORDRE.txt" to fastordre-file-name
           end-accept
           accept laan-file-name from environment "LAANSCHDFIL_NAVN"
               on exception
                   move "LAANSCHD.txt" to laan-file-name
           end-accept
           accept delta-file-name from environment "CVRDELTAFIL_NAVN"
               on exception
                   move "CVR-DELTA.txt" to delta-file-name
           end-accept

           perform load-kundemaster
           perform load-konti
           perform load-fastordrer
           perform load-laan

           open output trans-ud-file
           open output prioritet-file
           open output afvist-file

           open input delta-file
           if delta-status not = "00" and delta-status not = "05"
               display "CVRUDTRAEK: "
                   function trim(delta-file-name)
                   " findes ikke - ingen haendelser i dag"
           else
               perform until end-of-delta = "Y"
                   read delta-file into delta-record
               at end
                   move "Y" to end-of-delta
               not at end
                   if cv-cvr-number not = spaces
                       perform behandl-haendelse
                   end-if
               end-read
               end-perform
               close delta-file
           end-if

           close afvist-file
           close prioritet-file
           close trans-ud-file

           display "CVRUDTRAEK: " skrevet-antal
               " stamdataaendringer skrevet til godkendelse, "
               prioritet-antal " virksomheder paa prioritetslisten, "
               afvist-antal " afvist"

           if afvist-antal > 0 or prioritet-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

           load-kundemaster.
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
                   perform registrer-kunde
               end-if
               perform until end-of-kunde = "Y"
                   read kunde-file into kunde-info
               at end
                   move "Y" to end-of-kunde
               not at end
                   perform registrer-kunde
               end-read
               end-perform
               close kunde-file
           exit.

           registrer-kunde.
               if kunde-count < kunde-max
                   add 1 to kunde-count
                   move kunde-info to kt-record(kunde-count)
               else
                   display "CVRUDTRAEK: kundetabel fuld - "
                       customer-id in kunde-info " ikke indlaest"
               end-if
           exit.

           load-konti.
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "CVRUDTRAEK: kan ikke aabne "
                       function trim(konto-file-name)
                   move 16 to return-code
                   stop run
               end-if
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
                   display "CVRUDTRAEK: ukendt layout i "
                       function trim(konto-file-name)
                   close konto-file
                   move 16 to return-code
                   stop run
               end-if
           exit.

           registrer-konto.
               if konto-count < konto-max
                   add 1 to konto-count
                   move account-id in konto-info
                       to kk-account-id(konto-count)
                   move customer-id in konto-info
                       to kk-customer-id(konto-count)
                   move account-type in konto-info
                       to kk-account-type(konto-count)
                   move balance in konto-info
                       to kk-balance(konto-count)
                   move valuta-id in konto-info
                       to kk-valuta-id(konto-count)
                   move konto-status in konto-info
                       to kk-konto-status(konto-count)
               else
                   display "CVRUDTRAEK: kontotabel fuld - "
                       account-id in konto-info " ikke indlaest"
               end-if
           exit.

      *> En manglende FASTORDRE.txt betyder ingen faste ordrer.
           load-fastordrer.
               open input fastordre-file
               if fastordre-status not = "00"
                   and fastordre-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-fastordre = "Y"
                   read fastordre-file into fastordre-record
               at end
                   move "Y" to end-of-fastordre
               not at end
                   if ordre-count < ordre-max
                       add 1 to ordre-count
                       move fo-account-id to fk-account-id(ordre-count)
                       move fo-amount to fk-amount(ordre-count)
                       move fo-frekvens to fk-frekvens(ordre-count)
                       move fo-naeste-dato
                           to fk-naeste-dato(ordre-count)
                   else
                       display "CVRUDTRAEK: ordretabel fuld - "
                           fo-account-id " ikke indlaest"
                   end-if
               end-read
               end-perform
               close fastordre-file
           exit.

      *> Ubetalte afdrag (installment-status blank) taelles pr.
      *> laanekonto, med det foerste forfald. En manglende
      *> LAANSCHD.txt betyder ingen planer.
           load-laan.
               open input laan-file
               if laan-status not = "00" and laan-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-laan = "Y"
                   read laan-file into laan-record
               at end
                   move "Y" to end-of-laan
               not at end
                   if installment-status = space
                       perform registrer-afdrag
                   end-if
               end-read
               end-perform
               close laan-file
           exit.

           registrer-afdrag.
               move 0 to la-fundet
               perform varying la-index from 1 by 1
                   until la-index > laan-count or la-fundet > 0
                   if la-account-id(la-index) = loan-account-id
                       move la-index to la-fundet
                   end-if
               end-perform
               if la-fundet = 0
                   if laan-count >= laan-max
                       display "CVRUDTRAEK: laanetabel fuld - "
                           loan-account-id " ikke indlaest"
                       exit paragraph
                   end-if
                   add 1 to laan-count
                   move laan-count to la-fundet
                   move loan-account-id to la-account-id(la-fundet)
                   move 0 to la-ubetalte(la-fundet)
                   move due-date to la-naeste-forfald(la-fundet)
               end-if
               add 1 to la-ubetalte(la-fundet)
               if due-date < la-naeste-forfald(la-fundet)
                   move due-date to la-naeste-forfald(la-fundet)
               end-if
           exit.

      *> En haendelse: alle erhvervskunder med CVR-nummeret findes
      *> (en koncern kan have flere kundeforhold paa samme nummer).
           behandl-haendelse.
               if not cv-stamdata and not cv-konkurs
                   and not cv-oploest
                   add 1 to afvist-antal
                   move spaces to afvist-line
                   string
                       "Ukendt haendelseskode [" cv-haendelse
                       "] for CVR " cv-cvr-number
                       into afvist-line
                   end-string
                   write afvist-record
                   exit paragraph
               end-if
               if cv-konkurs
                   move "KONKURS" to haendelse-tekst
               else
                   move "OPLOEST" to haendelse-tekst
               end-if
               move 0 to kt-match-antal
               perform varying kt-index from 1 by 1
                   until kt-index > kunde-count
                   move kt-record(kt-index) to arbejds-kunde
                   if customer-type in arbejds-kunde = "C"
                       and cvr-number in arbejds-kunde = cv-cvr-number
                       add 1 to kt-match-antal
                       if cv-stamdata
                           perform skriv-stamdata-trans
                       else
                           perform skriv-prioritet
                       end-if
                   end-if
               end-perform
               if kt-match-antal = 0
                   add 1 to afvist-antal
                   move spaces to afvist-line
                   string
                       "Ukendt CVR-nummer i CVR-delta: "
                       cv-cvr-number
                       " (haendelse " cv-haendelse
                       " dato " cv-dato ")"
                       into afvist-line
                   end-string
                   write afvist-record
               end-if
           exit.

      *> Registrets navn og adresse laegges oven paa den
      *> eksisterende post - kun felter registret faktisk udfylder.
      *> En ny registeradresse nulstiller adresse-status, ligesom i
      *> cprudtraek.cob.
           skriv-stamdata-trans.
               if cv-navn not = spaces
                   move cv-navn to company-name in arbejds-kunde
               end-if
               if cv-vejnavn not = spaces
                   move cv-vejnavn to street-name in arbejds-kunde
                   move cv-husnr to house-number in arbejds-kunde
                   move cv-etage to etage in arbejds-kunde
                   move cv-side to side in arbejds-kunde
                   move cv-bynavn to bynavn in arbejds-kunde
                   move cv-postnr to postnr in arbejds-kunde
                   set adresse-gyldig in arbejds-kunde to true
               end-if
               add 1 to skrevet-antal
               move "C" to trans-action
               move arbejds-kunde to trans-customer
               write trans-ud-record
           exit.

      *> Prioritetslisten for en virksomhed under konkurs/
      *> oploesning: en overskrift, kontiene med den kontostatus-
      *> kommando der spaerrer dem, de faste ordrer paa kontiene og
      *> laanene med ubetalte afdrag.
           skriv-prioritet.
               add 1 to prioritet-antal
               move spaces to prioritet-line
               string
                   "*** " function trim(haendelse-tekst)
                   " " cv-dato " CVR " cv-cvr-number
                   " kunde " customer-id in arbejds-kunde
                   " " function trim(company-name in arbejds-kunde)
                   into prioritet-line
               end-string
               write prioritet-record
               perform varying kk-index from 1 by 1
                   until kk-index > konto-count
                   if kk-customer-id(kk-index)
                       = customer-id in arbejds-kunde
                       perform skriv-prioritet-konto
                   end-if
               end-perform
           exit.

           skriv-prioritet-konto.
               move kk-balance(kk-index) to vist-beloeb
               move spaces to prioritet-line
               if kk-konto-status(kk-index) = space
                   string
                       "  KONTO    " kk-account-id(kk-index)
                       " " kk-account-type(kk-index)
                       " " vist-beloeb " " kk-valuta-id(kk-index)
                       "  spaer: KONTOSTATUS_KONTO_ID="
                       function trim(kk-account-id(kk-index))
                       " KONTOSTATUS_NY=S"
                       into prioritet-line
                   end-string
               else
                   string
                       "  KONTO    " kk-account-id(kk-index)
                       " " kk-account-type(kk-index)
                       " " vist-beloeb " " kk-valuta-id(kk-index)
                       "  (status " kk-konto-status(kk-index) ")"
                       into prioritet-line
                   end-string
               end-if
               write prioritet-record

               perform varying fk-index from 1 by 1
                   until fk-index > ordre-count
                   if fk-account-id(fk-index) = kk-account-id(kk-index)
                       move fk-amount(fk-index) to vist-beloeb
                       move spaces to prioritet-line
                       string
                           "    FASTORDRE " vist-beloeb
                           " " fk-frekvens(fk-index)
                           " naeste " fk-naeste-dato(fk-index)
                           into prioritet-line
                       end-string
                       write prioritet-record
                   end-if
               end-perform

               if kk-account-type(kk-index) = "LAAN"
                   perform varying la-index from 1 by 1
                       until la-index > laan-count
                       if la-account-id(la-index)
                           = kk-account-id(kk-index)
                           move la-ubetalte(la-index) to vist-antal
                           move spaces to prioritet-line
                           string
                               "    LAAN     " vist-antal
                               " ubetalte afdrag, naeste forfald "
                               la-naeste-forfald(la-index)
                               into prioritet-line
                           end-string
                           write prioritet-record
                       end-if
                   end-perform
               end-if
           exit.
