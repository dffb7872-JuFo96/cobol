       identification division.
       program-id. SKATTEBOPKONTROL.

      *> Rykkerliste for FATCA/CRS-erklaeringer: finder kunder i
      *> kundeoplysninger.txt med udenlandske indicier og ingen
      *> gyldig erklaering om skattemaessigt hjemsted i
      *> SKATTEBOPAEL.txt (se SKATTEBOP.cpy), og skriver dem til
      *> SKATTEBOPAEL-RYKKER.txt, saa erklaeringen kan indhentes foer
      *> aarsindberetningen. Indicierne er:
      *>   - adressens lande-kode er udfyldt og ikke DK;
      *>   - forsendelsesadressens post-lande-kode ligeledes;
      *>   - telefonnummeret har et udenlandsk praefiks ("+" eller
      *>     "00" foran andet end 45).
      *> Et land fra en adresse er kun daekket, naar kunden har en
      *> erklaering for netop det land; et udenlandsk telefon-
      *> nummer er daekket af en hvilken som helst erklaering. En
      *> erklaering uden dato er ikke gyldig. RC=4 naar der er
      *> kunder at rykke.

       environment division.
       input-output section.
       file-control.
           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential.

           select skattebop-file assign to dynamic skattebop-file-name
               organization is line sequential
               file status is skattebop-status.

           select rapport-file assign to "SKATTEBOPAEL-RYKKER.txt"
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

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(100).

       working-storage section.
           01 end-of-kunde     PIC X value "N".
           01 end-of-skattebop PIC X value "N".
           01 kunde-file-name  PIC X(100)
               value "kundeoplysninger.txt".
           01 skattebop-file-name PIC X(100)
               value "SKATTEBOPAEL.txt".
           01 skattebop-status PIC XX value "00".
           01 kunde-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).

      *> De gyldige erklaeringer som tabel.
           01 erkl-count       PIC 9(5) value 0.
           01 erkl-max         PIC 9(5) value 3000.
           01 erkl-table.
               02 erkl-entry occurs 3000 times.
                   03 et-kunde-id  PIC X(10).
                   03 et-land      PIC X(2).
           01 et-index         PIC 9(5).

           01 soeg-land        PIC X(2).
           01 erkl-fundet      PIC X value "N".
           01 kunde-rykket     PIC X value "N".
           01 indicie-tekst    PIC X(30).
           01 rykker-antal     PIC 9(5) value 0.

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

           perform load-erklaeringer

           open output rapport-file
           move spaces to rapport-line
           string
               "*---- FATCA/CRS-erklaeringer der mangler pr. "
               koersel-dato " ----*"
               into rapport-line
           end-string
           write rapport-record

           perform gennemgaa-kunder
           close rapport-file

           display "SKATTEBOPKONTROL: " rykker-antal
               " kunder uden gyldig erklaering"

           if rykker-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

           load-erklaeringer.
               open input skattebop-file
               if skattebop-status not = "00"
                   and skattebop-status not = "05"
                   display "SKATTEBOPKONTROL: "
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
                       else
                           display "SKATTEBOPKONTROL: erklaerings-"
                               "tabel fuld - " sb-kunde-id
                               " ikke indlaest"
                       end-if
                   end-if
               end-read
               end-perform
               close skattebop-file
           exit.

           gennemgaa-kunder.
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
                   perform vurder-kunde
               end-if
               perform until end-of-kunde = "Y"
                   read kunde-file into kunde-info
               at end
                   move "Y" to end-of-kunde
               not at end
                   perform vurder-kunde
               end-read
               end-perform
               close kunde-file
           exit.

           vurder-kunde.
               move "N" to kunde-rykket
               if lande-kode in kunde-info not = spaces
                   and lande-kode in kunde-info not = "DK"
                   move lande-kode in kunde-info to soeg-land
                   perform find-erklaering
                   if erkl-fundet = "N"
                       move spaces to indicie-tekst
                       string "adresse i " soeg-land
                           delimited by size into indicie-tekst
                       end-string
                       perform skriv-rykker
                   end-if
               end-if
               if post-lande-kode in kunde-info not = spaces
                   and post-lande-kode in kunde-info not = "DK"
                   and post-lande-kode in kunde-info
                       not = lande-kode in kunde-info
                   move post-lande-kode in kunde-info to soeg-land
                   perform find-erklaering
                   if erkl-fundet = "N"
                       move spaces to indicie-tekst
                       string "forsendelsesadresse i " soeg-land
                           delimited by size into indicie-tekst
                       end-string
                       perform skriv-rykker
                   end-if
               end-if
               if (telefon in kunde-info(1:1) = "+"
                       and telefon in kunde-info(2:2) not = "45")
                   or (telefon in kunde-info(1:2) = "00"
                       and telefon in kunde-info(3:2) not = "45")
                   move spaces to soeg-land
                   perform find-erklaering
                   if erkl-fundet = "N"
                       move "udenlandsk telefonnummer"
                           to indicie-tekst
                       perform skriv-rykker
                   end-if
               end-if
               if kunde-rykket = "Y"
                   add 1 to rykker-antal
               end-if
           exit.

      *> soeg-land blank = en hvilken som helst erklaering daekker.
           find-erklaering.
               move "N" to erkl-fundet
               perform varying et-index from 1 by 1
                   until et-index > erkl-count
                   if et-kunde-id(et-index) = customer-id in kunde-info
                       and (soeg-land = spaces
                           or et-land(et-index) = soeg-land)
                       move "Y" to erkl-fundet
                   end-if
               end-perform
           exit.

           skriv-rykker.
               move "Y" to kunde-rykket
               move spaces to rapport-line
               string
                   "RYKKER  kunde "
                   function trim(customer-id in kunde-info)
                   " - " function trim(indicie-tekst)
                   ", ingen gyldig erklaering"
                   into rapport-line
               end-string
               write rapport-record
           exit.
