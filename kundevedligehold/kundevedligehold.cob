      *> tilfoej/aendr/slet-transaktioner fra KUNDE-TRANS.txt og
      *> anvender dem mod kundemasteren, i stedet for at filen kun
      *> kan rettes ved haandeditering.
      *> En sletning kraever en aarsagskode (trans-aarsag, se
      *> LUKAARSAG.cpy) og noteres i LUKNINGSAARSAG.txt til
      *> afgangsanalysen (kundeafgang.cob).

       environment division.
       input-output section.
           select truncation-file assign to "ADRESSE-TRUNKERING.txt"
               organization is line sequential.

           select aarsag-file assign to dynamic aarsag-file-name
               organization is line sequential
               file status is aarsag-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is kontofil-status.

           select segment-file assign to "CUSTOMER-SEGMENT.txt"
               organization is line sequential
               file status is segment-status.

       data division.
           file section.
           FD kunde-file.
               02 trans-action     PIC X(1).
               02 trans-customer.
                   COPY "kundeopl.cpy".
      *> Operatoeren der har indtastet transaktionen - tilfoejet
      *> yderst, saa aeldre KUNDE-TRANS-filer laeses som blank.
      *> Krydses mod personaleregisteret af
      *> personaleovervaagning.cob.
               02 trans-operatoer  PIC X(10).
      *> Sletningsaarsagen (se LUKAARSAG.cpy) - obligatorisk paa en
      *> "D"-transaktion, ogsaa tilfoejet yderst.
               02 trans-aarsag     PIC X(4).

           FD error-file.
           01 error-record.
           01 truncation-record.
               02 truncation-line   PIC X(100).

           FD aarsag-file.
           01 aarsag-record.
               COPY "LUKAARSAG.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD segment-file.
           01 segment-record.
               02 segment-line      PIC X(120).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
      *> blanktegn i sidste position), er det tegn paa at vaerdien
      *> kan vaere klippet af - se check-adresse-trunkering.
           01 trunkering-ok PIC X value "Y".
           01 gemt-kunde-status PIC X value space.

      *> En kunde under legal hold kan ikke slettes - se
      *> LEGALHOLDTJEK.
           01 legalhold-program PIC X(20) value "KUNDEVEDLIGEHOLD".
           01 legalhold-type    PIC X(1) value "K".
           01 legalhold-holdt   PIC X(1) value "N".

      *> Sletningsaarsag til LUKNINGSAARSAG.txt - kundens filial og
      *> kundeforholdets start tages fra dens aeldste konto i
      *> KontoOpl.txt (sletninger er faa, saa kontofilen laeses een
      *> gang pr. sletning).
           01 aarsag-file-name PIC X(100) value "LUKNINGSAARSAG.txt".
           01 aarsag-status    PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 kontofil-status  PIC XX value "00".
           01 end-of-konto     PIC X value "N".
           01 segment-status   PIC XX value "00".
           01 end-of-segment   PIC X value "N".
           01 segment-kunde-id PIC X(10).
           01 segment-navn     PIC X(12).
           01 koersel-dato     PIC X(8).

       procedure division.
       main-program.
               on exception
                   move "KUNDE-TRANS.txt" to trans-file-name
           end-accept
           accept aarsag-file-name
               from environment "LUKNINGSAARSAGFIL_NAVN"
               on exception
                   move "LUKNINGSAARSAG.txt" to aarsag-file-name
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

           perform build-master-index

               end-evaluate
           exit.

      *> En ny kunde oprettes altid som afventende ("V") - foerst
      *> kundeaktivering.cob saetter den aktiv, naar legitimation,
      *> screening, samtykke og skattebopael er paa plads.
           apply-add.
               perform check-adresse-trunkering
               move trans-customer to kunde-idx-record
               set kunde-afventer in kunde-idx-record to true
               write kunde-idx-record
               invalid key
                   move spaces to error-line
                   end-string
                   write error-record
                   end-write
      *> En afventende kunde forbliver afventende - en aendring kan
      *> ikke springe kundeaktivering.cob's kontroller over.
               not invalid key
                   perform check-adresse-trunkering
                   move kunde-status in kunde-idx-record
                       to gemt-kunde-status
                   move trans-customer to kunde-idx-record
                   if gemt-kunde-status = "V"
                       set kunde-afventer in kunde-idx-record to true
                   end-if
                   rewrite kunde-idx-record
               end-read
           exit.

           apply-delete.
               move trans-aarsag to la-aarsag
               if not la-aarsag-kendt
                   move spaces to error-line
                   string
                       "SLET afvist, mangler gyldig aarsagskode ["
                       trans-aarsag "]: "
                       function trim(customer-id in trans-customer)
                       into error-line
                   end-string
                   write error-record
                   exit paragraph
               end-if
               move customer-id in trans-customer
                   to customer-id in kunde-idx-record
               read master-index-file
                   write error-record
                   end-write
               not invalid key
                   call "LEGALHOLDTJEK" using legalhold-program
                       legalhold-type customer-id in trans-customer
                       legalhold-holdt
                   end-call
                   if legalhold-holdt = "Y"
                       move spaces to error-line
                       string
                           "SLET afvist, kunden er under legal hold: "
                           function trim(customer-id in trans-customer)
                           into error-line
                       end-string
                       write error-record
                   else
                       delete master-index-file record
                       perform registrer-aarsag
                   end-if
               end-read
           exit.

      *> Saldo og produkt hoerer til kontolukningerne - en
      *> kundesletning baerer kun filial, kundeforholdets start og
      *> segment.
           registrer-aarsag.
               move spaces to aarsag-record
               set la-kundesletning to true
               move customer-id in trans-customer to la-objekt-id
               move customer-id in trans-customer to la-kunde-id
               move trans-aarsag to la-aarsag
               move koersel-dato to la-dato
               move 0 to la-saldo
               perform find-aeldste-konto
               perform find-segment
               move segment-navn to la-segment
               open extend aarsag-file
               if aarsag-status = "35"
                   open output aarsag-file
               end-if
               write aarsag-record
               close aarsag-file
           exit.

           find-aeldste-konto.
               open input konto-file
               if kontofil-status not = "00"
                   and kontofil-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-konto
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   if customer-id in konto-info
                       = customer-id in trans-customer
                       and account-opening-date in konto-info
                           is numeric
                       if la-opening-date = spaces
                           or account-opening-date in konto-info
                               < la-opening-date
                           move account-opening-date in konto-info
                               to la-opening-date
                           move branch-code in konto-info
                               to la-branch-code
                       end-if
                   end-if
               end-read
               end-perform
               close konto-file
           exit.

      *> Kundens segment fra kundesegmentering.cob's udtraek -
      *> ikke fundet noteres som UKENDT.
           find-segment.
               move "UKENDT" to segment-navn
               open input segment-file
               if segment-status not = "00"
                   and segment-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-segment
               perform until end-of-segment = "Y"
                   read segment-file
               at end
                   move "Y" to end-of-segment
               not at end
                   move spaces to segment-kunde-id
                   unstring segment-line delimited by all space
                       into segment-kunde-id
                   end-unstring
                   if segment-kunde-id
                       = customer-id in trans-customer
                       unstring segment-line delimited by all space
                           into segment-kunde-id segment-navn
                       end-unstring
                       move "Y" to end-of-segment
                   end-if
               end-read
               end-perform
               close segment-file
           exit.

      *> Advarer hvis street-name eller bynavn er fyldt helt ud til
      *> sidste kolonne - et tegn paa at vaerdien kan vaere trunkeret
      *> af en tidligere MOVE/STRING ind i det faste PIC X(30)/
