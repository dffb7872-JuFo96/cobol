       identification division.
       program-id. SKATTEBOPVEDLIGEHOLD.

      *> Batch-vedligeholdelse af skattebopaelsregisteret
      *> SKATTEBOPAEL.txt (se SKATTEBOP.cpy) - kundernes FATCA/CRS-
      *> erklaeringer om skattemaessigt hjemsted. Laeser tilfoej/
      *> aendr/slet-transaktioner fra SKATTEBOPAEL-TRANS.txt og
      *> anvender dem mod registeret - samme byg-indekseret-kopi /
      *> anvend / skriv-tilbage-moenster og samme maker-checker-
      *> godkendelsesmarkoer (<transfil>.GODKENDT) som
      *> legitimationvedligehold.cob. En tilfoejelse eller aendring
      *> skal have en landekode, en erklaeringsdato og - for alle
      *> andre lande end DK - det udenlandske skatte-id (TIN).

       environment division.
       input-output section.
       file-control.
           select skattebop-file assign to dynamic skattebop-file-name
               organization is line sequential
               file status is skattebop-status.

           select skattebop-index-file assign to "SKATTEBOPMST.dat"
               organization is indexed
               access mode is dynamic
               record key is sb-idx-noegle of sb-idx-record
               file status is sb-idx-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "SKATTEBOPAEL-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD skattebop-file.
           01 skattebop-record.
               COPY "SKATTEBOP.cpy".

           FD skattebop-index-file.
           01 sb-idx-record.
               02 sb-idx-noegle.
                   03 sb-idx-kunde-id PIC X(10).
                   03 sb-idx-land     PIC X(2).
               02 sb-idx-data         PIC X(28).

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-skattebop.
                   COPY "SKATTEBOP.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 sb-idx-status PIC XX value "00".
           01 skattebop-status PIC XX value "00".
           01 skattebop-file-name PIC X(100) value "SKATTEBOPAEL.txt".
           01 trans-file-name PIC X(100)
               value "SKATTEBOPAEL-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 trans-gyldig PIC X value "Y".

       procedure division.
       main-program.
           accept skattebop-file-name
               from environment "SKATTEBOPFIL_NAVN"
               on exception
                   move "SKATTEBOPAEL.txt" to skattebop-file-name
           end-accept
           accept trans-file-name
               from environment "SKATTEBOPTRANS_NAVN"
               on exception
                   move "SKATTEBOPAEL-TRANS.txt" to trans-file-name
           end-accept

           perform tjek-godkendelse
           perform build-skattebop-index

           open i-o skattebop-index-file
           open input trans-file
           open output error-file

           perform until end-of-trans = "Y"
               read trans-file into trans-record
           at end
               move "Y" to end-of-trans
           not at end
               perform apply-transaction
           end-read
           end-perform

           close trans-file
           close error-file
           close skattebop-index-file

           perform rewrite-skattebop-file

           stop run.

      *> Kraever godkendelsesmarkoeren <transfil>.GODKENDT foer
      *> registeret roeres - praecis som kontopostering.cob's
      *> tjek-godkendelse.
           tjek-godkendelse.
               move spaces to godkendt-file-name
               string
                   function trim(trans-file-name)
                   ".GODKENDT"
                   into godkendt-file-name
               end-string
               move "N" to godkendt-fundet
               open input godkendt-file
               if godkendt-status = "00" or godkendt-status = "05"
                   move "Y" to godkendt-fundet
                   close godkendt-file
               end-if
               if godkendt-fundet = "N"
                   display "SKATTEBOPVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Bygger det indekserede arbejdseksemplar - en fil der ikke
      *> findes endnu er den allerfoerste oprettelse, ikke en fejl.
           build-skattebop-index.
               open output skattebop-index-file
               close skattebop-index-file
               open input skattebop-file
               if skattebop-status not = "00"
                   and skattebop-status not = "05"
                   continue
               else
                   open i-o skattebop-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read skattebop-file into skattebop-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move skattebop-record to sb-idx-record
                       write sb-idx-record
                       invalid key
                           display "Dublet skattebopael sprunget"
                               " over: " sb-idx-kunde-id " "
                               sb-idx-land
                       end-write
                   end-read
                   end-perform
                   close skattebop-file
                   close skattebop-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-skattebop
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "C"
                       perform valider-skattebop
                       if trans-gyldig = "Y"
                           perform apply-change
                       end-if
                   when "D"
                       perform apply-delete
                   when other
                       move spaces to error-line
                       string
                           "Ukendt transaktionstype [" trans-action
                           "] for kunde "
                           function trim(sb-kunde-id
                               in trans-skattebop)
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

      *> Landekoden skal vaere udfyldt, erklaeringsdatoen numerisk,
      *> og et andet land end DK kraever et skatte-id.
           valider-skattebop.
               move "Y" to trans-gyldig
               if sb-kunde-id in trans-skattebop = spaces
                   or sb-land in trans-skattebop = spaces
                   or sb-erklaering-dato in trans-skattebop
                       not numeric
                   move "N" to trans-gyldig
               else
                   if sb-land in trans-skattebop not = "DK"
                       and sb-tin in trans-skattebop = spaces
                       move "N" to trans-gyldig
                   end-if
               end-if
               if trans-gyldig = "N"
                   move spaces to error-line
                   string
                       "Erklaering afvist, land/TIN/dato ugyldig: "
                       function trim(sb-kunde-id in trans-skattebop)
                       " " sb-land in trans-skattebop
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

           apply-add.
               move trans-skattebop to sb-idx-record
               write sb-idx-record
               invalid key
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, erklaering findes allerede: "
                       function trim(sb-kunde-id in trans-skattebop)
                       " " sb-land in trans-skattebop
                       into error-line
                   end-string
                   write error-record
               end-write
           exit.

           apply-change.
               move sb-kunde-id in trans-skattebop to sb-idx-kunde-id
               move sb-land in trans-skattebop to sb-idx-land
               read skattebop-index-file
               invalid key
                   move spaces to error-line
                   string
                       "AENDR afvist, erklaering findes ikke: "
                       function trim(sb-kunde-id in trans-skattebop)
                       " " sb-land in trans-skattebop
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move trans-skattebop to sb-idx-record
                   rewrite sb-idx-record
               end-read
           exit.

           apply-delete.
               move sb-kunde-id in trans-skattebop to sb-idx-kunde-id
               move sb-land in trans-skattebop to sb-idx-land
               read skattebop-index-file
               invalid key
                   move spaces to error-line
                   string
                       "SLET afvist, erklaering findes ikke: "
                       function trim(sb-kunde-id in trans-skattebop)
                       " " sb-land in trans-skattebop
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   delete skattebop-index-file record
               end-read
           exit.

           rewrite-skattebop-file.
               open input skattebop-index-file
               open output skattebop-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read skattebop-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move sb-idx-record to skattebop-record
                   write skattebop-record
               end-read
               end-perform
               close skattebop-index-file
               close skattebop-file
           exit.
