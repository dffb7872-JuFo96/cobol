       identification division.
       program-id. UDLAEGVEDLIGEHOLD.

      *> Batch-vedligeholdelse af udlaegsregisteret UDLAEG.txt (se
      *> UDLAEG.cpy) - forkyndte udlaegs- og arrestordrer. Laeser
      *> tilfoej/aendr/slet-transaktioner fra UDLAEG-TRANS.txt og
      *> anvender dem mod registeret - samme byg-indekseret-kopi /
      *> anvend / skriv-tilbage-moenster og samme maker-checker-
      *> godkendelsesmarkoer (<transfil>.GODKENDT) som
      *> legitimationvedligehold.cob. En ordre skal have konto,
      *> reference, kendt myndighed, et positivt beloeb og en
      *> forkyndelsesdato; frigives den ("F"), skal frigivelses-
      *> datoen med. Status "U" (udfoert) saettes kun af
      *> kontopostering.cob, og en udfoert ordre kan ikke aendres.

       environment division.
       input-output section.
       file-control.
           select udlaeg-file assign to dynamic udlaeg-file-name
               organization is line sequential
               file status is udlaeg-status.

           select udlaeg-index-file assign to "UDLAEGMST.dat"
               organization is indexed
               access mode is dynamic
               record key is ud-idx-noegle of ud-idx-record
               file status is ud-idx-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "UDLAEG-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD udlaeg-file.
           01 udlaeg-record.
               COPY "UDLAEG.cpy".

           FD udlaeg-index-file.
           01 ud-idx-record.
               02 ud-idx-noegle.
                   03 ud-idx-konto-id PIC X(10).
                   03 ud-idx-reference PIC X(16).
               02 ud-idx-data         PIC X(41).

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-udlaeg.
                   COPY "UDLAEG.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 ud-idx-status PIC XX value "00".
           01 udlaeg-status PIC XX value "00".
           01 udlaeg-file-name PIC X(100) value "UDLAEG.txt".
           01 trans-file-name PIC X(100)
               value "UDLAEG-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 trans-gyldig PIC X value "Y".
      *> Registerets nuvaerende udgave af ordren ved en aendring.
           01 gemt-udlaeg.
               COPY "UDLAEG.cpy".

       procedure division.
       main-program.
           accept udlaeg-file-name
               from environment "UDLAEGFIL_NAVN"
               on exception
                   move "UDLAEG.txt" to udlaeg-file-name
           end-accept
           accept trans-file-name
               from environment "UDLAEGTRANS_NAVN"
               on exception
                   move "UDLAEG-TRANS.txt" to trans-file-name
           end-accept

           perform tjek-godkendelse
           perform build-udlaeg-index

           open i-o udlaeg-index-file
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
           close udlaeg-index-file

           perform rewrite-udlaeg-file

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
                   display "UDLAEGVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Bygger det indekserede arbejdseksemplar - en fil der ikke
      *> findes endnu er den allerfoerste oprettelse, ikke en fejl.
           build-udlaeg-index.
               open output udlaeg-index-file
               close udlaeg-index-file
               open input udlaeg-file
               if udlaeg-status not = "00"
                   and udlaeg-status not = "05"
                   continue
               else
                   open i-o udlaeg-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read udlaeg-file into udlaeg-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move udlaeg-record to ud-idx-record
                       write ud-idx-record
                       invalid key
                           display "Dublet udlaeg sprunget"
                               " over: " ud-idx-konto-id " "
                               ud-idx-reference
                       end-write
                   end-read
                   end-perform
                   close udlaeg-file
                   close udlaeg-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-udlaeg
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "C"
                       perform valider-udlaeg
                       if trans-gyldig = "Y"
                           perform apply-change
                       end-if
                   when "D"
                       perform apply-delete
                   when other
                       move spaces to error-line
                       string
                           "Ukendt transaktionstype [" trans-action
                           "] for konto "
                           function trim(ud-konto-id
                               in trans-udlaeg)
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

      *> Konto og reference skal vaere udfyldt, myndigheden kendt,
      *> beloebet positivt og forkyndelsesdatoen numerisk. Status
      *> maa kun vaere aktiv, "E" eller "F" - en frigivelse kraever
      *> frigivelsesdatoen.
           valider-udlaeg.
               move "Y" to trans-gyldig
               if ud-konto-id in trans-udlaeg = spaces
                   or ud-reference in trans-udlaeg = spaces
                   or not ud-myndighed-kendt in trans-udlaeg
                   or ud-beloeb in trans-udlaeg not numeric
                   or ud-forkyndt-dato in trans-udlaeg not numeric
                   move "N" to trans-gyldig
               else
                   if ud-beloeb in trans-udlaeg = 0
                       move "N" to trans-gyldig
                   end-if
               end-if
               if trans-gyldig = "Y"
                   evaluate true
                       when ud-aktiv in trans-udlaeg
                       when ud-til-udfoersel in trans-udlaeg
                           continue
                       when ud-frigivet in trans-udlaeg
                           if ud-frigivet-dato in trans-udlaeg
                               not numeric
                               move "N" to trans-gyldig
                           end-if
                       when other
                           move "N" to trans-gyldig
                   end-evaluate
               end-if
               if trans-gyldig = "N"
                   move spaces to error-line
                   string
                       "Udlaeg afvist, myndighed/beloeb/dato/status"
                       " ugyldig: "
                       function trim(ud-konto-id in trans-udlaeg)
                       " " ud-reference in trans-udlaeg
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

           apply-add.
               move trans-udlaeg to ud-idx-record
               write ud-idx-record
               invalid key
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, udlaeg findes allerede: "
                       function trim(ud-konto-id in trans-udlaeg)
                       " " ud-reference in trans-udlaeg
                       into error-line
                   end-string
                   write error-record
               end-write
           exit.

           apply-change.
               move ud-konto-id in trans-udlaeg to ud-idx-konto-id
               move ud-reference in trans-udlaeg to ud-idx-reference
               read udlaeg-index-file
               invalid key
                   move spaces to error-line
                   string
                       "AENDR afvist, udlaeg findes ikke: "
                       function trim(ud-konto-id in trans-udlaeg)
                       " " ud-reference in trans-udlaeg
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move ud-idx-record to gemt-udlaeg
                   if ud-udfoert in gemt-udlaeg
                       move spaces to error-line
                       string
                           "AENDR afvist, udlaeg er udfoert: "
                           function trim(ud-konto-id in trans-udlaeg)
                           " " ud-reference in trans-udlaeg
                           into error-line
                       end-string
                       write error-record
                   else
                       move trans-udlaeg to ud-idx-record
                       rewrite ud-idx-record
                   end-if
               end-read
           exit.

           apply-delete.
               move ud-konto-id in trans-udlaeg to ud-idx-konto-id
               move ud-reference in trans-udlaeg to ud-idx-reference
               read udlaeg-index-file
               invalid key
                   move spaces to error-line
                   string
                       "SLET afvist, udlaeg findes ikke: "
                       function trim(ud-konto-id in trans-udlaeg)
                       " " ud-reference in trans-udlaeg
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   delete udlaeg-index-file record
               end-read
           exit.

           rewrite-udlaeg-file.
               open input udlaeg-index-file
               open output udlaeg-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read udlaeg-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move ud-idx-record to udlaeg-record
                   write udlaeg-record
               end-read
               end-perform
               close udlaeg-index-file
               close udlaeg-file
           exit.
