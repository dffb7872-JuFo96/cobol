       identification division.
       program-id. PERSONALEVEDLIGEHOLD.

      *> Batch-vedligeholdelse af personaleregisteret PERSONALE.txt
      *> (se PERSONALE.cpy) - medarbejdernes egne kundenumre og
      *> erklaerede naertstaaende. Laeser tilfoej/aendr/slet-
      *> transaktioner fra PERSONALE-TRANS.txt og anvender dem mod
      *> registeret - samme byg-indekseret-kopi / anvend / skriv-
      *> tilbage-moenster og samme maker-checker-godkendelses-
      *> markoer (<transfil>.GODKENDT) som skattebopvedligehold.cob.
      *> En tilfoejelse eller aendring skal have operatoer-id,
      *> kunde-id, en kendt relation ("E" egen, "N" naertstaaende)
      *> og en fra-dato; en udfyldt til-dato maa ikke ligge foer
      *> fra-datoen. En afsluttet ansaettelse registreres med en
      *> til-dato i stedet for en sletning, saa overvaagningen kan
      *> se tilbage.

       environment division.
       input-output section.
       file-control.
           select personale-file assign to dynamic personale-file-name
               organization is line sequential
               file status is personale-status.

           select personale-index-file assign to "PERSONALEMST.dat"
               organization is indexed
               access mode is dynamic
               record key is pe-idx-noegle of pe-idx-record
               file status is pe-idx-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "PERSONALE-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD personale-file.
           01 personale-record.
               COPY "PERSONALE.cpy".

           FD personale-index-file.
           01 pe-idx-record.
               02 pe-idx-noegle.
                   03 pe-idx-operatoer PIC X(10).
                   03 pe-idx-kunde-id  PIC X(10).
               02 pe-idx-data          PIC X(37).

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-personale.
                   COPY "PERSONALE.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 pe-idx-status PIC XX value "00".
           01 personale-status PIC XX value "00".
           01 personale-file-name PIC X(100) value "PERSONALE.txt".
           01 trans-file-name PIC X(100)
               value "PERSONALE-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 trans-gyldig PIC X value "Y".

       procedure division.
       main-program.
           accept personale-file-name
               from environment "PERSONALEFIL_NAVN"
               on exception
                   move "PERSONALE.txt" to personale-file-name
           end-accept
           accept trans-file-name
               from environment "PERSONALETRANS_NAVN"
               on exception
                   move "PERSONALE-TRANS.txt" to trans-file-name
           end-accept

           perform tjek-godkendelse
           perform build-personale-index

           open i-o personale-index-file
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
           close personale-index-file

           perform rewrite-personale-file

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
                   display "PERSONALEVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Bygger det indekserede arbejdseksemplar - en fil der ikke
      *> findes endnu er den allerfoerste oprettelse, ikke en fejl.
           build-personale-index.
               open output personale-index-file
               close personale-index-file
               open input personale-file
               if personale-status not = "00"
                   and personale-status not = "05"
                   continue
               else
                   open i-o personale-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read personale-file into personale-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move personale-record to pe-idx-record
                       write pe-idx-record
                       invalid key
                           display "Dublet personalelinje sprunget"
                               " over: " pe-idx-operatoer " "
                               pe-idx-kunde-id
                       end-write
                   end-read
                   end-perform
                   close personale-file
                   close personale-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-personale
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "C"
                       perform valider-personale
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
                           function trim(pe-operatoer-id
                               in trans-personale)
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

      *> Operatoer, kunde, relation og fra-dato skal vaere
      *> udfyldt; en til-dato skal vaere numerisk og ikke ligge
      *> foer fra-datoen.
           valider-personale.
               move "Y" to trans-gyldig
               if pe-operatoer-id in trans-personale = spaces
                   or pe-kunde-id in trans-personale = spaces
                   or not pe-relation-kendt in trans-personale
                   or pe-fra-dato in trans-personale not numeric
                   move "N" to trans-gyldig
               else
                   if pe-til-dato in trans-personale not = spaces
                       if pe-til-dato in trans-personale not numeric
                           or pe-til-dato in trans-personale
                               < pe-fra-dato in trans-personale
                           move "N" to trans-gyldig
                       end-if
                   end-if
               end-if
               if trans-gyldig = "N"
                   move spaces to error-line
                   string
                       "Personalelinje afvist, relation/datoer"
                       " ugyldige: "
                       function trim(pe-operatoer-id
                           in trans-personale)
                       " " pe-kunde-id in trans-personale
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

           apply-add.
               move trans-personale to pe-idx-record
               write pe-idx-record
               invalid key
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, linjen findes allerede: "
                       function trim(pe-operatoer-id
                           in trans-personale)
                       " " pe-kunde-id in trans-personale
                       into error-line
                   end-string
                   write error-record
               end-write
           exit.

           apply-change.
               move pe-operatoer-id in trans-personale
                   to pe-idx-operatoer
               move pe-kunde-id in trans-personale to pe-idx-kunde-id
               read personale-index-file
               invalid key
                   move spaces to error-line
                   string
                       "AENDR afvist, linjen findes ikke: "
                       function trim(pe-operatoer-id
                           in trans-personale)
                       " " pe-kunde-id in trans-personale
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move trans-personale to pe-idx-record
                   rewrite pe-idx-record
               end-read
           exit.

           apply-delete.
               move pe-operatoer-id in trans-personale
                   to pe-idx-operatoer
               move pe-kunde-id in trans-personale to pe-idx-kunde-id
               read personale-index-file
               invalid key
                   move spaces to error-line
                   string
                       "SLET afvist, linjen findes ikke: "
                       function trim(pe-operatoer-id
                           in trans-personale)
                       " " pe-kunde-id in trans-personale
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   delete personale-index-file record
               end-read
           exit.

           rewrite-personale-file.
               open input personale-index-file
               open output personale-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read personale-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move pe-idx-record to personale-record
                   write personale-record
               end-read
               end-perform
               close personale-index-file
               close personale-file
           exit.
