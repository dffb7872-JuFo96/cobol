       identification division.
       program-id. ALERTABONNEMENTVEDLIGEHOLD.

      *> Batch-vedligeholdelse af alert-abonnementerne ALERTABON.txt
      *> (se ALERTABON.cpy): kunderne beder om besked naar saldoen
      *> falder under et beloeb, naar loennen lander, eller naar en
      *> stor postering rammer kontoen. Laeser tilfoej/aendr/slet-
      *> transaktioner fra ALERTABON-TRANS.txt og anvender dem mod
      *> registeret - samme byg-indekseret-kopi / anvend / skriv-
      *> tilbage-moenster som samtykkevedligehold.cob, noeglet paa
      *> kunde-id plus konto-id plus alerttype. Ukendt type, kanal
      *> eller status og en ikke-numerisk graense afvises til
      *> ALERTABON-FEJL.txt.

       environment division.
       input-output section.
       file-control.
           select abon-file assign to dynamic abon-file-name
               organization is line sequential
               file status is abon-status.

           select abon-index-file assign to "ALERTABONMST.dat"
               organization is indexed
               access mode is dynamic
               record key is ab-noegle of abon-idx-record
               file status is abon-idx-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select error-file assign to "ALERTABON-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD abon-file.
           01 abon-record.
               COPY "ALERTABON.cpy".

           FD abon-index-file.
           01 abon-idx-record.
               COPY "ALERTABON.cpy".

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-abon.
                   COPY "ALERTABON.cpy".

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 abon-idx-status PIC XX value "00".
           01 abon-status PIC XX value "00".
           01 abon-file-name PIC X(100) value "ALERTABON.txt".
           01 trans-file-name PIC X(100) value "ALERTABON-TRANS.txt".
           01 trans-gyldig PIC X value "Y".

       procedure division.
       main-program.
           accept abon-file-name
               from environment "ALERTABONFIL_NAVN"
               on exception
                   move "ALERTABON.txt" to abon-file-name
           end-accept
           accept trans-file-name
               from environment "ALERTABONTRANS_NAVN"
               on exception
                   move "ALERTABON-TRANS.txt" to trans-file-name
           end-accept

           perform build-abon-index

           open i-o abon-index-file
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
           close abon-index-file

           perform rewrite-abon-file

           stop run.

           build-abon-index.
               open output abon-index-file
               close abon-index-file
               open input abon-file
               if abon-status not = "00"
                   and abon-status not = "05"
                   continue
               else
                   open i-o abon-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read abon-file into abon-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move abon-record to abon-idx-record
                       write abon-idx-record
                       invalid key
                           display "Dublet abonnement sprunget over: "
                               ab-noegle in abon-idx-record
                       end-write
                   end-read
                   end-perform
                   close abon-file
                   close abon-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-trans
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "C"
                       perform valider-trans
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
                           function trim(ab-kunde-id in trans-abon)
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

           valider-trans.
               move "Y" to trans-gyldig
               move spaces to error-line
               evaluate true
                   when ab-kunde-id in trans-abon = spaces
                       string
                           "Afvist, kunde-id mangler"
                           into error-line
                       end-string
                   when not ab-type-kendt in trans-abon
                       string
                           "Afvist, ukendt alerttype ["
                           ab-type in trans-abon "] for kunde "
                           function trim(ab-kunde-id in trans-abon)
                           into error-line
                       end-string
                   when not ab-kanal-kendt in trans-abon
                       string
                           "Afvist, ukendt kanal ["
                           ab-kanal in trans-abon "] for kunde "
                           function trim(ab-kunde-id in trans-abon)
                           into error-line
                       end-string
                   when not ab-status-kendt in trans-abon
                       string
                           "Afvist, ukendt status ["
                           ab-status in trans-abon "] for kunde "
                           function trim(ab-kunde-id in trans-abon)
                           into error-line
                       end-string
                   when ab-graense in trans-abon not numeric
                       string
                           "Afvist, graense ikke numerisk for kunde "
                           function trim(ab-kunde-id in trans-abon)
                           into error-line
                       end-string
               end-evaluate
               if error-line not = spaces
                   move "N" to trans-gyldig
                   write error-record
               end-if
           exit.

           apply-add.
               move trans-abon to abon-idx-record
               write abon-idx-record
               invalid key
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, abonnement findes allerede: "
                       function trim(ab-kunde-id in trans-abon)
                       " " ab-konto-id in trans-abon
                       " " ab-type in trans-abon
                       into error-line
                   end-string
                   write error-record
               end-write
           exit.

           apply-change.
               move ab-noegle in trans-abon
                   to ab-noegle in abon-idx-record
               read abon-index-file
               invalid key
                   move spaces to error-line
                   string
                       "AENDR afvist, abonnement findes ikke: "
                       function trim(ab-kunde-id in trans-abon)
                       " " ab-konto-id in trans-abon
                       " " ab-type in trans-abon
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move trans-abon to abon-idx-record
                   rewrite abon-idx-record
               end-read
           exit.

           apply-delete.
               move ab-noegle in trans-abon
                   to ab-noegle in abon-idx-record
               read abon-index-file
               invalid key
                   move spaces to error-line
                   string
                       "SLET afvist, abonnement findes ikke: "
                       function trim(ab-kunde-id in trans-abon)
                       " " ab-konto-id in trans-abon
                       " " ab-type in trans-abon
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   delete abon-index-file record
               end-read
           exit.

           rewrite-abon-file.
               open input abon-index-file
               open output abon-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read abon-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move abon-idx-record to abon-record
                   write abon-record
               end-read
               end-perform
               close abon-index-file
               close abon-file
           exit.
