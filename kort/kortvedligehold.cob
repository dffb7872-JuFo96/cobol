       identification division.
       program-id. KORTVEDLIGEHOLD.

      *> Batch-vedligeholdelse af kortregisteret KORT.txt (se
      *> KORT.cpy): hidtil vidste banken ikke hvilke debetkort der
      *> var udstedt paa hvilken konto - korttransaktionerne kom
      *> kun ind som linjer nogen allerede havde lavet om til
      *> TRANS-POST-format. Laeser tilfoej/aendr/slet-transaktioner
      *> fra KORT-TRANS.txt og anvender dem mod registeret - samme
      *> byg-indekseret-kopi / anvend / skriv-tilbage-moenster og
      *> samme maker-checker-godkendelsesmarkoer (<transfil>.GODKENDT)
      *> som legitimationvedligehold.cob. Spaerring af et kort er en
      *> AENDR med status "S". Et fuldt kortnummer i transaktionen
      *> maskeres her, foer det naar registeret.

       environment division.
       input-output section.
       file-control.
           select kort-file assign to dynamic kort-file-name
               organization is line sequential
               file status is kort-status.

           select kort-index-file assign to "KORTMST.dat"
               organization is indexed
               access mode is dynamic
               record key is ki-kort-nr of ki-record
               file status is ki-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "KORT-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD kort-file.
           01 kort-record.
               COPY "KORT.cpy".

           FD kort-index-file.
           01 ki-record.
               02 ki-kort-nr          PIC X(16).
               02 ki-konto-id         PIC X(10).
               02 ki-status-kode      PIC X(1).
               02 ki-udloeb           PIC X(6).
               02 ki-udstedt-dato     PIC X(8).

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-kort.
                   COPY "KORT.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 ki-status PIC XX value "00".
           01 kort-status PIC XX value "00".
           01 kort-file-name PIC X(100) value "KORT.txt".
           01 trans-file-name PIC X(100) value "KORT-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 trans-gyldig PIC X value "Y".
           01 udloeb-maaned PIC 99.
           01 maskeret-nr PIC X(16).

       procedure division.
       main-program.
           accept kort-file-name from environment "KORTFIL_NAVN"
               on exception
                   move "KORT.txt" to kort-file-name
           end-accept
           accept trans-file-name from environment "KORTTRANS_NAVN"
               on exception
                   move "KORT-TRANS.txt" to trans-file-name
           end-accept

           perform tjek-godkendelse
           perform build-kort-index

           open i-o kort-index-file
           open input trans-file
           open output error-file

           perform until end-of-trans = "Y"
               read trans-file into trans-record
           at end
               move "Y" to end-of-trans
           not at end
               perform maskeer-kortnummer
               perform apply-transaction
           end-read
           end-perform

           close trans-file
           close error-file
           close kort-index-file

           perform rewrite-kort-file

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
                   display "KORTVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Et fuldt 16-cifret kortnummer maskeres til de foerste 6 og
      *> sidste 4 cifre - et allerede maskeret nummer bruges som det
      *> er. Registeret og alt der skrives herfra ser kun det
      *> maskerede nummer.
           maskeer-kortnummer.
               if kt-kort-nr in trans-kort is numeric
                   move spaces to maskeret-nr
                   string
                       kt-kort-nr in trans-kort(1:6)
                       "******"
                       kt-kort-nr in trans-kort(13:4)
                       delimited by size
                       into maskeret-nr
                   end-string
                   move maskeret-nr to kt-kort-nr in trans-kort
               end-if
           exit.

      *> Bygger det indekserede arbejdseksemplar - en fil der ikke
      *> findes endnu er det allerfoerste kort, ikke en fejl.
           build-kort-index.
               open output kort-index-file
               close kort-index-file
               open input kort-file
               if kort-status not = "00"
                   and kort-status not = "05"
                   continue
               else
                   open i-o kort-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read kort-file into kort-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move kort-record to ki-record
                       write ki-record
                       invalid key
                           display "Dublet kort sprunget over: "
                               ki-kort-nr
                       end-write
                   end-read
                   end-perform
                   close kort-file
                   close kort-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-kort
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "C"
                       perform valider-kort
                       if trans-gyldig = "Y"
                           perform apply-change
                       end-if
                   when "D"
                       perform apply-delete
                   when other
                       move spaces to error-line
                       string
                           "Ukendt transaktionstype [" trans-action
                           "] for kort "
                           kt-kort-nr in trans-kort
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

      *> Kortnummeret skal vaere maskeret korrekt (6 + 4 cifre),
      *> kontoen angivet, udloebet en gyldig AAAAMM, udstedelses-
      *> datoen numerisk og status en af de kendte.
           valider-kort.
               move "Y" to trans-gyldig
               move 0 to udloeb-maaned
               if kt-udloeb in trans-kort is numeric
                   move kt-udloeb in trans-kort(5:2) to udloeb-maaned
               end-if
               if kt-kort-nr in trans-kort(1:6) not numeric
                   or kt-kort-nr in trans-kort(13:4) not numeric
                   or kt-konto-id in trans-kort = spaces
                   or udloeb-maaned < 1 or udloeb-maaned > 12
                   or kt-udstedt-dato in trans-kort not numeric
                   or not (kt-aktiv in trans-kort
                       or kt-spaerret in trans-kort
                       or kt-annulleret in trans-kort)
                   move "N" to trans-gyldig
                   move spaces to error-line
                   string
                       "Kort afvist, nummer/konto/udloeb/status"
                       " ugyldige: "
                       kt-kort-nr in trans-kort
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

           apply-add.
               move trans-kort to ki-record
               write ki-record
               invalid key
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, kort findes allerede: "
                       kt-kort-nr in trans-kort
                       into error-line
                   end-string
                   write error-record
               end-write
           exit.

           apply-change.
               move kt-kort-nr in trans-kort to ki-kort-nr
               read kort-index-file
               invalid key
                   move spaces to error-line
                   string
                       "AENDR afvist, kort findes ikke: "
                       kt-kort-nr in trans-kort
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move trans-kort to ki-record
                   rewrite ki-record
               end-read
           exit.

           apply-delete.
               move kt-kort-nr in trans-kort to ki-kort-nr
               read kort-index-file
               invalid key
                   move spaces to error-line
                   string
                       "SLET afvist, kort findes ikke: "
                       kt-kort-nr in trans-kort
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   delete kort-index-file record
               end-read
           exit.

           rewrite-kort-file.
               open input kort-index-file
               open output kort-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read kort-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move ki-record to kort-record
                   write kort-record
               end-read
               end-perform
               close kort-index-file
               close kort-file
           exit.
