       identification division.
       program-id. REELEJERVEDLIGEHOLD.

      *> Batch-vedligeholdelse af registeret over reelle ejere
      *> REELEJER.txt (se REELEJER.cpy): en erhvervskunde baerer i
      *> kundeopl.cpy kun firmanavn, cvr-number og een kontaktperson
      *> - hvem der reelt ejer eller kontrollerer selskabet stod
      *> ingen steder, og det er netop hvad hvidvaskreglerne kraever
      *> at vi ved. Laeser tilfoej/aendr/slet-transaktioner fra
      *> REELEJER-TRANS.txt og anvender dem mod registeret - samme
      *> byg-indekseret-kopi / anvend / skriv-tilbage-moenster og
      *> samme maker-checker-godkendelsesmarkoer (<transfil>.GODKENDT)
      *> som legitimationvedligehold.cob. En tilfoejelse eller
      *> aendring skal have navn, CPR/ID, en ejerandel paa hoejst
      *> 100 %, en kendt kontroltype og en verificeringsdato.

       environment division.
       input-output section.
       file-control.
           select reelejer-file assign to dynamic reelejer-file-name
               organization is line sequential
               file status is reelejer-status.

           select reelejer-index-file assign to "REELEJERMST.dat"
               organization is indexed
               access mode is dynamic
               record key is re-idx-noegle of re-idx-record
               file status is re-idx-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "REELEJER-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD reelejer-file.
           01 reelejer-record.
               COPY "REELEJER.cpy".

           FD reelejer-index-file.
           01 re-idx-record.
               02 re-idx-noegle.
                   03 re-idx-kunde-id PIC X(10).
                   03 re-idx-loebenr  PIC 9(2).
               02 re-idx-data         PIC X(66).

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-reelejer.
                   COPY "REELEJER.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 re-idx-status PIC XX value "00".
           01 reelejer-status PIC XX value "00".
           01 reelejer-file-name PIC X(100) value "REELEJER.txt".
           01 trans-file-name PIC X(100)
               value "REELEJER-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 trans-gyldig PIC X value "Y".

       procedure division.
       main-program.
           accept reelejer-file-name
               from environment "REELEJERFIL_NAVN"
               on exception
                   move "REELEJER.txt" to reelejer-file-name
           end-accept
           accept trans-file-name
               from environment "REELEJERTRANS_NAVN"
               on exception
                   move "REELEJER-TRANS.txt" to trans-file-name
           end-accept

           perform tjek-godkendelse
           perform build-reelejer-index

           open i-o reelejer-index-file
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
           close reelejer-index-file

           perform rewrite-reelejer-file

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
                   display "REELEJERVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Bygger det indekserede arbejdseksemplar - en fil der ikke
      *> findes endnu er den allerfoerste oprettelse, ikke en fejl.
           build-reelejer-index.
               open output reelejer-index-file
               close reelejer-index-file
               open input reelejer-file
               if reelejer-status not = "00"
                   and reelejer-status not = "05"
                   continue
               else
                   open i-o reelejer-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read reelejer-file into reelejer-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move reelejer-record to re-idx-record
                       write re-idx-record
                       invalid key
                           display "Dublet reel ejer sprunget"
                               " over: " re-idx-kunde-id " "
                               re-idx-loebenr
                       end-write
                   end-read
                   end-perform
                   close reelejer-file
                   close reelejer-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-reelejer
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "C"
                       perform valider-reelejer
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
                           function trim(re-kunde-id
                               in trans-reelejer)
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

           valider-reelejer.
               move "Y" to trans-gyldig
               if re-kunde-id in trans-reelejer = spaces
                   or re-loebenr in trans-reelejer not numeric
                   or re-navn in trans-reelejer = spaces
                   or re-id-nummer in trans-reelejer = spaces
                   or re-ejerandel in trans-reelejer not numeric
                   or not re-kontroltype-kendt in trans-reelejer
                   or re-verificeret-dato in trans-reelejer
                       not numeric
                   move "N" to trans-gyldig
               else
                   if re-ejerandel in trans-reelejer > 100
                       move "N" to trans-gyldig
                   end-if
               end-if
               if trans-gyldig = "N"
                   move spaces to error-line
                   string
                       "Reel ejer afvist, navn/ID/ejerandel/"
                       "kontroltype/dato ugyldig: "
                       function trim(re-kunde-id in trans-reelejer)
                       " " re-loebenr in trans-reelejer
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

           apply-add.
               move trans-reelejer to re-idx-record
               write re-idx-record
               invalid key
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, reel ejer findes allerede: "
                       function trim(re-kunde-id in trans-reelejer)
                       " " re-loebenr in trans-reelejer
                       into error-line
                   end-string
                   write error-record
               end-write
           exit.

           apply-change.
               move re-kunde-id in trans-reelejer to re-idx-kunde-id
               move re-loebenr in trans-reelejer to re-idx-loebenr
               read reelejer-index-file
               invalid key
                   move spaces to error-line
                   string
                       "AENDR afvist, reel ejer findes ikke: "
                       function trim(re-kunde-id in trans-reelejer)
                       " " re-loebenr in trans-reelejer
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move trans-reelejer to re-idx-record
                   rewrite re-idx-record
               end-read
           exit.

           apply-delete.
               move re-kunde-id in trans-reelejer to re-idx-kunde-id
               move re-loebenr in trans-reelejer to re-idx-loebenr
               read reelejer-index-file
               invalid key
                   move spaces to error-line
                   string
                       "SLET afvist, reel ejer findes ikke: "
                       function trim(re-kunde-id in trans-reelejer)
                       " " re-loebenr in trans-reelejer
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   delete reelejer-index-file record
               end-read
           exit.

           rewrite-reelejer-file.
               open input reelejer-index-file
               open output reelejer-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read reelejer-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move re-idx-record to reelejer-record
                   write reelejer-record
               end-read
               end-perform
               close reelejer-index-file
               close reelejer-file
           exit.
