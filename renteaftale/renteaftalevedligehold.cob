       identification division.
       program-id. RENTEAFTALEVEDLIGEHOLD.

      *> Batch-vedligeholdelse af de individuelle renteaftaler i
      *> RENTEAFTALE.txt (se RENTEAFTALE.cpy). Laeser tilfoej/aendr/
      *> slet-transaktioner fra RENTEAFTALE-TRANS.txt og anvender dem
      *> mod registeret - samme byg-indekseret-kopi / anvend / skriv-
      *> tilbage-moenster og samme maker-checker-godkendelsesmarkoer
      *> (<transfil>.GODKENDT) som traekretvedligehold.cob. En aftale
      *> skal have konto, kendt renteart (K/D), gyldig-fra, en
      *> numerisk sats med blankt fortegn eller "-", en gyldig-til
      *> der er blank (indtil videre) eller ikke ligger foer
      *> gyldig-fra, og den medarbejder der har godkendt den. En
      *> aftale afsluttes ved at aendre gyldig-til - slettes den,
      *> forsvinder den ogsaa fra genberegninger bagud i tid.

       environment division.
       input-output section.
       file-control.
           select aftale-file assign to dynamic aftale-file-name
               organization is line sequential
               file status is aftale-status.

           select ra-index-file assign to "RENTEAFTALEMST.dat"
               organization is indexed
               access mode is dynamic
               record key is ra-idx-noegle of ra-idx-record
               file status is ra-idx-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "RENTEAFTALE-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD aftale-file.
           01 aftale-record.
               COPY "RENTEAFTALE.cpy".

           FD ra-index-file.
           01 ra-idx-record.
               02 ra-idx-noegle      PIC X(19).
               02 ra-idx-data        PIC X(24).

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-aftale.
                   COPY "RENTEAFTALE.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 ra-idx-status PIC XX value "00".
           01 aftale-status PIC XX value "00".
           01 aftale-file-name PIC X(100) value "RENTEAFTALE.txt".
           01 trans-file-name PIC X(100)
               value "RENTEAFTALE-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 trans-gyldig PIC X value "Y".

       procedure division.
       main-program.
           accept aftale-file-name
               from environment "RENTEAFTALEFIL_NAVN"
               on exception
                   move "RENTEAFTALE.txt" to aftale-file-name
           end-accept
           accept trans-file-name
               from environment "RENTEAFTALETRANS_NAVN"
               on exception
                   move "RENTEAFTALE-TRANS.txt" to trans-file-name
           end-accept

           perform tjek-godkendelse
           perform build-aftale-index

           open i-o ra-index-file
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
           close ra-index-file

           perform rewrite-aftale-file

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
                   display "RENTEAFTALEVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Bygger det indekserede arbejdseksemplar - en fil der ikke
      *> findes endnu er den allerfoerste aftale, ikke en fejl.
           build-aftale-index.
               open output ra-index-file
               close ra-index-file
               open input aftale-file
               if aftale-status not = "00"
                   and aftale-status not = "05"
                   continue
               else
                   open i-o ra-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read aftale-file into aftale-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move aftale-record to ra-idx-record
                       write ra-idx-record
                       invalid key
                           display "Dublet aftale sprunget"
                               " over: " ra-idx-noegle
                       end-write
                   end-read
                   end-perform
                   close aftale-file
                   close ra-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-aftale
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "C"
                       perform valider-aftale
                       if trans-gyldig = "Y"
                           perform apply-change
                       end-if
                   when "D"
                       perform apply-delete
                   when other
                       move spaces to error-line
                       string
                           "Ukendt transaktionstype [" trans-action
                           "] for aftale " ra-noegle in trans-aftale
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

      *> Konto, kendt renteart, gyldig-fra, sats, fortegn og den
      *> godkendende medarbejder er paakraevet; en gyldig-til maa
      *> ikke ligge foer gyldig-fra.
           valider-aftale.
               move "Y" to trans-gyldig
               if ra-konto-id in trans-aftale = spaces
                   or not ra-art-kendt in trans-aftale
                   or ra-gyldig-fra in trans-aftale not numeric
                   or ra-sats in trans-aftale not numeric
                   or (ra-fortegn in trans-aftale not = space
                       and ra-fortegn in trans-aftale not = "-")
                   or ra-godkendt-af in trans-aftale = spaces
                   move "N" to trans-gyldig
               end-if
               if trans-gyldig = "Y"
                   and ra-gyldig-til in trans-aftale not = spaces
                   if ra-gyldig-til in trans-aftale not numeric
                       move "N" to trans-gyldig
                   else
                       if ra-gyldig-til in trans-aftale
                           < ra-gyldig-fra in trans-aftale
                           move "N" to trans-gyldig
                       end-if
                   end-if
               end-if
               if trans-gyldig = "N"
                   move spaces to error-line
                   string
                       "Aftale afvist, konto/art/sats/datoer/"
                       "godkender ugyldig: "
                       ra-noegle in trans-aftale
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

           apply-add.
               move trans-aftale to ra-idx-record
               write ra-idx-record
               invalid key
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, aftalen findes allerede: "
                       ra-noegle in trans-aftale
                       into error-line
                   end-string
                   write error-record
               end-write
           exit.

           apply-change.
               move ra-noegle in trans-aftale to ra-idx-noegle
               read ra-index-file
               invalid key
                   move spaces to error-line
                   string
                       "AENDR afvist, aftalen findes ikke: "
                       ra-noegle in trans-aftale
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move trans-aftale to ra-idx-record
                   rewrite ra-idx-record
               end-read
           exit.

           apply-delete.
               move ra-noegle in trans-aftale to ra-idx-noegle
               read ra-index-file
               invalid key
                   move spaces to error-line
                   string
                       "SLET afvist, aftalen findes ikke: "
                       ra-noegle in trans-aftale
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   delete ra-index-file record
               end-read
           exit.

           rewrite-aftale-file.
               open input ra-index-file
               open output aftale-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read ra-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move ra-idx-record to aftale-record
                   write aftale-record
               end-read
               end-perform
               close ra-index-file
               close aftale-file
           exit.
