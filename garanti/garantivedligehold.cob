       identification division.
       program-id. GARANTIVEDLIGEHOLD.

      *> Batch-vedligeholdelse af garantiregisteret GARANTI.txt (se
      *> GARANTI.cpy). Laeser tilfoej/aendr/slet-transaktioner fra
      *> GARANTI-TRANS.txt og anvender dem mod registeret - samme
      *> byg-indekseret-kopi / anvend / skriv-tilbage-moenster og
      *> samme maker-checker-godkendelsesmarkoer
      *> (<transfil>.GODKENDT) som klagevedligehold.cob. En garanti
      *> skal have garanti-id, kunde, kendt type, begunstiget, et
      *> positivt beloeb med valuta, udstedelses- og udloebsdato og
      *> en provisionskonto. En modsikkerhed skal findes i
      *> SIKKERHED.txt, og en indfriet eller ophoert garanti skal
      *> have afslutningsdatoen. Provisionsdatoen saettes kun af
      *> garantiprovision.cob - den foeres uaendret videre ved en
      *> aendring, og en garanti der er opkraevet provision for kan
      *> ikke slettes (den afsluttes med status I eller O).

       environment division.
       input-output section.
       file-control.
           select garanti-file assign to dynamic garanti-file-name
               organization is line sequential
               file status is garanti-status.

           select garanti-index-file assign to "GARANTIMST.dat"
               organization is indexed
               access mode is dynamic
               record key is gar-idx-garanti-id of gar-idx-record
               file status is gar-idx-status.

           select sikkerhed-file assign to dynamic sikkerhed-file-name
               organization is line sequential
               file status is sikkerhed-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "GARANTI-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD garanti-file.
           01 garanti-record.
               COPY "GARANTI.cpy".

           FD garanti-index-file.
           01 gar-idx-record.
               02 gar-idx-garanti-id  PIC X(10).
               02 gar-idx-data        PIC X(131).

           FD sikkerhed-file.
           01 sikkerhed-record.
               COPY "SIKKERHED.cpy".

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-garanti.
                   COPY "GARANTI.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 end-of-sikkerhed PIC X value "N".
           01 gar-idx-status PIC XX value "00".
           01 garanti-status PIC XX value "00".
           01 garanti-file-name PIC X(100) value "GARANTI.txt".
           01 sikkerhed-file-name PIC X(100) value "SIKKERHED.txt".
           01 sikkerhed-status PIC XX value "00".
           01 trans-file-name PIC X(100)
               value "GARANTI-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 trans-gyldig PIC X value "Y".
      *> Registerets nuvaerende udgave af garantien ved en aendring.
           01 gemt-garanti.
               COPY "GARANTI.cpy".

      *> Noeglerne i sikkerhedsregisteret - modsikkerheden skal
      *> pege paa en eksisterende linje.
           01 sik-count       PIC 9(5) value 0.
           01 sik-max         PIC 9(5) value 5000.
           01 sik-tabel.
               02 sik-noegle occurs 5000 times.
                   03 st-laan-konto-id PIC X(10).
                   03 st-loebenr       PIC 9(4).
           01 st-index        PIC 9(5).
           01 sik-fundet      PIC X value "N".

       procedure division.
       main-program.
           accept garanti-file-name
               from environment "GARANTIFIL_NAVN"
               on exception
                   move "GARANTI.txt" to garanti-file-name
           end-accept
           accept trans-file-name
               from environment "GARANTITRANS_NAVN"
               on exception
                   move "GARANTI-TRANS.txt" to trans-file-name
           end-accept
           accept sikkerhed-file-name
               from environment "SIKKERHEDFIL_NAVN"
               on exception
                   move "SIKKERHED.txt" to sikkerhed-file-name
           end-accept

           perform tjek-godkendelse
           perform load-sikkerheder
           perform build-garanti-index

           open i-o garanti-index-file
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
           close garanti-index-file

           perform rewrite-garanti-file

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
                   display "GARANTIVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> En manglende SIKKERHED.txt betyder ingen sikkerheder - saa
      *> kan en garanti bare ikke henvise til en modsikkerhed.
           load-sikkerheder.
               open input sikkerhed-file
               if sikkerhed-status not = "00"
                   and sikkerhed-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-sikkerhed = "Y"
                   read sikkerhed-file
               at end
                   move "Y" to end-of-sikkerhed
               not at end
                   if sik-count < sik-max
                       add 1 to sik-count
                       move sik-laan-konto-id
                           to st-laan-konto-id(sik-count)
                       move sik-loebenr to st-loebenr(sik-count)
                   else
                       display "GARANTIVEDLIGEHOLD: sikkerheds"
                           "tabel fuld - " sik-laan-konto-id
                           " ikke indlaest"
                   end-if
               end-read
               end-perform
               close sikkerhed-file
           exit.

      *> Bygger det indekserede arbejdseksemplar - en fil der ikke
      *> findes endnu er den allerfoerste oprettelse, ikke en fejl.
           build-garanti-index.
               open output garanti-index-file
               close garanti-index-file
               open input garanti-file
               if garanti-status not = "00"
                   and garanti-status not = "05"
                   continue
               else
                   open i-o garanti-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read garanti-file into garanti-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move garanti-record to gar-idx-record
                       write gar-idx-record
                       invalid key
                           display "Dublet garanti sprunget"
                               " over: " gar-idx-garanti-id
                       end-write
                   end-read
                   end-perform
                   close garanti-file
                   close garanti-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-garanti
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "C"
                       perform valider-garanti
                       if trans-gyldig = "Y"
                           perform apply-change
                       end-if
                   when "D"
                       perform apply-delete
                   when other
                       move spaces to error-line
                       string
                           "Ukendt transaktionstype [" trans-action
                           "] for garanti "
                           function trim(gar-garanti-id
                               in trans-garanti)
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

      *> Garanti-id, kunde, kendt type, begunstiget, positivt
      *> beloeb med valuta, numeriske datoer med udloeb efter
      *> udstedelse og en provisionskonto er paakraevet. En
      *> afsluttet garanti kraever afslutningsdatoen, og en
      *> modsikkerhed skal findes i SIKKERHED.txt.
           valider-garanti.
               move "Y" to trans-gyldig
               if gar-garanti-id in trans-garanti = spaces
                   or gar-kunde-id in trans-garanti = spaces
                   or not gar-type-kendt in trans-garanti
                   or gar-begunstiget in trans-garanti = spaces
                   or gar-beloeb in trans-garanti not numeric
                   or gar-valuta-id in trans-garanti = spaces
                   or gar-udstedt-dato in trans-garanti not numeric
                   or gar-udloebs-dato in trans-garanti not numeric
                   or gar-provision-konto in trans-garanti = spaces
                   or gar-provision-sats in trans-garanti not numeric
                   or not gar-status-kendt in trans-garanti
                   move "N" to trans-gyldig
               end-if
               if trans-gyldig = "Y"
                   if gar-beloeb in trans-garanti = 0
                       or gar-udloebs-dato in trans-garanti
                           < gar-udstedt-dato in trans-garanti
                       move "N" to trans-gyldig
                   end-if
               end-if
               if trans-gyldig = "Y"
                   and not gar-aktiv in trans-garanti
                   and gar-status-dato in trans-garanti not numeric
                   move "N" to trans-gyldig
               end-if
               if trans-gyldig = "N"
                   move spaces to error-line
                   string
                       "Garanti afvist, kunde/type/beloeb/dato/"
                       "konto/status ugyldig: "
                       function trim(gar-garanti-id in trans-garanti)
                       into error-line
                   end-string
                   write error-record
                   exit paragraph
               end-if
               if gar-sik-laan-konto-id in trans-garanti not = spaces
                   perform tjek-modsikkerhed
               end-if
           exit.

           tjek-modsikkerhed.
               move "N" to sik-fundet
               if gar-sik-loebenr in trans-garanti is numeric
                   perform varying st-index from 1 by 1
                       until st-index > sik-count
                       if st-laan-konto-id(st-index)
                           = gar-sik-laan-konto-id in trans-garanti
                           and st-loebenr(st-index)
                               = gar-sik-loebenr in trans-garanti
                           move "Y" to sik-fundet
                       end-if
                   end-perform
               end-if
               if sik-fundet = "N"
                   move "N" to trans-gyldig
                   move spaces to error-line
                   string
                       "Garanti afvist, modsikkerhed findes ikke i "
                       "SIKKERHED: "
                       function trim(gar-garanti-id in trans-garanti)
                       " -> "
                       function trim(gar-sik-laan-konto-id
                           in trans-garanti)
                       "/" gar-sik-loebenr in trans-garanti
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

           apply-add.
               move spaces to gar-provision-til-dato in trans-garanti
               move trans-garanti to gar-idx-record
               write gar-idx-record
               invalid key
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, garanti findes allerede: "
                       function trim(gar-garanti-id in trans-garanti)
                       into error-line
                   end-string
                   write error-record
               end-write
           exit.

           apply-change.
               move gar-garanti-id in trans-garanti
                   to gar-idx-garanti-id
               read garanti-index-file
               invalid key
                   move spaces to error-line
                   string
                       "AENDR afvist, garanti findes ikke: "
                       function trim(gar-garanti-id in trans-garanti)
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move gar-idx-record to gemt-garanti
                   move gar-provision-til-dato in gemt-garanti
                       to gar-provision-til-dato in trans-garanti
                   move trans-garanti to gar-idx-record
                   rewrite gar-idx-record
               end-read
           exit.

           apply-delete.
               move gar-garanti-id in trans-garanti
                   to gar-idx-garanti-id
               read garanti-index-file
               invalid key
                   move spaces to error-line
                   string
                       "SLET afvist, garanti findes ikke: "
                       function trim(gar-garanti-id in trans-garanti)
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move gar-idx-record to gemt-garanti
                   if gar-provision-til-dato in gemt-garanti
                       not = spaces
                       move spaces to error-line
                       string
                           "SLET afvist, der er opkraevet provision"
                           " - afslut garantien: "
                           function trim(gar-garanti-id
                               in trans-garanti)
                           into error-line
                       end-string
                       write error-record
                   else
                       delete garanti-index-file record
                   end-if
               end-read
           exit.

           rewrite-garanti-file.
               open input garanti-index-file
               open output garanti-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read garanti-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move gar-idx-record to garanti-record
                   write garanti-record
               end-read
               end-perform
               close garanti-index-file
               close garanti-file
           exit.
