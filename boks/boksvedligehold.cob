       identification division.
       program-id. BOKSVEDLIGEHOLD.

      *> Batch-vedligeholdelse af boksregisteret BOKS.txt (se
      *> BOKS.cpy). Laeser tilfoej/aendr/slet-transaktioner fra
      *> BOKS-TRANS.txt og anvender dem mod registeret - samme
      *> byg-indekseret-kopi / anvend / skriv-tilbage-moenster og
      *> samme maker-checker-godkendelsesmarkoer
      *> (<transfil>.GODKENDT) som garantivedligehold.cob. En boks
      *> skal staa i en kendt, aaben filial (FILIALKONTROL), have et
      *> boksnummer, en kendt stoerrelse, lejer, debetkonto og
      *> startdato; en opsagt boks skal have slutdatoen. Lejedatoen
      *> saettes kun af boksleje.cob - den foeres uaendret videre
      *> ved en aendring, og en boks der er opkraevet leje for kan
      *> ikke slettes (den opsiges med status O). Noeglebaerere
      *> vedligeholdes i FULDMAGT.txt gennem fuldmagtvedligehold.cob.

       environment division.
       input-output section.
       file-control.
           select boks-file assign to dynamic boks-file-name
               organization is line sequential
               file status is boks-status.

           select boks-index-file assign to "BOKSMST.dat"
               organization is indexed
               access mode is dynamic
               record key is bx-idx-noegle of bx-idx-record
               file status is bx-idx-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "BOKS-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD boks-file.
           01 boks-record.
               COPY "BOKS.cpy".

           FD boks-index-file.
           01 bx-idx-record.
               02 bx-idx-noegle      PIC X(9).
               02 bx-idx-data        PIC X(46).

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-boks.
                   COPY "BOKS.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 bx-idx-status PIC XX value "00".
           01 boks-status PIC XX value "00".
           01 boks-file-name PIC X(100) value "BOKS.txt".
           01 trans-file-name PIC X(100)
               value "BOKS-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 trans-gyldig PIC X value "Y".
           01 filial-navn PIC X(30).
           01 filial-ok PIC X(1).
      *> Registerets nuvaerende udgave af boksen ved en aendring.
           01 gemt-boks.
               COPY "BOKS.cpy".

       procedure division.
       main-program.
           accept boks-file-name
               from environment "BOKSFIL_NAVN"
               on exception
                   move "BOKS.txt" to boks-file-name
           end-accept
           accept trans-file-name
               from environment "BOKSTRANS_NAVN"
               on exception
                   move "BOKS-TRANS.txt" to trans-file-name
           end-accept

           perform tjek-godkendelse
           perform build-boks-index

           open i-o boks-index-file
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
           close boks-index-file

           perform rewrite-boks-file

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
                   display "BOKSVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Bygger det indekserede arbejdseksemplar - en fil der ikke
      *> findes endnu er den allerfoerste oprettelse, ikke en fejl.
           build-boks-index.
               open output boks-index-file
               close boks-index-file
               open input boks-file
               if boks-status not = "00"
                   and boks-status not = "05"
                   continue
               else
                   open i-o boks-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read boks-file into boks-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move boks-record to bx-idx-record
                       write bx-idx-record
                       invalid key
                           display "Dublet boks sprunget"
                               " over: " bx-idx-noegle
                       end-write
                   end-read
                   end-perform
                   close boks-file
                   close boks-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-boks
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "C"
                       perform valider-boks
                       if trans-gyldig = "Y"
                           perform apply-change
                       end-if
                   when "D"
                       perform apply-delete
                   when other
                       move spaces to error-line
                       string
                           "Ukendt transaktionstype [" trans-action
                           "] for boks " bx-noegle in trans-boks
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

      *> Kendt, aaben filial, boksnummer, kendt stoerrelse, lejer,
      *> debetkonto og numerisk startdato er paakraevet. En opsagt
      *> boks kraever en slutdato der ikke ligger foer starten.
           valider-boks.
               move "Y" to trans-gyldig
               if bx-boks-nr in trans-boks = spaces
                   or not bx-stoerrelse-kendt in trans-boks
                   or bx-kunde-id in trans-boks = spaces
                   or bx-debet-konto in trans-boks = spaces
                   or bx-start-dato in trans-boks not numeric
                   or not bx-status-kendt in trans-boks
                   move "N" to trans-gyldig
               end-if
               if trans-gyldig = "Y"
                   and bx-opsagt in trans-boks
                   if bx-slut-dato in trans-boks not numeric
                       move "N" to trans-gyldig
                   else
                       if bx-slut-dato in trans-boks
                           < bx-start-dato in trans-boks
                           move "N" to trans-gyldig
                       end-if
                   end-if
               end-if
               if trans-gyldig = "N"
                   move spaces to error-line
                   string
                       "Boks afvist, nr/stoerrelse/lejer/konto/"
                       "dato/status ugyldig: "
                       bx-noegle in trans-boks
                       into error-line
                   end-string
                   write error-record
                   exit paragraph
               end-if
               call "FILIALKONTROL" using
                   bx-branch-code in trans-boks filial-navn filial-ok
               end-call
               if filial-ok not = "J"
                   move "N" to trans-gyldig
                   move spaces to error-line
                   string
                       "Boks afvist, ukendt eller lukket filial "
                       bx-branch-code in trans-boks ": "
                       bx-noegle in trans-boks
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

           apply-add.
               move spaces to bx-leje-til-dato in trans-boks
               move trans-boks to bx-idx-record
               write bx-idx-record
               invalid key
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, boksen findes allerede: "
                       bx-noegle in trans-boks
                       into error-line
                   end-string
                   write error-record
               end-write
           exit.

           apply-change.
               move bx-noegle in trans-boks to bx-idx-noegle
               read boks-index-file
               invalid key
                   move spaces to error-line
                   string
                       "AENDR afvist, boksen findes ikke: "
                       bx-noegle in trans-boks
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move bx-idx-record to gemt-boks
                   move bx-leje-til-dato in gemt-boks
                       to bx-leje-til-dato in trans-boks
                   move trans-boks to bx-idx-record
                   rewrite bx-idx-record
               end-read
           exit.

           apply-delete.
               move bx-noegle in trans-boks to bx-idx-noegle
               read boks-index-file
               invalid key
                   move spaces to error-line
                   string
                       "SLET afvist, boksen findes ikke: "
                       bx-noegle in trans-boks
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move bx-idx-record to gemt-boks
                   if bx-leje-til-dato in gemt-boks not = spaces
                       move spaces to error-line
                       string
                           "SLET afvist, der er opkraevet leje"
                           " - opsig boksen: "
                           bx-noegle in trans-boks
                           into error-line
                       end-string
                       write error-record
                   else
                       delete boks-index-file record
                   end-if
               end-read
           exit.

           rewrite-boks-file.
               open input boks-index-file
               open output boks-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read boks-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move bx-idx-record to boks-record
                   write boks-record
               end-read
               end-perform
               close boks-index-file
               close boks-file
           exit.
