       identification division.
       program-id. DEPOTVEDLIGEHOLD.

      *> Batch-vedligeholdelse af depotregisteret DEPOT.txt (se
      *> DEPOT.cpy). Laeser tilfoej/aendr/slet-transaktioner fra
      *> DEPOT-TRANS.txt og anvender dem mod registeret - samme
      *> byg-indekseret-kopi / anvend / skriv-tilbage-moenster og
      *> samme maker-checker-godkendelsesmarkoer
      *> (<transfil>.GODKENDT) som garantivedligehold.cob. En
      *> beholdning skal have depot-id, en ISIN paa formen to
      *> bogstaver + ni tegn + kontrolciffer, kunde, afregningskonto,
      *> antal og anskaffelseskurs, en kendt valuta og en
      *> oprettelsesdato. En ny beholdning i et eksisterende depot
      *> skal have depotets kunde og afregningskonto; aendres kunde
      *> eller afregningskonto paa en beholdning, foeres aendringen
      *> over paa alle depotets beholdninger. Gebyrdatoen saettes kun
      *> af depotgebyr.cob og foeres uaendret videre ved en aendring.

       environment division.
       input-output section.
       file-control.
           select depot-file assign to dynamic depot-file-name
               organization is line sequential
               file status is depot-status.

           select depot-index-file assign to "DEPOTMST.dat"
               organization is indexed
               access mode is dynamic
               record key is dp-idx-noegle of dp-idx-record
               file status is dp-idx-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "DEPOT-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD depot-file.
           01 depot-record.
               COPY "DEPOT.cpy".

           FD depot-index-file.
           01 dp-idx-record.
               02 dp-idx-noegle.
                   03 dp-idx-depot-id  PIC X(10).
                   03 dp-idx-isin      PIC X(12).
               02 dp-idx-data.
                   03 dp-idx-kunde-id  PIC X(10).
                   03 dp-idx-afregningskonto PIC X(10).
                   03 filler           PIC X(43).

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-depot.
                   COPY "DEPOT.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 end-of-depot PIC X value "N".
           01 dp-idx-status PIC XX value "00".
           01 depot-status PIC XX value "00".
           01 depot-file-name PIC X(100) value "DEPOT.txt".
           01 trans-file-name PIC X(100)
               value "DEPOT-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 trans-gyldig PIC X value "Y".
           01 valuta-ok PIC X value "N".
      *> Registerets nuvaerende udgave af beholdningen ved en
      *> aendring.
           01 gemt-depot.
               COPY "DEPOT.cpy".
           01 omflyt-kunde-id PIC X(10).
           01 omflyt-konto    PIC X(10).
           01 omflyt-antal    PIC 9(4) value 0.

       procedure division.
       main-program.
           accept depot-file-name
               from environment "DEPOTFIL_NAVN"
               on exception
                   move "DEPOT.txt" to depot-file-name
           end-accept
           accept trans-file-name
               from environment "DEPOTTRANS_NAVN"
               on exception
                   move "DEPOT-TRANS.txt" to trans-file-name
           end-accept

           perform tjek-godkendelse
           perform build-depot-index

           open i-o depot-index-file
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
           close depot-index-file

           perform rewrite-depot-file

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
                   display "DEPOTVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Bygger det indekserede arbejdseksemplar - en fil der ikke
      *> findes endnu er den allerfoerste oprettelse, ikke en fejl.
           build-depot-index.
               open output depot-index-file
               close depot-index-file
               open input depot-file
               if depot-status not = "00"
                   and depot-status not = "05"
                   continue
               else
                   open i-o depot-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read depot-file into depot-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move depot-record to dp-idx-record
                       write dp-idx-record
                       invalid key
                           display "Dublet beholdning sprunget"
                               " over: " dp-idx-depot-id " "
                               dp-idx-isin
                       end-write
                   end-read
                   end-perform
                   close depot-file
                   close depot-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-beholdning
                       if trans-gyldig = "Y"
                           perform tjek-depot-ejer
                       end-if
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "C"
                       perform valider-beholdning
                       if trans-gyldig = "Y"
                           perform apply-change
                       end-if
                   when "D"
                       perform apply-delete
                   when other
                       move spaces to error-line
                       string
                           "Ukendt transaktionstype [" trans-action
                           "] for depot "
                           function trim(dp-depot-id in trans-depot)
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

      *> Depot-id, ISIN, kunde, afregningskonto, numerisk antal og
      *> kurs, kendt valuta og oprettelsesdato er paakraevet. ISIN'en
      *> kontrolleres kun for formen (landekode + kontrolciffer) -
      *> kursfilen er det egentlige opslag.
           valider-beholdning.
               move "Y" to trans-gyldig
               if dp-depot-id in trans-depot = spaces
                   or dp-kunde-id in trans-depot = spaces
                   or dp-afregningskonto in trans-depot = spaces
                   or dp-antal in trans-depot not numeric
                   or dp-kostkurs in trans-depot not numeric
                   or dp-oprettet-dato in trans-depot not numeric
                   move "N" to trans-gyldig
               end-if
               if dp-isin in trans-depot(1:2) not alphabetic-upper
                   or dp-isin in trans-depot(1:2) = spaces
                   or dp-isin in trans-depot(12:1) not numeric
                   or dp-isin in trans-depot(3:9) = spaces
                   move "N" to trans-gyldig
               end-if
               if trans-gyldig = "Y"
                   call "VALUTAKONTROL" using
                       dp-valuta-id in trans-depot valuta-ok
                   end-call
                   if valuta-ok not = "Y"
                       move "N" to trans-gyldig
                   end-if
               end-if
               if trans-gyldig = "N"
                   move spaces to error-line
                   string
                       "Beholdning afvist, ISIN/kunde/konto/antal/"
                       "kurs/valuta/dato ugyldig: "
                       function trim(dp-depot-id in trans-depot)
                       " " dp-isin in trans-depot
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

      *> En ny beholdning i et eksisterende depot skal have samme
      *> kunde og afregningskonto som depotets oevrige beholdninger.
           tjek-depot-ejer.
               move dp-depot-id in trans-depot to dp-idx-depot-id
               move low-values to dp-idx-isin
               move "N" to end-of-depot
               start depot-index-file key is >= dp-idx-noegle
                   invalid key
                       move "Y" to end-of-depot
               end-start
               perform until end-of-depot = "Y"
                   read depot-index-file next record
                   at end
                       move "Y" to end-of-depot
                   not at end
                       if dp-idx-depot-id
                           not = dp-depot-id in trans-depot
                           move "Y" to end-of-depot
                       else
                           if dp-idx-kunde-id
                               not = dp-kunde-id in trans-depot
                               or dp-idx-afregningskonto
                               not = dp-afregningskonto in trans-depot
                               move "N" to trans-gyldig
                               move "Y" to end-of-depot
                           end-if
                       end-if
                   end-read
               end-perform
               if trans-gyldig = "N"
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, depotet har en anden kunde/"
                       "afregningskonto: "
                       function trim(dp-depot-id in trans-depot)
                       " " dp-isin in trans-depot
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

           apply-add.
               move spaces to dp-gebyr-til-dato in trans-depot
               move trans-depot to dp-idx-record
               write dp-idx-record
               invalid key
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, beholdningen findes allerede: "
                       function trim(dp-depot-id in trans-depot)
                       " " dp-isin in trans-depot
                       into error-line
                   end-string
                   write error-record
               end-write
           exit.

           apply-change.
               move dp-noegle in trans-depot to dp-idx-noegle
               read depot-index-file
               invalid key
                   move spaces to error-line
                   string
                       "AENDR afvist, beholdningen findes ikke: "
                       function trim(dp-depot-id in trans-depot)
                       " " dp-isin in trans-depot
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move dp-idx-record to gemt-depot
                   move dp-gebyr-til-dato in gemt-depot
                       to dp-gebyr-til-dato in trans-depot
                   move trans-depot to dp-idx-record
                   rewrite dp-idx-record
                   if dp-kunde-id in trans-depot
                       not = dp-kunde-id in gemt-depot
                       or dp-afregningskonto in trans-depot
                       not = dp-afregningskonto in gemt-depot
                       perform omflyt-depot
                   end-if
               end-read
           exit.

      *> Ny kunde eller afregningskonto gaelder hele depotet - de
      *> oevrige beholdninger rettes med.
           omflyt-depot.
               move dp-kunde-id in trans-depot to omflyt-kunde-id
               move dp-afregningskonto in trans-depot to omflyt-konto
               move 0 to omflyt-antal
               move dp-depot-id in trans-depot to dp-idx-depot-id
               move low-values to dp-idx-isin
               move "N" to end-of-depot
               start depot-index-file key is >= dp-idx-noegle
                   invalid key
                       move "Y" to end-of-depot
               end-start
               perform until end-of-depot = "Y"
                   read depot-index-file next record
                   at end
                       move "Y" to end-of-depot
                   not at end
                       if dp-idx-depot-id
                           not = dp-depot-id in trans-depot
                           move "Y" to end-of-depot
                       else
                           if dp-idx-kunde-id not = omflyt-kunde-id
                               or dp-idx-afregningskonto
                                   not = omflyt-konto
                               move omflyt-kunde-id to dp-idx-kunde-id
                               move omflyt-konto
                                   to dp-idx-afregningskonto
                               rewrite dp-idx-record
                               add 1 to omflyt-antal
                           end-if
                       end-if
                   end-read
               end-perform
               if omflyt-antal > 0
                   move spaces to error-line
                   string
                       "INFO depot "
                       function trim(dp-depot-id in trans-depot)
                       " - kunde/afregningskonto rettet paa "
                       omflyt-antal " oevrige beholdninger"
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

           apply-delete.
               move dp-noegle in trans-depot to dp-idx-noegle
               read depot-index-file
               invalid key
                   move spaces to error-line
                   string
                       "SLET afvist, beholdningen findes ikke: "
                       function trim(dp-depot-id in trans-depot)
                       " " dp-isin in trans-depot
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   delete depot-index-file record
               end-read
           exit.

           rewrite-depot-file.
               open input depot-index-file
               open output depot-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read depot-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move dp-idx-record to depot-record
                   write depot-record
               end-read
               end-perform
               close depot-index-file
               close depot-file
           exit.
