       identification division.
       program-id. BETALINGVEDLIGEHOLD.

      *> Batch-vedligeholdelse af betalingsoversigten
      *> BETALINGSOVERSIGT.txt (se BETALING.cpy). Laeser opret- og
      *> annuller-transaktioner fra BETALING-TRANS.txt og anvender
      *> dem mod oversigten - samme byg-indekseret-kopi / anvend /
      *> skriv-tilbage-moenster og samme maker-checker-
      *> godkendelsesmarkoer (<transfil>.GODKENDT) som
      *> boksvedligehold.cob. "A" opretter en ventende betaling: et
      *> positivt beloeb, en forfaldsdato der ikke ligger foer
      *> koerselsdatoen, en modtagerkonto og et numerisk eller blankt
      *> reg.nr. (blankt = en af vore egne konti, som ikke maa vaere
      *> kontoen selv). "D" annullerer en betaling der stadig venter
      *> - posten bliver staaende med status A, saa kunden kan se
      *> den. En udfoert eller fejlet betaling kan ikke annulleres,
      *> og en aendring er en annullering plus en ny betaling.

       environment division.
       input-output section.
       file-control.
           select betaling-file assign to dynamic betaling-file-name
               organization is line sequential
               file status is betaling-status.

           select betaling-index-file assign to "BETALINGMST.dat"
               organization is indexed
               access mode is dynamic
               record key is bo-idx-noegle of bo-idx-record
               file status is bo-idx-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "BETALING-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD betaling-file.
           01 betaling-record.
               COPY "BETALING.cpy".

           FD betaling-index-file.
           01 bo-idx-record.
               02 bo-idx-noegle      PIC X(20).
               02 bo-idx-data        PIC X(72).

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-betaling.
                   COPY "BETALING.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 bo-idx-status PIC XX value "00".
           01 betaling-status PIC XX value "00".
           01 betaling-file-name PIC X(100)
               value "BETALINGSOVERSIGT.txt".
           01 trans-file-name PIC X(100)
               value "BETALING-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 trans-gyldig PIC X value "Y".
           01 koersel-dato PIC X(8).
      *> Oversigtens nuvaerende udgave af betalingen ved en
      *> annullering.
           01 gemt-betaling.
               COPY "BETALING.cpy".

       procedure division.
       main-program.
           accept betaling-file-name
               from environment "BETALINGFIL_NAVN"
               on exception
                   move "BETALINGSOVERSIGT.txt" to betaling-file-name
           end-accept
           accept trans-file-name
               from environment "BETALINGTRANS_NAVN"
               on exception
                   move "BETALING-TRANS.txt" to trans-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if

           perform tjek-godkendelse
           perform build-betaling-index

           open i-o betaling-index-file
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
           close betaling-index-file

           perform rewrite-betaling-file

           stop run.

      *> Kraever godkendelsesmarkoeren <transfil>.GODKENDT foer
      *> oversigten roeres - praecis som kontopostering.cob's
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
                   display "BETALINGVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Bygger det indekserede arbejdseksemplar - en fil der ikke
      *> findes endnu er den allerfoerste oprettelse, ikke en fejl.
           build-betaling-index.
               open output betaling-index-file
               close betaling-index-file
               open input betaling-file
               if betaling-status not = "00"
                   and betaling-status not = "05"
                   continue
               else
                   open i-o betaling-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read betaling-file into betaling-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move betaling-record to bo-idx-record
                       write bo-idx-record
                       invalid key
                           display "Dublet betaling sprunget"
                               " over: " bo-idx-noegle
                       end-write
                   end-read
                   end-perform
                   close betaling-file
                   close betaling-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-betaling
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "D"
                       perform apply-cancel
                   when other
                       move spaces to error-line
                       string
                           "Ukendt transaktionstype [" trans-action
                           "] for betaling "
                           bo-noegle in trans-betaling
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

      *> Konto, reference, positivt beloeb, forfaldsdato fra i dag
      *> og frem og en modtager er paakraevet. Et reg.nr. skal vaere
      *> numerisk; uden reg.nr. er modtageren en af vore egne konti,
      *> og en overfoersel til kontoen selv giver ingen mening.
           valider-betaling.
               move "Y" to trans-gyldig
               if bo-konto-id in trans-betaling = spaces
                   or bo-reference in trans-betaling = spaces
                   or bo-beloeb in trans-betaling not numeric
                   or bo-forfald-dato in trans-betaling not numeric
                   or bo-modtager-konto in trans-betaling = spaces
                   move "N" to trans-gyldig
               end-if
               if trans-gyldig = "Y"
                   if bo-beloeb in trans-betaling = 0
                       or bo-forfald-dato in trans-betaling
                           < koersel-dato
                       move "N" to trans-gyldig
                   end-if
               end-if
               if trans-gyldig = "Y"
                   if bo-modtager-reg in trans-betaling = spaces
                       if bo-modtager-konto in trans-betaling
                           = bo-konto-id in trans-betaling
                           move "N" to trans-gyldig
                       end-if
                   else
                       if bo-modtager-reg in trans-betaling
                           not numeric
                           move "N" to trans-gyldig
                       end-if
                   end-if
               end-if
               if trans-gyldig = "N"
                   move spaces to error-line
                   string
                       "Betaling afvist, konto/reference/beloeb/"
                       "forfald/modtager ugyldig: "
                       bo-noegle in trans-betaling
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

           apply-add.
               move "V" to bo-status in trans-betaling
               move 0 to bo-forsoeg in trans-betaling
               move spaces to bo-behandlet-dato in trans-betaling
               move trans-betaling to bo-idx-record
               write bo-idx-record
               invalid key
                   move spaces to error-line
                   string
                       "OPRET afvist, betalingen findes allerede: "
                       bo-noegle in trans-betaling
                       into error-line
                   end-string
                   write error-record
               end-write
           exit.

      *> Kun en ventende betaling kan annulleres - er den frigivet,
      *> er pengene allerede paa vej.
           apply-cancel.
               move bo-noegle in trans-betaling to bo-idx-noegle
               read betaling-index-file
               invalid key
                   move spaces to error-line
                   string
                       "ANNULLER afvist, betalingen findes ikke: "
                       bo-noegle in trans-betaling
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move bo-idx-record to gemt-betaling
                   if not bo-venter in gemt-betaling
                       move spaces to error-line
                       string
                           "ANNULLER afvist, betalingen venter ikke"
                           " (status " bo-status in gemt-betaling
                           "): " bo-noegle in trans-betaling
                           into error-line
                       end-string
                       write error-record
                   else
                       move "A" to bo-status in gemt-betaling
                       move koersel-dato
                           to bo-behandlet-dato in gemt-betaling
                       move gemt-betaling to bo-idx-record
                       rewrite bo-idx-record
                   end-if
               end-read
           exit.

           rewrite-betaling-file.
               open input betaling-index-file
               open output betaling-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read betaling-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move bo-idx-record to betaling-record
                   write betaling-record
               end-read
               end-perform
               close betaling-index-file
               close betaling-file
           exit.
