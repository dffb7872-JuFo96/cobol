       identification division.
       program-id. LEGALHOLDVEDLIGEHOLD.

      *> Batch-vedligeholdelse af legal hold-registeret
      *> LEGALHOLD.txt (se LEGALHOLD.cpy). Laeser tilfoej/aendr/slet-
      *> transaktioner fra LEGALHOLD-TRANS.txt og anvender dem mod
      *> registeret - samme byg-indekseret-kopi / anvend / skriv-
      *> tilbage-moenster og samme maker-checker-godkendelsesmarkoer
      *> (<transfil>.GODKENDT) som klagevedligehold.cob. Et nyt hold
      *> skal have objekt-type (K/A), objekt-id, sagsreference,
      *> medarbejder og placeringsdato og laegges altid som aktivt.
      *> Et hold ophaeves ved en aendring med ophaevelsesdato og
      *> -medarbejder; et ophaevet hold kan ikke genaabnes (laeg et
      *> nyt), og et aktivt hold kan ikke slettes. Placering og
      *> ophaevelse stemples i revisionsloggen via AUDITLOG.

       environment division.
       input-output section.
       file-control.
           select hold-file assign to dynamic hold-file-name
               organization is line sequential
               file status is hold-status.

           select hold-index-file assign to "LEGALHOLDMST.dat"
               organization is indexed
               access mode is dynamic
               record key is lh-idx-noegle of lh-idx-record
               file status is lh-idx-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "LEGALHOLD-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD hold-file.
           01 hold-record.
               COPY "LEGALHOLD.cpy".

           FD hold-index-file.
           01 lh-idx-record.
               02 lh-idx-noegle       PIC X(31).
               02 lh-idx-data         PIC X(36).

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-hold.
                   COPY "LEGALHOLD.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 lh-idx-status PIC XX value "00".
           01 hold-status PIC XX value "00".
           01 hold-file-name PIC X(100) value "LEGALHOLD.txt".
           01 trans-file-name PIC X(100)
               value "LEGALHOLD-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 trans-gyldig PIC X value "Y".
      *> Registerets nuvaerende udgave af holdet ved en aendring.
           01 gemt-hold.
               COPY "LEGALHOLD.cpy".

           01 audit-program-id PIC X(20) value "LEGALHOLDVEDLIGEHOLD".
           01 audit-objekt-id  PIC X(10).
           01 audit-action     PIC X(10).

       procedure division.
       main-program.
           accept hold-file-name
               from environment "LEGALHOLDFIL_NAVN"
               on exception
                   move "LEGALHOLD.txt" to hold-file-name
           end-accept
           accept trans-file-name
               from environment "LEGALHOLDTRANS_NAVN"
               on exception
                   move "LEGALHOLD-TRANS.txt" to trans-file-name
           end-accept

           perform tjek-godkendelse
           perform build-hold-index

           open i-o hold-index-file
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
           close hold-index-file

           perform rewrite-hold-file

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
                   display "LEGALHOLDVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Bygger det indekserede arbejdseksemplar - en fil der ikke
      *> findes endnu er den allerfoerste oprettelse, ikke en fejl.
           build-hold-index.
               open output hold-index-file
               close hold-index-file
               open input hold-file
               if hold-status not = "00"
                   and hold-status not = "05"
                   continue
               else
                   open i-o hold-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read hold-file into hold-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move hold-record to lh-idx-record
                       write lh-idx-record
                       invalid key
                           display "Dublet hold sprunget"
                               " over: " lh-idx-noegle
                       end-write
                   end-read
                   end-perform
                   close hold-file
                   close hold-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-hold
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "C"
                       perform valider-hold
                       if trans-gyldig = "Y"
                           perform apply-change
                       end-if
                   when "D"
                       perform apply-delete
                   when other
                       move spaces to error-line
                       string
                           "Ukendt transaktionstype [" trans-action
                           "] for hold "
                           function trim(lh-objekt-id in trans-hold)
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

      *> Kendt objekt-type, objekt-id, sagsreference, medarbejder og
      *> en numerisk placeringsdato er paakraevet. En ophaevelse
      *> kraever baade dato og medarbejder og kan ikke ligge foer
      *> placeringen.
           valider-hold.
               move "Y" to trans-gyldig
               if not lh-objekt-type-kendt in trans-hold
                   or lh-objekt-id in trans-hold = spaces
                   or lh-sag-reference in trans-hold = spaces
                   or lh-placeret-af in trans-hold = spaces
                   or lh-placeret-dato in trans-hold not numeric
                   move "N" to trans-gyldig
               end-if
               if trans-gyldig = "Y"
                   and not lh-aktiv in trans-hold
                   if lh-ophaevet-dato in trans-hold not numeric
                       or lh-ophaevet-af in trans-hold = spaces
                       or lh-ophaevet-dato in trans-hold
                           < lh-placeret-dato in trans-hold
                       move "N" to trans-gyldig
                   end-if
               end-if
               if trans-gyldig = "N"
                   move spaces to error-line
                   string
                       "Hold afvist, type/id/sag/medarbejder/dato"
                       " ugyldig: " lh-objekt-type in trans-hold " "
                       function trim(lh-objekt-id in trans-hold)
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

           apply-add.
               if not lh-aktiv in trans-hold
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, et nyt hold kan ikke vaere"
                       " ophaevet: "
                       function trim(lh-objekt-id in trans-hold)
                       into error-line
                   end-string
                   write error-record
                   exit paragraph
               end-if
               move trans-hold to lh-idx-record
               write lh-idx-record
               invalid key
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, hold findes allerede: "
                       function trim(lh-objekt-id in trans-hold) " "
                       function trim(lh-sag-reference in trans-hold)
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move "LEGALHOLD" to audit-action
                   perform skriv-audit
               end-write
           exit.

           apply-change.
               move lh-noegle in trans-hold to lh-idx-noegle
               read hold-index-file
               invalid key
                   move spaces to error-line
                   string
                       "AENDR afvist, hold findes ikke: "
                       function trim(lh-objekt-id in trans-hold) " "
                       function trim(lh-sag-reference in trans-hold)
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move lh-idx-record to gemt-hold
                   if not lh-aktiv in gemt-hold
                       move spaces to error-line
                       string
                           "AENDR afvist, holdet er ophaevet: "
                           function trim(lh-objekt-id in trans-hold)
                           " "
                           function trim(lh-sag-reference
                               in trans-hold)
                           into error-line
                       end-string
                       write error-record
                   else
                       move trans-hold to lh-idx-record
                       rewrite lh-idx-record
                       if not lh-aktiv in trans-hold
                           move "LH-OPHAEV" to audit-action
                           perform skriv-audit
                       end-if
                   end-if
               end-read
           exit.

           apply-delete.
               move lh-noegle in trans-hold to lh-idx-noegle
               read hold-index-file
               invalid key
                   move spaces to error-line
                   string
                       "SLET afvist, hold findes ikke: "
                       function trim(lh-objekt-id in trans-hold) " "
                       function trim(lh-sag-reference in trans-hold)
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move lh-idx-record to gemt-hold
                   if lh-aktiv in gemt-hold
                       move spaces to error-line
                       string
                           "SLET afvist, holdet er aktivt - ophaev"
                           " det foerst: "
                           function trim(lh-objekt-id in trans-hold)
                           into error-line
                       end-string
                       write error-record
                   else
                       delete hold-index-file record
                   end-if
               end-read
           exit.

           skriv-audit.
               move lh-objekt-id in trans-hold to audit-objekt-id
               call "AUDITLOG" using audit-program-id
                   audit-objekt-id audit-action
               end-call
           exit.

           rewrite-hold-file.
               open input hold-index-file
               open output hold-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read hold-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move lh-idx-record to hold-record
                   write hold-record
               end-read
               end-perform
               close hold-index-file
               close hold-file
           exit.
