       identification division.
       program-id. TRAEKRETVEDLIGEHOLD.

      *> Batch-vedligeholdelse af traekretbevillingerne i
      *> TRAEKRET.txt (se TRAEKRET.cpy): hidtil blev en linje bare
      *> haandindsat med konto og graense, og en traekret bevilget
      *> for ti aar siden gjaldt stadig uden nogensinde at blive
      *> revideret. Laeser tilfoej/aendr/slet-transaktioner fra
      *> TRAEKRET-TRANS.txt og anvender dem mod registeret - samme
      *> byg-indekseret-kopi / anvend / skriv-tilbage-moenster og
      *> samme maker-checker-godkendelsesmarkoer (<transfil>.GODKENDT)
      *> som legitimationvedligehold.cob. En bevilling skal have
      *> bevillingsdato, en senere revisionsdato og den bevilgende
      *> kreditmedarbejder; en AENDR er ogsaa fornyelsen af en
      *> udloebet bevilling og nulstiller derfor dens udloebsstatus.
      *> Baade TILFOEJ og AENDR er en kreditbeslutning og kraever en
      *> godkendt kreditindstilling (tr-indstilling-id, se
      *> KREDITINDSTILLING.cpy) til en traekret paa kontoen, der
      *> daekker graensen - KREDITTJEK afgoer det, og stempler
      *> indstillingen som udnyttet naar bevillingen er skrevet.

       environment division.
       input-output section.
       file-control.
           select traekret-file assign to dynamic traekret-file-name
               organization is line sequential
               file status is traekret-status.

           select traekret-index-file assign to "TRAEKRETMST.dat"
               organization is indexed
               access mode is dynamic
               record key is ti-konto-id of ti-record
               file status is ti-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "TRAEKRET-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD traekret-file.
           01 traekret-record.
               COPY "TRAEKRET.cpy".

           FD traekret-index-file.
           01 ti-record.
               02 ti-konto-id         PIC X(10).
               02 ti-graense          PIC 9(7)V99.
               02 ti-bevilget-dato    PIC X(8).
               02 ti-revision-dato    PIC X(8).
               02 ti-sagsbehandler    PIC X(10).
               02 ti-status-kode      PIC X(1).
               02 ti-tidligere-graense PIC 9(7)V99.
               02 ti-indstilling-id   PIC X(10).

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-traekret.
                   COPY "TRAEKRET.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 ti-status PIC XX value "00".
           01 traekret-status PIC XX value "00".
           01 traekret-file-name PIC X(100) value "TRAEKRET.txt".
           01 trans-file-name PIC X(100)
               value "TRAEKRET-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 trans-gyldig PIC X value "Y".

      *> Kreditindstillingen bevillingen gives paa (KREDITTJEK).
           01 kredit-funktion PIC X(1).
           01 kredit-produkt PIC X(4) value "TRKR".
           01 kredit-beloeb PIC 9(9)V99.
           01 kredit-dato PIC X(8).
           01 kredit-ok PIC X(1).
           01 kredit-aarsag PIC X(60).

      *> Versionen af TRAEKRET.txt foer filen overskrives - se
      *> referencedata/refversion.cob.
           01 version-ref-fil     PIC X(14) value "TRAEKRET".
           01 version-program     PIC X(20) value "TRAEKRETVEDLIGEHOLD".
           01 version-aendring    PIC X(10) value spaces.
           01 version-oprettet-af PIC X(10).
           01 version-godkendt-af PIC X(10).
           01 version-fil         PIC X(60).

       procedure division.
       main-program.
           accept traekret-file-name
               from environment "TRAEKRETFIL_NAVN"
               on exception
                   move "TRAEKRET.txt" to traekret-file-name
           end-accept
           accept trans-file-name
               from environment "TRAEKRETTRANS_NAVN"
               on exception
                   move "TRAEKRET-TRANS.txt" to trans-file-name
           end-accept

           accept kredit-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to kredit-dato
           end-accept
           if kredit-dato = spaces
               move function current-date(1:8) to kredit-dato
           end-if

           accept version-oprettet-af from environment "OPERATOER_ID"
               on exception
                   move "UKENDT" to version-oprettet-af
           end-accept
           perform tjek-godkendelse
           perform build-traekret-index

           open i-o traekret-index-file
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
           close traekret-index-file

           perform rewrite-traekret-file

           stop run.

      *> Kraever godkendelsesmarkoeren <transfil>.GODKENDT foer
      *> registeret roeres - praecis som kontopostering.cob's
      *> tjek-godkendelse. Den landede transaktionsfil er makerens
      *> arbejde; markoeren er checkerens.
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
      *> Markoerens foerste linje er checkerens id, naar den er
      *> udfyldt - den staar i versionsindekset som godkender.
                   read godkendt-file
                   at end
                       move spaces to godkendt-line
                   end-read
                   move godkendt-line to version-godkendt-af
                   close godkendt-file
               end-if
               if version-godkendt-af = spaces
                   move "MARKOER" to version-godkendt-af
               end-if
               if godkendt-fundet = "N"
                   display "TRAEKRETVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Bygger det indekserede arbejdseksemplar - en fil der ikke
      *> findes endnu er den allerfoerste bevilling, ikke en fejl.
           build-traekret-index.
               open output traekret-index-file
               close traekret-index-file
               open input traekret-file
               if traekret-status not = "00"
                   and traekret-status not = "05"
                   continue
               else
                   open i-o traekret-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read traekret-file into traekret-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move tr-konto-id in traekret-record
                           to ti-konto-id
                       move tr-graense in traekret-record
                           to ti-graense
                       move tr-bevilget-dato in traekret-record
                           to ti-bevilget-dato
                       move tr-revision-dato in traekret-record
                           to ti-revision-dato
                       move tr-sagsbehandler in traekret-record
                           to ti-sagsbehandler
                       move tr-status in traekret-record
                           to ti-status-kode
                       move tr-tidligere-graense in traekret-record
                           to ti-tidligere-graense
                       if ti-tidligere-graense not numeric
                           move 0 to ti-tidligere-graense
                       end-if
                       move tr-indstilling-id in traekret-record
                           to ti-indstilling-id
                       write ti-record
                       invalid key
                           display "Dublet traekret sprunget"
                               " over: " ti-konto-id
                       end-write
                   end-read
                   end-perform
                   close traekret-file
                   close traekret-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-bevilling
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "C"
                       perform valider-bevilling
                       if trans-gyldig = "Y"
                           perform apply-change
                       end-if
                   when "D"
                       perform apply-delete
                   when other
                       move spaces to error-line
                       string
                           "Ukendt transaktionstype [" trans-action
                           "] for konto "
                           function trim(tr-konto-id
                               in trans-traekret)
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

      *> En bevilling uden datoer eller sagsbehandler er praecis det
      *> der ikke maa komme ind i registeret igen.
           valider-bevilling.
               move "Y" to trans-gyldig
               if tr-graense in trans-traekret not numeric
                   or tr-bevilget-dato in trans-traekret not numeric
                   or tr-revision-dato in trans-traekret not numeric
                   or tr-revision-dato in trans-traekret
                       <= tr-bevilget-dato in trans-traekret
                   or tr-sagsbehandler in trans-traekret = spaces
                   move "N" to trans-gyldig
                   move spaces to error-line
                   string
                       "Bevilling afvist, graense/datoer/sags"
                       "behandler ugyldige: "
                       function trim(tr-konto-id in trans-traekret)
                       into error-line
                   end-string
                   write error-record
               end-if
               if trans-gyldig = "Y"
                   move "T" to kredit-funktion
                   perform tjek-kreditindstilling
                   if kredit-ok not = "Y"
                       move "N" to trans-gyldig
                       move spaces to error-line
                       string
                           "Bevilling afvist, "
                           function trim(tr-konto-id
                               in trans-traekret)
                           " indstilling ["
                           tr-indstilling-id in trans-traekret
                           "]: " function trim(kredit-aarsag)
                           into error-line
                       end-string
                       write error-record
                   end-if
               end-if
           exit.

      *> "T" tjekker indstillingen, "U" stempler den udnyttet med
      *> den bevilgede graense.
           tjek-kreditindstilling.
               move tr-graense in trans-traekret to kredit-beloeb
               call "KREDITTJEK" using kredit-funktion
                   tr-indstilling-id in trans-traekret
                   kredit-produkt tr-konto-id in trans-traekret
                   kredit-beloeb kredit-dato kredit-ok kredit-aarsag
               end-call
           exit.

           apply-add.
               perform flyt-trans-til-idx
               write ti-record
               invalid key
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, traekret findes"
                       " allerede: "
                       function trim(tr-konto-id in trans-traekret)
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move "U" to kredit-funktion
                   perform tjek-kreditindstilling
               end-write
           exit.

           apply-change.
               move tr-konto-id in trans-traekret to ti-konto-id
               read traekret-index-file
               invalid key
                   move spaces to error-line
                   string
                       "AENDR afvist, traekret findes ikke: "
                       function trim(tr-konto-id in trans-traekret)
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   perform flyt-trans-til-idx
                   rewrite ti-record
                   move "U" to kredit-funktion
                   perform tjek-kreditindstilling
               end-read
           exit.

           apply-delete.
               move tr-konto-id in trans-traekret to ti-konto-id
               read traekret-index-file
               invalid key
                   move spaces to error-line
                   string
                       "SLET afvist, traekret findes ikke: "
                       function trim(tr-konto-id in trans-traekret)
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   delete traekret-index-file record
               end-read
           exit.

      *> Tilfoej og aendr er begge en (ny) bevilling: status og
      *> tidligere graense nulstilles, saa en fornyet bevilling ikke
      *> bliver staaende som udloebet.
           flyt-trans-til-idx.
               move tr-konto-id in trans-traekret to ti-konto-id
               move tr-graense in trans-traekret to ti-graense
               move tr-bevilget-dato in trans-traekret
                   to ti-bevilget-dato
               move tr-revision-dato in trans-traekret
                   to ti-revision-dato
               move tr-sagsbehandler in trans-traekret
                   to ti-sagsbehandler
               move space to ti-status-kode
               move 0 to ti-tidligere-graense
               move tr-indstilling-id in trans-traekret
                   to ti-indstilling-id
           exit.

           rewrite-traekret-file.
               call "REFVERSION" using version-ref-fil
                   traekret-file-name kredit-dato version-program
                   version-aendring version-oprettet-af
                   version-godkendt-af version-fil
               end-call
               open input traekret-index-file
               open output traekret-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read traekret-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move ti-konto-id
                       to tr-konto-id in traekret-record
                   move ti-graense
                       to tr-graense in traekret-record
                   move ti-bevilget-dato
                       to tr-bevilget-dato in traekret-record
                   move ti-revision-dato
                       to tr-revision-dato in traekret-record
                   move ti-sagsbehandler
                       to tr-sagsbehandler in traekret-record
                   move ti-status-kode
                       to tr-status in traekret-record
                   move ti-tidligere-graense
                       to tr-tidligere-graense in traekret-record
                   move ti-indstilling-id
                       to tr-indstilling-id in traekret-record
                   write traekret-record
               end-read
               end-perform
               close traekret-index-file
               close traekret-file
           exit.
