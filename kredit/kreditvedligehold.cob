       identification division.
       program-id. KREDITVEDLIGEHOLD.

      *> Batch-vedligeholdelse af kreditindstillingerne i
      *> KREDITINDSTILLING.txt (se KREDITINDSTILLING.cpy). Laeser
      *> tilfoej/aendr/slet-transaktioner fra KREDIT-TRANS.txt og
      *> anvender dem mod registeret - samme byg-indekseret-kopi /
      *> anvend / skriv-tilbage-moenster og samme maker-checker-
      *> godkendelsesmarkoer (<transfil>.GODKENDT) som
      *> legalholdvedligehold.cob.
      *>   - TILFOEJ opretter en afventende indstilling. Kundens
      *>     engagement hentes fra engagement.cob's
      *>     ENGAGEMENT-KUNDE.txt, og engagement plus beloeb afgoer
      *>     det kraevede bevillingsniveau: op til
      *>     KREDIT_GRAENSE_FILIAL filialen, op til
      *>     KREDIT_GRAENSE_KREDITAFD kreditafdelingen, derover
      *>     bestyrelsen (PARMS, standard 1.000.000 og 10.000.000 DKK).
      *>   - AENDR med blank status retter en afventende indstilling
      *>     (engagement og niveau stemples igen); AENDR med status
      *>     "G" eller "A" er beslutningen. Beslutteren skal staa i
      *>     KREDITBEFOEJELSE.txt, maa ikke vaere indstilleren, og en
      *>     godkendelse kraever mindst det kraevede niveau.
      *>   - SLET fjerner kun en afventende eller afvist indstilling;
      *>     en godkendt eller udnyttet er dokumentationen for
      *>     kreditten.
      *> Oprettelse og beslutning stemples i revisionsloggen via
      *> AUDITLOG.

       environment division.
       input-output section.
       file-control.
           select indstilling-file
               assign to dynamic indstilling-file-name
               organization is line sequential
               file status is indstilling-status.

           select ki-index-file assign to "KREDITMST.dat"
               organization is indexed
               access mode is dynamic
               record key is ki-idx-noegle of ki-idx-record
               file status is ki-idx-status.

           select befoejelse-file
               assign to dynamic befoejelse-file-name
               organization is line sequential
               file status is befoejelse-status.

           select kunde-eng-file
               assign to dynamic kunde-eng-file-name
               organization is line sequential
               file status is kunde-eng-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "KREDIT-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD indstilling-file.
           01 indstilling-record.
               COPY "KREDITINDSTILLING.cpy".

           FD ki-index-file.
           01 ki-idx-record.
               02 ki-idx-noegle       PIC X(10).
               02 ki-idx-data         PIC X(171).

           FD befoejelse-file.
           01 befoejelse-record.
               COPY "KREDITBEFOEJELSE.cpy".

      *> engagement.cob's kundeudtraek (se dens kunde-eng-record).
           FD kunde-eng-file.
           01 kunde-eng-record.
               02 ke-rec-kunde-id  PIC X(10).
               02 ke-rec-noegle    PIC X(12).
               02 ke-rec-total     PIC 9(13)V99.

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-indstilling.
                   COPY "KREDITINDSTILLING.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 end-of-fil PIC X value "N".
           01 ki-idx-status PIC XX value "00".
           01 indstilling-status PIC XX value "00".
           01 indstilling-file-name PIC X(100)
               value "KREDITINDSTILLING.txt".
           01 befoejelse-file-name PIC X(100)
               value "KREDITBEFOEJELSE.txt".
           01 befoejelse-status PIC XX value "00".
           01 kunde-eng-file-name PIC X(100)
               value "ENGAGEMENT-KUNDE.txt".
           01 kunde-eng-status PIC XX value "00".
           01 kunde-eng-findes PIC X value "N".
           01 trans-file-name PIC X(100)
               value "KREDIT-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 trans-gyldig PIC X value "Y".
      *> Registerets nuvaerende udgave af indstillingen.
           01 gemt-indstilling.
               COPY "KREDITINDSTILLING.cpy".

      *> Niveaugraenserne - PARMS (miljoevariabel vinder, ellers
      *> PARMS.txt).
           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 graense-filial   PIC 9(13)V99 value 1000000.00.
           01 graense-kreditafd PIC 9(13)V99 value 10000000.00.
           01 eksponering      PIC 9(13)V99.
           01 krav-rang        PIC 9.
           01 beslutter-rang   PIC 9.

      *> Medarbejdernes bevillingsniveau.
           01 bef-count        PIC 9(4) value 0.
           01 bef-max          PIC 9(4) value 500.
           01 bef-tabel.
               02 bef-entry occurs 500 times.
                   03 bt-medarbejder PIC X(10).
                   03 bt-niveau      PIC X(1).
           01 bt-index         PIC 9(4).
           01 beslutter-niveau PIC X(1).

      *> Kundernes engagement fra ENGAGEMENT-KUNDE.txt.
           01 eng-count        PIC 9(5) value 0.
           01 eng-max          PIC 9(5) value 5000.
           01 eng-tabel.
               02 eng-entry occurs 5000 times.
                   03 et-kunde-id    PIC X(10).
                   03 et-total       PIC 9(13)V99.
           01 et-index         PIC 9(5).

           01 audit-program-id PIC X(20) value "KREDITVEDLIGEHOLD".
           01 audit-kunde-id   PIC X(10).
           01 audit-action     PIC X(10).

       procedure division.
       main-program.
           accept indstilling-file-name
               from environment "KREDITINDSTILLINGFIL_NAVN"
               on exception
                   move "KREDITINDSTILLING.txt"
                       to indstilling-file-name
           end-accept
           accept trans-file-name
               from environment "KREDITTRANS_NAVN"
               on exception
                   move "KREDIT-TRANS.txt" to trans-file-name
           end-accept
           accept befoejelse-file-name
               from environment "KREDITBEFOEJELSEFIL_NAVN"
               on exception
                   move "KREDITBEFOEJELSE.txt"
                       to befoejelse-file-name
           end-accept
           accept kunde-eng-file-name
               from environment "ENGAGEMENTKUNDEFIL_NAVN"
               on exception
                   move "ENGAGEMENT-KUNDE.txt" to kunde-eng-file-name
           end-accept

           perform tjek-godkendelse
           perform hent-graenser
           perform load-befoejelser
           perform load-engagementer
           perform build-indstilling-index

           open i-o ki-index-file
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
           close ki-index-file

           perform rewrite-indstilling-file

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
                   display "KREDITVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

           hent-graenser.
               move "KREDIT_GRAENSE_FILIAL" to parm-navn
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               if parm-fundet = "Y"
                   and parm-vaerdi not = spaces
                   and function test-numval(parm-vaerdi) = 0
                   compute graense-filial =
                       function numval(parm-vaerdi)
               end-if
               move "KREDIT_GRAENSE_KREDITAFD" to parm-navn
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               if parm-fundet = "Y"
                   and parm-vaerdi not = spaces
                   and function test-numval(parm-vaerdi) = 0
                   compute graense-kreditafd =
                       function numval(parm-vaerdi)
               end-if
           exit.

      *> En manglende befoejelsesfil betyder at ingen kan godkende.
           load-befoejelser.
               open input befoejelse-file
               if befoejelse-status not = "00"
                   and befoejelse-status not = "05"
                   display "KREDITVEDLIGEHOLD: "
                       function trim(befoejelse-file-name)
                       " findes ikke - ingen kan godkende kredit"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read befoejelse-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if kb-niveau-kendt
                       and kb-medarbejder not = spaces
                       and bef-count < bef-max
                       add 1 to bef-count
                       move kb-medarbejder
                           to bt-medarbejder(bef-count)
                       move kb-niveau to bt-niveau(bef-count)
                   end-if
               end-read
               end-perform
               close befoejelse-file
           exit.

      *> Uden engagementsudtraekket kan niveauet ikke afgoeres - nye
      *> indstillinger afvises da i valider-indstilling.
           load-engagementer.
               move "N" to kunde-eng-findes
               open input kunde-eng-file
               if kunde-eng-status not = "00"
                   and kunde-eng-status not = "05"
                   display "KREDITVEDLIGEHOLD: "
                       function trim(kunde-eng-file-name)
                       " findes ikke - koer engagement.cob foerst"
                   exit paragraph
               end-if
               move "Y" to kunde-eng-findes
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read kunde-eng-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if eng-count < eng-max
                       add 1 to eng-count
                       move ke-rec-kunde-id to et-kunde-id(eng-count)
                       move ke-rec-total to et-total(eng-count)
                   end-if
               end-read
               end-perform
               close kunde-eng-file
           exit.

      *> Bygger det indekserede arbejdseksemplar - en fil der ikke
      *> findes endnu er den allerfoerste indstilling, ikke en fejl.
           build-indstilling-index.
               open output ki-index-file
               close ki-index-file
               open input indstilling-file
               if indstilling-status not = "00"
                   and indstilling-status not = "05"
                   continue
               else
                   open i-o ki-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read indstilling-file into indstilling-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move indstilling-record to ki-idx-record
                       write ki-idx-record
                       invalid key
                           display "Dublet indstilling sprunget"
                               " over: " ki-idx-noegle
                       end-write
                   end-read
                   end-perform
                   close indstilling-file
                   close ki-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-indstilling
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "C"
                       perform valider-indstilling
                       if trans-gyldig = "Y"
                           perform apply-change
                       end-if
                   when "D"
                       perform apply-delete
                   when other
                       move spaces to error-line
                       string
                           "Ukendt transaktionstype [" trans-action
                           "] for indstilling "
                           function trim(ki-indstilling-id
                               in trans-indstilling)
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

      *> Id, kunde, kendt produkt, konto, et beloeb over nul,
      *> formaal, indstiller og indstillingsdato er paakraevet; et
      *> laan skal have en loebetid. Status "U" saettes kun af
      *> KREDITTJEK.
           valider-indstilling.
               move "Y" to trans-gyldig
               if ki-indstilling-id in trans-indstilling = spaces
                   or ki-kunde-id in trans-indstilling = spaces
                   or not ki-produkt-kendt in trans-indstilling
                   or ki-konto-id in trans-indstilling = spaces
                   or ki-beloeb in trans-indstilling not numeric
                   or ki-loebetid in trans-indstilling not numeric
                   or ki-formaal in trans-indstilling = spaces
                   or ki-indstillet-af in trans-indstilling = spaces
                   or ki-indstillet-dato in trans-indstilling
                       not numeric
                   move "N" to trans-gyldig
               end-if
               if trans-gyldig = "Y"
                   if ki-beloeb in trans-indstilling = 0
                       move "N" to trans-gyldig
                   end-if
                   if ki-laan in trans-indstilling
                       and ki-loebetid in trans-indstilling = 0
                       move "N" to trans-gyldig
                   end-if
                   if ki-udnyttet in trans-indstilling
                       move "N" to trans-gyldig
                   end-if
               end-if
               if trans-gyldig = "N"
                   move spaces to error-line
                   string
                       "Indstilling afvist, kunde/produkt/konto/"
                       "beloeb/formaal/indstiller ugyldig: "
                       function trim(ki-indstilling-id
                           in trans-indstilling)
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

           apply-add.
               if not ki-afventer in trans-indstilling
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, en ny indstilling skal"
                       " afvente beslutning: "
                       function trim(ki-indstilling-id
                           in trans-indstilling)
                       into error-line
                   end-string
                   write error-record
                   exit paragraph
               end-if
               if kunde-eng-findes = "N"
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, kundens engagement er ukendt"
                       " (intet engagementsudtraek): "
                       function trim(ki-indstilling-id
                           in trans-indstilling)
                       into error-line
                   end-string
                   write error-record
                   exit paragraph
               end-if
               perform stempl-engagement
               move spaces to ki-beslutning-af in trans-indstilling
               move spaces to ki-beslutning-dato in trans-indstilling
               move space to ki-beslutning-niveau in trans-indstilling
               move spaces to ki-udnyttet-dato in trans-indstilling
               move 0 to ki-udnyttet-beloeb in trans-indstilling
               move trans-indstilling to ki-idx-record
               write ki-idx-record
               invalid key
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, indstilling findes allerede: "
                       function trim(ki-indstilling-id
                           in trans-indstilling)
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move "KREDIT-IND" to audit-action
                   move ki-kunde-id in trans-indstilling
                       to audit-kunde-id
                   perform skriv-audit
               end-write
           exit.

           apply-change.
               move ki-indstilling-id in trans-indstilling
                   to ki-idx-noegle
               read ki-index-file
               invalid key
                   move spaces to error-line
                   string
                       "AENDR afvist, indstilling findes ikke: "
                       function trim(ki-indstilling-id
                           in trans-indstilling)
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move ki-idx-record to gemt-indstilling
                   if not ki-afventer in gemt-indstilling
                       move spaces to error-line
                       string
                           "AENDR afvist, indstillingen er allerede"
                           " besluttet: "
                           function trim(ki-indstilling-id
                               in trans-indstilling)
                           into error-line
                       end-string
                       write error-record
                   else
                       if ki-afventer in trans-indstilling
                           perform ret-indstilling
                       else
                           perform beslut-indstilling
                       end-if
                   end-if
               end-read
           exit.

      *> En rettelse af en afventende indstilling - engagement og
      *> kraevet niveau stemples igen ud fra det rettede beloeb.
           ret-indstilling.
               if kunde-eng-findes = "N"
                   move spaces to error-line
                   string
                       "AENDR afvist, kundens engagement er ukendt"
                       " (intet engagementsudtraek): "
                       function trim(ki-indstilling-id
                           in trans-indstilling)
                       into error-line
                   end-string
                   write error-record
                   exit paragraph
               end-if
               perform stempl-engagement
               move spaces to ki-beslutning-af in trans-indstilling
               move spaces to ki-beslutning-dato in trans-indstilling
               move space to ki-beslutning-niveau in trans-indstilling
               move spaces to ki-udnyttet-dato in trans-indstilling
               move 0 to ki-udnyttet-beloeb in trans-indstilling
               move trans-indstilling to ki-idx-record
               rewrite ki-idx-record
           exit.

      *> Beslutningen tages paa den registrerede indstilling - kun
      *> status, beslutter og dato hentes fra transaktionen.
           beslut-indstilling.
               move ki-beslutning-af in trans-indstilling
                   to ki-beslutning-af in gemt-indstilling
               perform find-beslutter-niveau
               if beslutter-niveau = space
                   move spaces to error-line
                   string
                       "Beslutning afvist, "
                       function trim(ki-beslutning-af
                           in trans-indstilling)
                       " har ingen bevillingsbefoejelse: "
                       function trim(ki-indstilling-id
                           in trans-indstilling)
                       into error-line
                   end-string
                   write error-record
                   exit paragraph
               end-if
               if ki-beslutning-af in trans-indstilling
                   = ki-indstillet-af in gemt-indstilling
                   move spaces to error-line
                   string
                       "Beslutning afvist, indstilleren kan ikke"
                       " selv beslutte: "
                       function trim(ki-indstilling-id
                           in trans-indstilling)
                       into error-line
                   end-string
                   write error-record
                   exit paragraph
               end-if
               if ki-beslutning-dato in trans-indstilling not numeric
                   or ki-beslutning-dato in trans-indstilling
                       < ki-indstillet-dato in gemt-indstilling
                   move spaces to error-line
                   string
                       "Beslutning afvist, beslutningsdatoen er"
                       " ugyldig: "
                       function trim(ki-indstilling-id
                           in trans-indstilling)
                       into error-line
                   end-string
                   write error-record
                   exit paragraph
               end-if
               if ki-godkendt in trans-indstilling
                   move ki-krav-niveau in gemt-indstilling
                       to beslutter-niveau
                   perform bestem-rang
                   move beslutter-rang to krav-rang
                   perform find-beslutter-niveau
                   perform bestem-rang
                   if beslutter-rang < krav-rang
                       move spaces to error-line
                       string
                           "GODKEND afvist, niveau "
                           ki-krav-niveau in gemt-indstilling
                           " kraeves - "
                           function trim(ki-beslutning-af
                               in trans-indstilling)
                           " har niveau " beslutter-niveau ": "
                           function trim(ki-indstilling-id
                               in trans-indstilling)
                           into error-line
                       end-string
                       write error-record
                       exit paragraph
                   end-if
               end-if
               move ki-status in trans-indstilling
                   to ki-status in gemt-indstilling
               move ki-beslutning-dato in trans-indstilling
                   to ki-beslutning-dato in gemt-indstilling
               move beslutter-niveau
                   to ki-beslutning-niveau in gemt-indstilling
               move gemt-indstilling to ki-idx-record
               rewrite ki-idx-record
               if ki-godkendt in gemt-indstilling
                   move "KREDIT-GOD" to audit-action
               else
                   move "KREDIT-AFV" to audit-action
               end-if
               move ki-kunde-id in gemt-indstilling to audit-kunde-id
               perform skriv-audit
           exit.

           apply-delete.
               move ki-indstilling-id in trans-indstilling
                   to ki-idx-noegle
               read ki-index-file
               invalid key
                   move spaces to error-line
                   string
                       "SLET afvist, indstilling findes ikke: "
                       function trim(ki-indstilling-id
                           in trans-indstilling)
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move ki-idx-record to gemt-indstilling
                   if ki-godkendt in gemt-indstilling
                       or ki-udnyttet in gemt-indstilling
                       move spaces to error-line
                       string
                           "SLET afvist, indstillingen er godkendt"
                           " eller udnyttet: "
                           function trim(ki-indstilling-id
                               in trans-indstilling)
                           into error-line
                       end-string
                       write error-record
                   else
                       delete ki-index-file record
                   end-if
               end-read
           exit.

      *> Kundens engagement fra udtraekket (en kunde der ikke staar
      *> i det har intet engagement) og det niveau engagement plus
      *> beloeb kraever.
           stempl-engagement.
               move 0 to ki-engagement in trans-indstilling
               perform varying et-index from 1 by 1
                   until et-index > eng-count
                   if et-kunde-id(et-index)
                       = ki-kunde-id in trans-indstilling
                       move et-total(et-index)
                           to ki-engagement in trans-indstilling
                   end-if
               end-perform
               compute eksponering =
                   ki-engagement in trans-indstilling
                   + ki-beloeb in trans-indstilling
               evaluate true
                   when eksponering <= graense-filial
                       move "F" to ki-krav-niveau in trans-indstilling
                   when eksponering <= graense-kreditafd
                       move "K" to ki-krav-niveau in trans-indstilling
                   when other
                       move "B" to ki-krav-niveau in trans-indstilling
               end-evaluate
           exit.

           find-beslutter-niveau.
               move space to beslutter-niveau
               perform varying bt-index from 1 by 1
                   until bt-index > bef-count
                   if bt-medarbejder(bt-index)
                       = ki-beslutning-af in trans-indstilling
                       move bt-niveau(bt-index) to beslutter-niveau
                   end-if
               end-perform
           exit.

      *> Filial < kreditafdeling < bestyrelse.
           bestem-rang.
               evaluate beslutter-niveau
                   when "F"
                       move 1 to beslutter-rang
                   when "K"
                       move 2 to beslutter-rang
                   when "B"
                       move 3 to beslutter-rang
                   when other
                       move 0 to beslutter-rang
               end-evaluate
           exit.

           skriv-audit.
               call "AUDITLOG" using audit-program-id
                   audit-kunde-id audit-action
               end-call
           exit.

           rewrite-indstilling-file.
               open input ki-index-file
               open output indstilling-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read ki-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move ki-idx-record to indstilling-record
                   write indstilling-record
               end-read
               end-perform
               close ki-index-file
               close indstilling-file
           exit.
