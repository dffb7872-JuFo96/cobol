       identification division.
       program-id. KREDITRAPPORT.

      *> Maanedlig kreditrapport over kreditindstillingerne
      *> (KREDITINDSTILLING.txt, se KREDITINDSTILLING.cpy) for
      *> KREDIT_MAANED (AAAAMM, standard maaneden foer koerselsdatoen):
      *>   - maanedens godkendelser listet pr. bevillingsniveau
      *>     (filial, kreditafdeling, bestyrelse) med antal og beloeb,
      *>     samt antallet af afviste indstillinger;
      *>   - hvert laan og hver traekret oprettet i maaneden paa en
      *>     indstilling hvor engagement plus det udnyttede beloeb
      *>     ligger over godkenderens befoejelse - godkenderens niveau
      *>     slaas op i KREDITBEFOEJELSE.txt og graenserne i PARMS
      *>     (KREDIT_GRAENSE_FILIAL / KREDIT_GRAENSE_KREDITAFD, samme
      *>     standarder som kreditvedligehold.cob) - eller hvor det
      *>     udnyttede beloeb overstiger det godkendte.
      *> Skrives til KREDIT-RAPPORT.txt. Koeres maanedligt uden for
      *> JOBPLAN; RC=4 naar der er oprettelser over befoejelsen.

       environment division.
       input-output section.
       file-control.
           select indstilling-file
               assign to dynamic indstilling-file-name
               organization is line sequential
               file status is indstilling-status.

           select befoejelse-file
               assign to dynamic befoejelse-file-name
               organization is line sequential
               file status is befoejelse-status.

           select rapport-file assign to "KREDIT-RAPPORT.txt"
               organization is line sequential.

       data division.
           file section.
           FD indstilling-file.
           01 indstilling-record.
               COPY "KREDITINDSTILLING.cpy".

           FD befoejelse-file.
           01 befoejelse-record.
               COPY "KREDITBEFOEJELSE.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(160).

       working-storage section.
           01 end-of-fil       PIC X value "N".
           01 indstilling-file-name PIC X(100)
               value "KREDITINDSTILLING.txt".
           01 indstilling-status PIC XX value "00".
           01 befoejelse-file-name PIC X(100)
               value "KREDITBEFOEJELSE.txt".
           01 befoejelse-status PIC XX value "00".
           01 koersel-dato     PIC X(8).
           01 maaned-tekst     PIC X(6).
           01 maaned-aar       PIC 9(4).
           01 maaned-nr        PIC 9(2).
           01 rapport-maaned.
               02 rm-aar       PIC 9(4).
               02 rm-maaned    PIC 9(2).

           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 graense-filial   PIC 9(13)V99 value 1000000.00.
           01 graense-kreditafd PIC 9(13)V99 value 10000000.00.

           01 bef-count        PIC 9(4) value 0.
           01 bef-max          PIC 9(4) value 500.
           01 bef-tabel.
               02 bef-entry occurs 500 times.
                   03 bt-medarbejder PIC X(10).
                   03 bt-niveau      PIC X(1).
           01 bt-index         PIC 9(4).

      *> Niveauerne i rapportens raekkefoelge.
           01 niveau-liste     PIC X(3) value "FKB".
           01 nv-index         PIC 9.
           01 aktuelt-niveau   PIC X(1).
           01 niveau-navn      PIC X(16).
           01 niveau-antal     PIC 9(5).
           01 niveau-beloeb    PIC 9(13)V99.
           01 vist-beloeb      PIC Z(12)9.99.
           01 vist-eksponering PIC Z(12)9.99.
           01 vist-graense     PIC Z(12)9.99.

           01 godkendt-antal   PIC 9(5) value 0.
           01 afvist-antal     PIC 9(5) value 0.
           01 udnyttet-antal   PIC 9(5) value 0.
           01 over-antal       PIC 9(5) value 0.

           01 godkender-niveau PIC X(1).
           01 godkender-graense PIC 9(13)V99.
           01 eksponering      PIC 9(13)V99.
           01 produkt-tekst    PIC X(8).

       procedure division.
       main-program.
           accept indstilling-file-name
               from environment "KREDITINDSTILLINGFIL_NAVN"
               on exception
                   move "KREDITINDSTILLING.txt"
                       to indstilling-file-name
           end-accept
           accept befoejelse-file-name
               from environment "KREDITBEFOEJELSEFIL_NAVN"
               on exception
                   move "KREDITBEFOEJELSE.txt"
                       to befoejelse-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           accept maaned-tekst from environment "KREDIT_MAANED"
               on exception
                   move spaces to maaned-tekst
           end-accept
           perform bestem-maaned
           perform hent-graenser
           perform load-befoejelser

           open output rapport-file
           move spaces to rapport-line
           string
               "*---- Kreditrapport for " rapport-maaned
               " pr. " koersel-dato " ----*"
               into rapport-line
           end-string
           write rapport-record

           perform varying nv-index from 1 by 1 until nv-index > 3
               move niveau-liste(nv-index:1) to aktuelt-niveau
               perform skriv-niveau
           end-perform

           move spaces to rapport-line
           write rapport-record
           move "Oprettet over godkenderens befoejelse:"
               to rapport-line
           write rapport-record
           perform gennemgaa-udnyttede

           move spaces to rapport-line
           write rapport-record
           move spaces to rapport-line
           string
               "Godkendt: " godkendt-antal
               "  afvist: " afvist-antal
               "  udnyttet: " udnyttet-antal
               "  over befoejelse: " over-antal
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           display "KREDITRAPPORT: " rapport-maaned " - "
               godkendt-antal " godkendt, " afvist-antal " afvist, "
               over-antal " oprettet over befoejelsen"

           if over-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

      *> AAAAMM fra KREDIT_MAANED, ellers maaneden foer koerslen.
           bestem-maaned.
               if maaned-tekst not = spaces
                   and maaned-tekst is numeric
                   move maaned-tekst to rapport-maaned
               else
                   move koersel-dato(1:4) to maaned-aar
                   move koersel-dato(5:2) to maaned-nr
                   if maaned-nr = 1
                       move 12 to maaned-nr
                       subtract 1 from maaned-aar
                   else
                       subtract 1 from maaned-nr
                   end-if
                   move maaned-aar to rm-aar
                   move maaned-nr to rm-maaned
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

           load-befoejelser.
               open input befoejelse-file
               if befoejelse-status not = "00"
                   and befoejelse-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read befoejelse-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if kb-niveau-kendt
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

      *> Et afsnit pr. niveau: maanedens godkendelser (godkendte og
      *> siden udnyttede) truffet paa niveauet; afviste taelles med
      *> i totalen. En manglende fil giver tomme afsnit.
           skriv-niveau.
               evaluate aktuelt-niveau
                   when "F"
                       move "Filial" to niveau-navn
                   when "K"
                       move "Kreditafdeling" to niveau-navn
                   when "B"
                       move "Bestyrelse" to niveau-navn
               end-evaluate
               move 0 to niveau-antal
               move 0 to niveau-beloeb
               move spaces to rapport-line
               write rapport-record
               move spaces to rapport-line
               string
                   "Godkendt af " function trim(niveau-navn) ":"
                   into rapport-line
               end-string
               write rapport-record
               open input indstilling-file
               if indstilling-status = "00"
                   or indstilling-status = "05"
                   move "N" to end-of-fil
                   perform until end-of-fil = "Y"
                       read indstilling-file
                   at end
                       move "Y" to end-of-fil
                   not at end
                       if ki-beslutning-dato(1:6) = rapport-maaned
                           perform vurder-beslutning
                       end-if
                   end-read
                   end-perform
                   close indstilling-file
               end-if
               move niveau-beloeb to vist-beloeb
               move spaces to rapport-line
               string
                   "  " function trim(niveau-navn) " i alt: "
                   niveau-antal " godkendelser, "
                   function trim(vist-beloeb) " DKK"
                   into rapport-line
               end-string
               write rapport-record
           exit.

           vurder-beslutning.
               if ki-afvist
                   if aktuelt-niveau = "F"
                       add 1 to afvist-antal
                   end-if
                   exit paragraph
               end-if
               if not ki-godkendt and not ki-udnyttet
                   exit paragraph
               end-if
               if ki-beslutning-niveau not = aktuelt-niveau
                   exit paragraph
               end-if
               add 1 to niveau-antal
               add 1 to godkendt-antal
               add ki-beloeb to niveau-beloeb
               move ki-beloeb to vist-beloeb
               move spaces to rapport-line
               string
                   "  " ki-indstilling-id " " ki-produkt
                   " kunde " ki-kunde-id " konto " ki-konto-id
                   " beloeb " function trim(vist-beloeb)
                   " kraevet " ki-krav-niveau
                   " godkendt " ki-beslutning-dato
                   " af " ki-beslutning-af
                   into rapport-line
               end-string
               write rapport-record
           exit.

           gennemgaa-udnyttede.
               open input indstilling-file
               if indstilling-status not = "00"
                   and indstilling-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read indstilling-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if ki-udnyttet
                       and ki-udnyttet-dato(1:6) = rapport-maaned
                       perform vurder-udnyttet
                   end-if
               end-read
               end-perform
               close indstilling-file
           exit.

      *> Godkenderens nuvaerende niveau - er medarbejderen ikke
      *> laengere i befoejelsesfilen, bruges niveauet fra
      *> beslutningen.
           vurder-udnyttet.
               add 1 to udnyttet-antal
               move ki-beslutning-niveau to godkender-niveau
               perform varying bt-index from 1 by 1
                   until bt-index > bef-count
                   if bt-medarbejder(bt-index) = ki-beslutning-af
                       move bt-niveau(bt-index) to godkender-niveau
                   end-if
               end-perform
               compute eksponering =
                   ki-engagement + ki-udnyttet-beloeb
               evaluate godkender-niveau
                   when "F"
                       move graense-filial to godkender-graense
                   when "K"
                       move graense-kreditafd to godkender-graense
                   when "B"
                       move eksponering to godkender-graense
                   when other
                       move 0 to godkender-graense
               end-evaluate
               if eksponering <= godkender-graense
                   and ki-udnyttet-beloeb <= ki-beloeb
                   exit paragraph
               end-if
               add 1 to over-antal
               if ki-laan
                   move "laan" to produkt-tekst
               else
                   move "traekret" to produkt-tekst
               end-if
               move ki-udnyttet-beloeb to vist-beloeb
               move eksponering to vist-eksponering
               move godkender-graense to vist-graense
               move spaces to rapport-line
               string
                   "  " function trim(produkt-tekst) " "
                   ki-konto-id " oprettet " ki-udnyttet-dato
                   " beloeb " function trim(vist-beloeb)
                   " engagement i alt " function trim(vist-eksponering)
                   " - " function trim(ki-beslutning-af)
                   " niveau " godkender-niveau
                   " graense " function trim(vist-graense)
                   " (indstilling " function trim(ki-indstilling-id)
                   ")"
                   into rapport-line
               end-string
               write rapport-record
           exit.
