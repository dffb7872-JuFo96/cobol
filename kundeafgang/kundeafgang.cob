       identification division.
       program-id. KUNDEAFGANG.

      *> Maanedlig afgangsanalyse over lukningsaarsags-registeret
      *> (LUKNINGSAARSAG.txt, se LUKAARSAG.cpy) for AFGANG_MAANED
      *> (AAAAMM, standard maaneden foer koerselsdatoen): maanedens
      *> kontolukninger og kundesletninger talt op pr. aarsag,
      *> filial (branch-code), produkt (account-type) og kunde-
      *> segment, med den saldo der forlod banken (DKK-modvaerdi via
      *> VALUTAKURS, som kontoen stod ved lukningen) og de afgaaede
      *> kunders anciennitet - maaneder fra account-opening-date til
      *> lukningsdatoen, som gennemsnit pr. celle. Andelen der er
      *> gaaet til en anden bank (aarsag BANK) staar for sig selv
      *> nederst. Skrives til KUNDEAFGANG.txt; koeres maanedligt
      *> uden for JOBPLAN.

       environment division.
       input-output section.
       file-control.
           select aarsag-file assign to dynamic aarsag-file-name
               organization is line sequential
               file status is aarsag-status.

           select rapport-file assign to "KUNDEAFGANG.txt"
               organization is line sequential.

       data division.
           file section.
           FD aarsag-file.
           01 aarsag-record.
               COPY "LUKAARSAG.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(120).

       working-storage section.
           01 aarsag-file-name PIC X(100) value "LUKNINGSAARSAG.txt".
           01 aarsag-status    PIC XX value "00".
           01 end-of-fil       PIC X value "N".

           01 koersel-dato     PIC X(8).
           01 maaned-tekst     PIC X(6).
           01 rapport-maaned.
               02 rm-aar           PIC 9(4).
               02 rm-maaned        PIC 9(2).
           01 maaned-aar       PIC 9(4).
           01 maaned-nr        PIC 9(2).

      *> Een celletabel for alle fire dimensioner: A = aarsag,
      *> F = filial, P = produkt, S = segment.
           01 celle-count      PIC 9(4) value 0.
           01 celle-max        PIC 9(4) value 800.
           01 celle-table.
               02 celle-entry occurs 800 times.
                   03 ce-dimension     PIC X(1).
                   03 ce-noegle        PIC X(12).
                   03 ce-konti         PIC 9(7).
                   03 ce-kunder        PIC 9(7).
                   03 ce-saldo-dkk     PIC S9(13)V99.
                   03 ce-anc-maaneder  PIC 9(9).
                   03 ce-anc-antal     PIC 9(7).
           01 ce-index         PIC 9(4).
           01 ce-found         PIC 9(4).
           01 celle-dimension  PIC X(1).
           01 celle-noegle     PIC X(12).

           01 dimension-liste  PIC X(4) value "AFPS".
           01 dim-index        PIC 9(1).
           01 aktuel-dimension PIC X(1).
           01 dimension-titel  PIC X(20).

           01 kurs             PIC 9(3)V9999.
           01 kurs-ok          PIC X.
           01 saldo-dkk        PIC S9(13)V99.
           01 anciennitet      PIC S9(5).
           01 anc-gyldig       PIC X value "N".
           01 snit-aar         PIC 9(3)V9.
           01 vist-snit        PIC ZZ9.9.
           01 vist-saldo       PIC -(12)9.99.

           01 konti-total      PIC 9(7) value 0.
           01 kunder-total     PIC 9(7) value 0.
           01 saldo-total      PIC S9(13)V99 value 0.
           01 bank-antal       PIC 9(7) value 0.
           01 bank-andel       PIC 9(3)V9.
           01 vist-andel       PIC ZZ9.9.
           01 undtagelse-antal PIC 9(5) value 0.

       procedure division.
       main-program.
           accept aarsag-file-name
               from environment "LUKNINGSAARSAGFIL_NAVN"
               on exception
                   move "LUKNINGSAARSAG.txt" to aarsag-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           accept maaned-tekst from environment "AFGANG_MAANED"
               on exception
                   move spaces to maaned-tekst
           end-accept
           perform bestem-maaned

           perform laes-register

           open output rapport-file
           move spaces to rapport-line
           string
               "*---- Kundeafgang for " rapport-maaned
               " pr. " koersel-dato " ----*"
               into rapport-line
           end-string
           write rapport-record

           perform varying dim-index from 1 by 1 until dim-index > 4
               move dimension-liste(dim-index:1) to aktuel-dimension
               perform skriv-dimension
           end-perform

           move spaces to rapport-line
           write rapport-record
           move saldo-total to vist-saldo
           move spaces to rapport-line
           string
               "I alt: " konti-total " konti lukket, " kunder-total
               " kunder slettet, saldo DKK " function trim(vist-saldo)
               into rapport-line
           end-string
           write rapport-record
           move 0 to bank-andel
           if konti-total + kunder-total > 0
               compute bank-andel rounded = bank-antal * 100
                   / (konti-total + kunder-total)
           end-if
           move bank-andel to vist-andel
           move spaces to rapport-line
           string
               "Tabt til anden bank (BANK): " bank-antal " = "
               function trim(vist-andel) " % af afgangen"
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           display "KUNDEAFGANG: " konti-total " lukninger, "
               kunder-total " sletninger i " rapport-maaned
           if undtagelse-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

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

           laes-register.
               open input aarsag-file
               if aarsag-status not = "00"
                   and aarsag-status not = "05"
                   display "KUNDEAFGANG: "
                       function trim(aarsag-file-name)
                       " findes ikke - ingen lukninger registreret"
                   exit paragraph
               end-if
               perform until end-of-fil = "Y"
                   read aarsag-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if la-dato(1:6) = rapport-maaned
                       perform behandl-lukning
                   end-if
               end-read
               end-perform
               close aarsag-file
           exit.

      *> Saldoen omregnes til DKK; ukendt kurs taeller med som 0 og
      *> flages. Ancienniteten regnes i hele maaneder.
           behandl-lukning.
               move 0 to saldo-dkk
               if la-kontolukning and la-saldo is numeric
                   if la-valuta-id = "DKK" or la-valuta-id = spaces
                       move la-saldo to saldo-dkk
                   else
                       call "VALUTAKURS" using la-valuta-id kurs
                           kurs-ok
                       end-call
                       if kurs-ok = "Y"
                           compute saldo-dkk rounded = la-saldo * kurs
                       else
                           add 1 to undtagelse-antal
                           display "KUNDEAFGANG: ukendt valuta "
                               la-valuta-id " paa "
                               function trim(la-objekt-id)
                       end-if
                   end-if
               end-if

               move "N" to anc-gyldig
               if la-opening-date is numeric
                   and la-dato is numeric
                   and la-opening-date <= la-dato
                   compute anciennitet =
                       (function numval(la-dato(1:4))
                       - function numval(la-opening-date(1:4))) * 12
                       + function numval(la-dato(5:2))
                       - function numval(la-opening-date(5:2))
                   move "Y" to anc-gyldig
               end-if

               if la-kontolukning
                   add 1 to konti-total
               else
                   add 1 to kunder-total
               end-if
               add saldo-dkk to saldo-total
               if la-aarsag = "BANK"
                   add 1 to bank-antal
               end-if

               move "A" to celle-dimension
               move la-aarsag to celle-noegle
               perform laeg-paa-celle
               move "F" to celle-dimension
               move la-branch-code to celle-noegle
               perform laeg-paa-celle
               if la-kontolukning
                   move "P" to celle-dimension
                   move la-account-type to celle-noegle
                   perform laeg-paa-celle
               end-if
               move "S" to celle-dimension
               move la-segment to celle-noegle
               perform laeg-paa-celle
           exit.

           laeg-paa-celle.
               if celle-noegle = spaces
                   move "(ukendt)" to celle-noegle
               end-if
               move 0 to ce-found
               perform varying ce-index from 1 by 1
                   until ce-index > celle-count or ce-found > 0
                   if ce-dimension(ce-index) = celle-dimension
                       and ce-noegle(ce-index) = celle-noegle
                       move ce-index to ce-found
                   end-if
               end-perform
               if ce-found = 0
                   if celle-count >= celle-max
                       add 1 to undtagelse-antal
                       display "KUNDEAFGANG: celletabel fuld - "
                           celle-dimension " " celle-noegle
                           " ikke medtaget"
                       exit paragraph
                   end-if
                   add 1 to celle-count
                   move celle-count to ce-found
                   move celle-dimension to ce-dimension(ce-found)
                   move celle-noegle to ce-noegle(ce-found)
                   move 0 to ce-konti(ce-found)
                   move 0 to ce-kunder(ce-found)
                   move 0 to ce-saldo-dkk(ce-found)
                   move 0 to ce-anc-maaneder(ce-found)
                   move 0 to ce-anc-antal(ce-found)
               end-if
               if la-kontolukning
                   add 1 to ce-konti(ce-found)
               else
                   add 1 to ce-kunder(ce-found)
               end-if
               add saldo-dkk to ce-saldo-dkk(ce-found)
               if anc-gyldig = "Y"
                   add anciennitet to ce-anc-maaneder(ce-found)
                   add 1 to ce-anc-antal(ce-found)
               end-if
           exit.

           skriv-dimension.
               evaluate aktuel-dimension
                   when "A"
                       move "Pr. aarsag" to dimension-titel
                   when "F"
                       move "Pr. filial" to dimension-titel
                   when "P"
                       move "Pr. produkt" to dimension-titel
                   when other
                       move "Pr. kundesegment" to dimension-titel
               end-evaluate
               move spaces to rapport-line
               write rapport-record
               move dimension-titel to rapport-line
               write rapport-record
               perform varying ce-index from 1 by 1
                   until ce-index > celle-count
                   if ce-dimension(ce-index) = aktuel-dimension
                       perform skriv-celle
                   end-if
               end-perform
           exit.

           skriv-celle.
               move 0 to snit-aar
               if ce-anc-antal(ce-index) > 0
                   compute snit-aar rounded =
                       ce-anc-maaneder(ce-index)
                       / ce-anc-antal(ce-index) / 12
               end-if
               move snit-aar to vist-snit
               move ce-saldo-dkk(ce-index) to vist-saldo
               move spaces to rapport-line
               string
                   "  " ce-noegle(ce-index)
                   " konti " ce-konti(ce-index)
                   " kunder " ce-kunder(ce-index)
                   " saldo DKK " vist-saldo
                   " anciennitet " function trim(vist-snit) " aar"
                   into rapport-line
               end-string
               write rapport-record
           exit.
