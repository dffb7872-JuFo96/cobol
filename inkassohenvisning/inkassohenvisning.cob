      *> i vinduet til INKASSO-HENVISNING.txt - saa inkasso ikke
      *> skal vade gennem hver eneste lavsaldokonto for at finde de
      *> reelle risici.
      *> Derudover henvises enhver konto i RYKKER-INKASSO.txt uden
      *> videre: det er rykkersager som rykkerforloeb.cob har
      *> overdraget, fordi sidste varsel ikke blev efterkommet - de
      *> er allerede afgjort som inkassosager.

       environment division.
       input-output section.
           select henvisning-file assign to "INKASSO-HENVISNING.txt"
               organization is line sequential.

           select rykker-inkasso-file
               assign to dynamic rykker-inkasso-file-name
               organization is line sequential
               file status is rykker-inkasso-status.

      *> Sagsregisteret - se load-sagsregister.
           select sag-file assign to dynamic sag-file-name
               organization is line sequential
           01 kandidat-record.
               02 kandidat-line     PIC X(100).

           FD rykker-inkasso-file.
           01 rykker-inkasso-record.
               02 rykker-inkasso-line PIC X(100).

           FD historik-file.
           01 historik-record.
               COPY "TRANSOPL.cpy".
               value "CLOSE-CANDIDATES.txt".
           01 kandidat-status    PIC XX value "00".
           01 historik-file-name PIC X(100) value "TRANSOPL.txt".
           01 rykker-inkasso-file-name PIC X(100)
               value "RYKKER-INKASSO.txt".
           01 rykker-inkasso-status PIC XX value "00".
           01 end-of-rykker PIC X value "N".

           01 linje-ord-1 PIC X(12).
           01 linje-ord-2 PIC X(12).
                   03 ka-konto-id  PIC X(10).
                   03 ka-antal     PIC 9(5).
                   03 ka-netto     PIC S9(11)V99.
      *> "J" naar kontoen er overdraget fra rykkerforloebet.
                   03 ka-rykker    PIC X(1).
           01 ka-index PIC 9(3).
           01 ka-match PIC 9(3).

           01 henvisning-count PIC 9(3) value 0.

               on exception
                   move "TRANSOPL.txt" to historik-file-name
           end-accept
           accept rykker-inkasso-file-name
               from environment "RYKKERINKASSOFIL_NAVN"
               on exception
                   move "RYKKER-INKASSO.txt"
                       to rykker-inkasso-file-name
           end-accept
           accept dage-tekst from environment "INKASSO_DAGE"
               on exception
                   move spaces to dage-tekst
                   - inkasso-dage)

           perform laes-kandidater
           perform laes-rykkersager

           if kandidat-count > 0
               perform maal-bevaegelse
                                   to ka-konto-id(kandidat-count)
                               move 0 to ka-antal(kandidat-count)
                               move 0 to ka-netto(kandidat-count)
                               move "N" to ka-rykker(kandidat-count)
                           else
                               display "INKASSOHENVISNING: tabel "
                                   "fuld - " linje-ord-2
               end-if
           exit.

      *> Rykkerforloebets overdragelser - samme "Konto <id>"-
      *> linjeformat som kandidatlisten. En konto der allerede er
      *> kandidat markeres bare; en manglende fil betyder ingen
      *> overdragelser i dag.
           laes-rykkersager.
               open input rykker-inkasso-file
               if rykker-inkasso-status not = "00"
                   and rykker-inkasso-status not = "05"
                   continue
               else
                   perform until end-of-rykker = "Y"
                       read rykker-inkasso-file
                   at end
                       move "Y" to end-of-rykker
                   not at end
                       move spaces to linje-ord-1 linje-ord-2
                       unstring rykker-inkasso-line
                           delimited by all space
                           into linje-ord-1 linje-ord-2
                       end-unstring
                       if linje-ord-1 = "Konto"
                           and linje-ord-2 not = spaces
                           perform registrer-rykkersag
                       end-if
                   end-read
                   end-perform
                   close rykker-inkasso-file
               end-if
           exit.

           registrer-rykkersag.
               move 0 to ka-match
               perform varying ka-index from 1 by 1
                   until ka-index > kandidat-count
                   if ka-konto-id(ka-index) = linje-ord-2(1:10)
                       move ka-index to ka-match
                   end-if
               end-perform
               if ka-match = 0
                   if kandidat-count < kandidat-max
                       add 1 to kandidat-count
                       move kandidat-count to ka-match
                       move linje-ord-2(1:10) to ka-konto-id(ka-match)
                       move 0 to ka-antal(ka-match)
                       move 0 to ka-netto(ka-match)
                   else
                       display "INKASSOHENVISNING: tabel "
                           "fuld - " linje-ord-2
                           " ikke medtaget"
                       exit paragraph
                   end-if
               end-if
               move "J" to ka-rykker(ka-match)
           exit.

      *> Netto-bevaegelsen i vinduet: hver TRANSOPL-postering paa en
      *> kandidatkonto laegges fortegnsrigtigt til kontoens netto.
           maal-bevaegelse.

      *> Kun kandidater med netto-udtraek (netto < 0) i vinduet
      *> henvises - en lavsaldokonto uden nedadgaaende trend er ikke
      *> inkassos problem. En overdraget rykkersag henvises altid.
           skriv-henvisninger.
               perform varying ka-index from 1 by 1
                   until ka-index > kandidat-count
                   if ka-netto(ka-index) < 0
                       or ka-rykker(ka-index) = "J"
                       perform tjek-inkasso-sag
                   end-if
               end-perform

           skriv-en-henvisning.
               add 1 to henvisning-count
               move spaces to henvisning-line
               if ka-rykker(ka-index) = "J"
                   string
                       "Konto " function trim(
                           ka-konto-id(ka-index))
                       ": sidste rykkervarsel ikke efterkommet"
                       " - henvises til inkasso"
                       into henvisning-line
                   end-string
                   write henvisning-record
                   exit paragraph
               end-if
               compute netto-udtraek = 0 - ka-netto(ka-index)
               string
                   "Konto " function trim(
                       ka-konto-id(ka-index))
