       identification division.
       program-id. RENTEAFTALEOPSLAG.

      *> Slaar en kontos individuelle renteaftale op i
      *> RENTEAFTALE.txt (se RENTEAFTALE.cpy): for konto, renteart
      *> ("K" kredit / "D" debet) og en dato returneres om en aftale
      *> er i kraft paa dagen og i saa fald dens sats med fortegn -
      *> overlapper to aftaler, vinder den senest ikrafttraadte.
      *> Desuden returneres den naeste dato efter den angivne, hvor
      *> kontoens aftalebillede skifter (en aftale traeder i kraft
      *> eller dagen efter en udloeber), saa en tilskrivning kan
      *> deles i segmenter ligesom ved en satsaendring i
      *> RENTESATS.txt - spaces naar intet skifter. Samme "indlaes
      *> tabellen foerste gang, table-loaded bevares mellem kald"-
      *> moenster som VALUTAKURS; en manglende fil betyder ingen
      *> aftaler.

       environment division.
       input-output section.
       file-control.
           select aftale-file assign to dynamic aftale-file-name
               organization is line sequential
               file status is aftale-status.

       data division.
           file section.
           FD aftale-file.
           01 aftale-record.
               COPY "RENTEAFTALE.cpy".

       working-storage section.
           01 table-loaded     PIC X value "N".
           01 aftale-file-name PIC X(100) value "RENTEAFTALE.txt".
           01 aftale-status    PIC XX value "00".
           01 end-of-aftale    PIC X value "N".
           01 aftale-count     PIC 9(4) value 0.
           01 aftale-max       PIC 9(4) value 1000.
           01 aftale-table.
               02 aftale-entry occurs 1000 times.
                   03 at-konto-id  PIC X(10).
                   03 at-art       PIC X(1).
                   03 at-fra       PIC X(8).
                   03 at-til       PIC X(8).
      *> Dagen efter gyldig-til - "99999999" for en aftale der
      *> gaelder indtil videre.
                   03 at-efter     PIC X(8).
                   03 at-sats      PIC S9(3)V99.
           01 at-index         PIC 9(4).
           01 bedste-fra       PIC X(8).
           01 dato-heltal      PIC S9(9).

       linkage section.
           01 ln-konto-id      PIC X(10).
           01 ln-rente-art     PIC X(1).
           01 ln-dato          PIC X(8).
           01 ln-aftale-fundet PIC X(1).
           01 ln-aftale-sats   PIC S9(3)V99.
           01 ln-naeste-skifte PIC X(8).

       procedure division using ln-konto-id ln-rente-art ln-dato
               ln-aftale-fundet ln-aftale-sats ln-naeste-skifte.
       main-program.
           if table-loaded = "N"
               perform load-aftale-table
               move "Y" to table-loaded
           end-if

           move "N" to ln-aftale-fundet
           move 0 to ln-aftale-sats
           move spaces to ln-naeste-skifte
           move spaces to bedste-fra
           perform varying at-index from 1 by 1
               until at-index > aftale-count
               if at-konto-id(at-index) = ln-konto-id
                   and at-art(at-index) = ln-rente-art
                   perform vurder-aftale
               end-if
           end-perform

           goback.

           vurder-aftale.
               if at-fra(at-index) <= ln-dato
                   and at-til(at-index) >= ln-dato
                   and at-fra(at-index) >= bedste-fra
                   move at-fra(at-index) to bedste-fra
                   move at-sats(at-index) to ln-aftale-sats
                   move "Y" to ln-aftale-fundet
               end-if
               if at-fra(at-index) > ln-dato
                   if ln-naeste-skifte = spaces
                       or at-fra(at-index) < ln-naeste-skifte
                       move at-fra(at-index) to ln-naeste-skifte
                   end-if
               end-if
               if at-efter(at-index) > ln-dato
                   and at-efter(at-index) not = "99999999"
                   if ln-naeste-skifte = spaces
                       or at-efter(at-index) < ln-naeste-skifte
                       move at-efter(at-index) to ln-naeste-skifte
                   end-if
               end-if
           exit.

           load-aftale-table.
               accept aftale-file-name
                   from environment "RENTEAFTALEFIL_NAVN"
                   on exception
                       move "RENTEAFTALE.txt" to aftale-file-name
               end-accept

               open input aftale-file
               if aftale-status not = "00"
                   and aftale-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-aftale = "Y"
                   read aftale-file
               at end
                   move "Y" to end-of-aftale
               not at end
                   if ra-gyldig-fra not numeric
                       or ra-sats not numeric
                       continue
                   else
                       if aftale-count >= aftale-max
                           display "RENTEAFTALEOPSLAG: aftaletabel"
                               " fuld - " ra-noegle
                               " ikke indlaest"
                       else
                           perform registrer-aftale
                       end-if
                   end-if
               end-read
               end-perform
               close aftale-file
           exit.

           registrer-aftale.
               add 1 to aftale-count
               move ra-konto-id to at-konto-id(aftale-count)
               move ra-rente-art to at-art(aftale-count)
               move ra-gyldig-fra to at-fra(aftale-count)
               if ra-gyldig-til is numeric
                   and ra-gyldig-til < "99991231"
                   move ra-gyldig-til to at-til(aftale-count)
                   compute dato-heltal = function integer-of-date(
                       function numval(ra-gyldig-til)) + 1
                   move function date-of-integer(dato-heltal)
                       to at-efter(aftale-count)
               else
                   move "99999999" to at-til(aftale-count)
                   move "99999999" to at-efter(aftale-count)
               end-if
               move ra-sats to at-sats(aftale-count)
               if ra-fortegn = "-"
                   compute at-sats(aftale-count) = 0 - ra-sats
               end-if
           exit.
