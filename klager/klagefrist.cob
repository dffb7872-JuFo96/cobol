       identification division.
       program-id. KLAGEFRIST.

      *> Ugentlig fristliste for klagesager: gennemgaar KLAGE.txt
      *> (se KLAGE.cpy) og skriver hver aaben klage (modtaget eller
      *> under behandling), der naermer sig eller har overskredet
      *> svarfristen, til KLAGE-FRISTER.txt med behandleren, saa
      *> klageansvarlig kan rykke i tide. Svarfristen er
      *> KLAGE_SVARFRIST bankdage (standard 15) efter modtagelses-
      *> datoen - bankdagene regnes med KALENDER-underprogrammet,
      *> saa weekender og helligdage ikke aeder af fristen. En
      *> klage er "NAER FRIST", naar der er KLAGE_VARSELDAGE
      *> kalenderdage (standard 5) eller faerre tilbage, og
      *> "OVERSKREDET", naar fristen er passeret. RC=4 naar der er
      *> overskredne frister.

       environment division.
       input-output section.
       file-control.
           select klage-file assign to dynamic klage-file-name
               organization is line sequential
               file status is klage-status.

           select rapport-file assign to "KLAGE-FRISTER.txt"
               organization is line sequential.

       data division.
           file section.
           FD klage-file.
           01 klage-record.
               COPY "KLAGE.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(132).

       working-storage section.
           01 end-of-klage     PIC X value "N".
           01 klage-file-name  PIC X(100) value "KLAGE.txt".
           01 klage-status     PIC XX value "00".
           01 koersel-dato     PIC X(8).

           01 svarfrist-tekst  PIC X(3).
           01 svarfrist-dage   PIC 9(3) value 15.
           01 varsel-tekst     PIC X(3).
           01 varsel-dage      PIC 9(3) value 5.

           01 frist-dato       PIC X(8).
           01 naeste-dato      PIC X(8).
           01 bankdag          PIC X(8).
           01 kalender-ok      PIC X value "N".
           01 dag-index        PIC 9(3).
           01 dato-heltal      PIC S9(9).
           01 dage-tilbage     PIC S9(5).
           01 vist-dage        PIC -(4)9.
           01 fristmarkering   PIC X(11).
           01 status-tekst     PIC X(16).

           01 aaben-antal      PIC 9(5) value 0.
           01 naer-antal       PIC 9(5) value 0.
           01 overskredet-antal PIC 9(5) value 0.

       procedure division.
       main-program.
           accept klage-file-name from environment "KLAGEFIL_NAVN"
               on exception
                   move "KLAGE.txt" to klage-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           accept svarfrist-tekst from environment "KLAGE_SVARFRIST"
               on exception
                   move spaces to svarfrist-tekst
           end-accept
           if svarfrist-tekst not = spaces
               move function numval(svarfrist-tekst) to svarfrist-dage
           end-if
           accept varsel-tekst from environment "KLAGE_VARSELDAGE"
               on exception
                   move spaces to varsel-tekst
           end-accept
           if varsel-tekst not = spaces
               move function numval(varsel-tekst) to varsel-dage
           end-if

           open output rapport-file
           move spaces to rapport-line
           string
               "*---- Klager ved eller over svarfristen pr. "
               koersel-dato " (frist " svarfrist-dage
               " bankdage) ----*"
               into rapport-line
           end-string
           write rapport-record

           open input klage-file
           if klage-status not = "00"
               and klage-status not = "05"
               display "KLAGEFRIST: "
                   function trim(klage-file-name)
                   " findes ikke - ingen klager registreret"
           else
               perform until end-of-klage = "Y"
                   read klage-file
               at end
                   move "Y" to end-of-klage
               not at end
                   if kl-aaben in klage-record
                       and kl-modtaget-dato in klage-record is numeric
                       perform vurder-klage
                   end-if
               end-read
               end-perform
               close klage-file
           end-if

           move spaces to rapport-line
           string
               "Aabne klager: " aaben-antal
               "  naer frist: " naer-antal
               "  overskredet: " overskredet-antal
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           display "KLAGEFRIST: " aaben-antal " aabne klager, "
               naer-antal " naer frist, " overskredet-antal
               " overskredet"

           if overskredet-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

           vurder-klage.
               add 1 to aaben-antal
               perform beregn-frist
               compute dage-tilbage =
                   function integer-of-date(function numval(frist-dato))
                   - function integer-of-date(
                       function numval(koersel-dato))
               evaluate true
                   when dage-tilbage < 0
                       move "OVERSKREDET" to fristmarkering
                       add 1 to overskredet-antal
                   when dage-tilbage <= varsel-dage
                       move "NAER FRIST" to fristmarkering
                       add 1 to naer-antal
                   when other
                       exit paragraph
               end-evaluate
               if kl-under-behandling in klage-record
                   move "under behandling" to status-tekst
               else
                   move "modtaget" to status-tekst
               end-if
               move dage-tilbage to vist-dage
               move spaces to rapport-line
               string
                   fristmarkering " klage "
                   function trim(kl-klage-id in klage-record)
                   " kunde " function trim(kl-kunde-id in klage-record)
                   " " kl-kategori in klage-record
                   " modtaget " kl-modtaget-dato in klage-record
                   " frist " frist-dato
                   " (" function trim(vist-dage) " dage)"
                   " " function trim(status-tekst)
                   " behandler "
                   function trim(kl-behandler in klage-record)
                   into rapport-line
               end-string
               write rapport-record
           exit.

      *> Fristen er den svarfrist-dage'te bankdag efter modtagelses-
      *> datoen. Kan kalenderen ikke svare, taeller dagen med som
      *> den er, saa en kalenderfejl ikke stopper listen.
           beregn-frist.
               move kl-modtaget-dato in klage-record to frist-dato
               perform varying dag-index from 1 by 1
                   until dag-index > svarfrist-dage
                   compute dato-heltal =
                       function integer-of-date(
                           function numval(frist-dato)) + 1
                   move function date-of-integer(dato-heltal)
                       to naeste-dato
                   move "N" to kalender-ok
                   call "KALENDER" using
                       naeste-dato "F" bankdag kalender-ok
                   end-call
                   if kalender-ok = "Y"
                       move bankdag to frist-dato
                   else
                       move naeste-dato to frist-dato
                   end-if
               end-perform
           exit.
