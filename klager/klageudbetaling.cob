       identification division.
       program-id. KLAGEUDBETALING.

      *> Udbetaling af klagekompensation: en klage afsluttet med
      *> (delvist) medhold og en tilkendt kompensation i KLAGE.txt
      *> (se KLAGE.cpy) udbetales af denne koersel, der koerer foer
      *> kontopostering.cob og skriver en "KOMP"-linje bag paa
      *> TRANS-POST.txt: et indskud paa klagens konto med
      *> "KLAGE <klage-id>" i trans-tekst, saa udbetalingen kan
      *> findes i historikken og paa kontoudtoget. Klagen markeres
      *> udbetalt med koerselsdatoen i samme koersel, saa
      *> kompensationen aldrig udbetales to gange. En klage uden
      *> konto, med en ukendt konto eller en lukket konto
      *> udbetales ikke, men skrives til KLAGE-UDBETALING.txt og
      *> giver RC=4.

       environment division.
       input-output section.
       file-control.
           select klage-file assign to dynamic klage-file-name
               organization is line sequential
               file status is klage-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-status.

           select rapport-file assign to "KLAGE-UDBETALING.txt"
               organization is line sequential.

       data division.
           file section.
           FD klage-file.
           01 klage-record.
               COPY "KLAGE.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD trans-file.
           01 trans-record.
               02 trans-account-id  PIC X(10).
               02 trans-date        PIC X(8).
               02 trans-amount      PIC S9(7)V99.
               02 trans-type        PIC X(4).
               02 trans-modkonto    PIC X(10).
               02 trans-tekst       PIC X(30).
               02 trans-modtager-reg PIC X(4).

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(100).

       working-storage section.
           01 end-of-klage     PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 klage-file-name  PIC X(100) value "KLAGE.txt".
           01 klage-status     PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 trans-file-name  PIC X(100) value "TRANS-POST.txt".
           01 trans-status     PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).

      *> Hele registeret i lageret - det skrives tilbage med
      *> udbetalingsmarkeringerne til sidst.
           01 klage-count      PIC 9(5) value 0.
           01 klage-max        PIC 9(5) value 5000.
           01 klage-tabel.
               02 kt-record occurs 5000 times PIC X(167).
           01 kt-index         PIC 9(5).
           01 aktuel-klage.
               COPY "KLAGE.cpy".

      *> De konti der skal udbetales til, med deres status.
           01 udb-count        PIC 9(5) value 0.
           01 udb-tabel.
               02 udb-entry occurs 5000 times.
                   03 ub-konto-id      PIC X(10).
      *> "N" = kontoen findes ikke, ellers kontoens konto-status.
                   03 ub-konto-fundet  PIC X(1).
                   03 ub-konto-status  PIC X(1).
           01 ub-index         PIC 9(5).
           01 kandidat-antal   PIC 9(5) value 0.

           01 vist-beloeb      PIC Z(6)9.99.
           01 antal-udbetalt   PIC 9(5) value 0.
           01 antal-undtagelser PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "KLAGEUDBETALING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept klage-file-name from environment "KLAGEFIL_NAVN"
               on exception
                   move "KLAGE.txt" to klage-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept trans-file-name from environment "TRANSPOSTFIL_NAVN"
               on exception
                   move "TRANS-POST.txt" to trans-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if

           perform load-klager
           if kandidat-antal = 0
               display "KLAGEUDBETALING: ingen kompensation til"
                   " udbetaling"
               move 0 to return-code
               stop run
           end-if
           perform load-konti

           open output rapport-file
           move spaces to rapport-line
           string
               "UDBETALING AF KLAGEKOMPENSATION PR. " koersel-dato
               into rapport-line
           end-string
           write rapport-record

      *> Udbetalingerne forlaenges bag paa posteringsfilen - status
      *> 35 (ingen posteringer endnu) falder tilbage til OPEN OUTPUT.
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           open extend trans-file
           if trans-status = "35"
               open output trans-file
           end-if
           perform varying kt-index from 1 by 1
               until kt-index > klage-count
               move kt-record(kt-index) to aktuel-klage
               if (kl-medhold in aktuel-klage
                   or kl-delvist-medhold in aktuel-klage)
                   and kl-kompensation in aktuel-klage > 0
                   and not kl-kompensation-udbetalt in aktuel-klage
                   perform udbetal-klage
               end-if
           end-perform
           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil
           close rapport-file

           perform rewrite-klage-file

           display "KLAGEUDBETALING: " antal-udbetalt
               " udbetalinger, " antal-undtagelser " undtagelser"
           if antal-undtagelser > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

           load-klager.
               open input klage-file
               if klage-status not = "00"
                   and klage-status not = "05"
                   display "KLAGEUDBETALING: "
                       function trim(klage-file-name)
                       " findes ikke - ingen klager registreret"
                   exit paragraph
               end-if
               perform until end-of-klage = "Y"
                   read klage-file
               at end
                   move "Y" to end-of-klage
               not at end
                   if klage-count < klage-max
                       add 1 to klage-count
                       move klage-record to kt-record(klage-count)
                       if (kl-medhold in klage-record
                           or kl-delvist-medhold in klage-record)
                           and kl-kompensation in klage-record > 0
                           and not kl-kompensation-udbetalt
                               in klage-record
                           add 1 to kandidat-antal
                           if kl-konto-id in klage-record not = spaces
                               add 1 to udb-count
                               move kl-konto-id in klage-record
                                   to ub-konto-id(udb-count)
                               move "N" to ub-konto-fundet(udb-count)
                               move space to ub-konto-status(udb-count)
                           end-if
                       end-if
                   else
                       display "KLAGEUDBETALING: klagetabel fuld - "
                           kl-klage-id in klage-record
                           " ikke indlaest - koersel afbrudt"
                       close klage-file
                       move 8 to return-code
                       stop run
                   end-if
               end-read
               end-perform
               close klage-file
           exit.

           load-konti.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "KLAGEUDBETALING: "
                       function trim(konto-file-name)
                       " kan ikke aabnes - status " konto-fil-status
                   move 8 to return-code
                   stop run
               end-if
               perform verificer-konto-header
               if konto-header-missing = "Y"
                   perform match-konto
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform match-konto
               end-read
               end-perform
               close konto-file
           exit.

           verificer-konto-header.
               move "Y" to layout-version-ok
               move "N" to konto-header-missing
               read konto-file into konto-header-record
               at end
                   move "Y" to end-of-konto
               not at end
                   if kohdr-marker not = "KHDR"
                       move "Y" to konto-header-missing
                       move konto-header-record to konto-info
                   else
                       if not kohdr-version-kendt
                           or not kohdr-laengde-kendt
                           move "N" to layout-version-ok
                       end-if
                   end-if
               end-read
               if layout-version-ok = "N"
                   display "KLAGEUDBETALING: ukendt layout-version i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           match-konto.
               perform varying ub-index from 1 by 1
                   until ub-index > udb-count
                   if ub-konto-id(ub-index) = account-id in konto-info
                       move "J" to ub-konto-fundet(ub-index)
                       move konto-status in konto-info
                           to ub-konto-status(ub-index)
                   end-if
               end-perform
           exit.

           udbetal-klage.
               move kl-kompensation in aktuel-klage to vist-beloeb
               if kl-konto-id in aktuel-klage = spaces
                   move spaces to rapport-line
                   string
                       "UNDTAGELSE klage "
                       function trim(kl-klage-id in aktuel-klage)
                       " kompensation " vist-beloeb
                       " - ingen konto at udbetale til"
                       into rapport-line
                   end-string
                   write rapport-record
                   add 1 to antal-undtagelser
                   exit paragraph
               end-if
               perform varying ub-index from 1 by 1
                   until ub-index > udb-count
                   or ub-konto-id(ub-index)
                       = kl-konto-id in aktuel-klage
                   continue
               end-perform
               if ub-konto-fundet(ub-index) not = "J"
                   or ub-konto-status(ub-index) = "L"
                   move spaces to rapport-line
                   string
                       "UNDTAGELSE klage "
                       function trim(kl-klage-id in aktuel-klage)
                       " kompensation " vist-beloeb
                       " - konto "
                       function trim(kl-konto-id in aktuel-klage)
                       " ukendt eller lukket"
                       into rapport-line
                   end-string
                   write rapport-record
                   add 1 to antal-undtagelser
                   exit paragraph
               end-if

               move kl-konto-id in aktuel-klage to trans-account-id
               move koersel-dato to trans-date
               move kl-kompensation in aktuel-klage to trans-amount
               move "KOMP" to trans-type
               move spaces to trans-modkonto
               move spaces to trans-tekst
               string
                   "KLAGE " kl-klage-id in aktuel-klage
                   delimited by size into trans-tekst
               end-string
               move spaces to trans-modtager-reg
               write trans-record

               set kl-kompensation-udbetalt in aktuel-klage to true
               move koersel-dato to kl-udbetalt-dato in aktuel-klage
               move aktuel-klage to kt-record(kt-index)
               add 1 to antal-udbetalt

               move spaces to rapport-line
               string
                   "UDBETALT   klage "
                   function trim(kl-klage-id in aktuel-klage)
                   " kompensation " vist-beloeb
                   " til konto "
                   function trim(kl-konto-id in aktuel-klage)
                   into rapport-line
               end-string
               write rapport-record
           exit.

           rewrite-klage-file.
               open output klage-file
               perform varying kt-index from 1 by 1
                   until kt-index > klage-count
                   move kt-record(kt-index) to klage-record
                   write klage-record
               end-perform
               close klage-file
           exit.

      *> Seglet paa en fil fra et andet trin efterregnes foer filen
      *> laeses (se filsegl/filsegl.cob) - et brudt segl stopper
      *> koerslen.
           verificer-segl.
               move "V" to segl-funktion
               call "FILSEGL" using segl-funktion segl-fil-navn
                   segl-program segl-resultat
               end-call
               if segl-resultat = "N"
                   display "KLAGEUDBETALING: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Filen forsegles til det naeste trin, naar den er skrevet.
           forsegl-fil.
               move "S" to segl-funktion
               call "FILSEGL" using segl-funktion segl-fil-navn
                   segl-program segl-resultat
               end-call
           exit.
