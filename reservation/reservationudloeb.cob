       identification division.
       program-id. RESERVATIONUDLOEB.

      *> Oprydning i RESERVATION.txt (se RESERVATION.cpy) efter
      *> nattens kontopostering.cob:
      *>   - reservationer der er frigivet af deres bogfoerte
      *>     postering (status "F") fjernes;
      *>   - aabne reservationer hvis udloebsdato er passeret uden
      *>     at en matchende postering er kommet, frigives ogsaa -
      *>     men skrives foerst til RESERVATION-UDLOEBET.txt, saa
      *>     kortdriften kan forfoelge dem (en autorisation der
      *>     aldrig blev afregnet er enten en fejl hos indloeseren
      *>     eller penge banken ikke faar). RC=4 naar der er nogen;
      *>   - resten - de stadig aabne - skrives tilbage.

       environment division.
       input-output section.
       file-control.
           select reservation-file
               assign to dynamic reservation-file-name
               organization is line sequential
               file status is reservation-status.

           select rapport-file assign to "RESERVATION-UDLOEBET.txt"
               organization is line sequential.

       data division.
           file section.
           FD reservation-file.
           01 reservation-record.
               COPY "RESERVATION.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(100).

       working-storage section.
           01 end-of-reservation   PIC X value "N".
           01 reservation-file-name PIC X(100)
               value "RESERVATION.txt".
           01 reservation-status   PIC XX value "00".
           01 koersel-dato         PIC X(8).

      *> De reservationer der fortsat er aabne - samme tabel-
      *> stoerrelse som kontopostering.cob's reservationstabel.
           01 aaben-count          PIC 9(4) value 0.
           01 aaben-max            PIC 9(4) value 2000.
           01 aaben-table.
               02 aaben-entry occurs 2000 times.
                   03 ab-record    PIC X(60).
           01 ab-index             PIC 9(4).

           01 antal-frigivet       PIC 9(5) value 0.
           01 antal-udloebet       PIC 9(5) value 0.
           01 udloebet-sum         PIC 9(9)V99 value 0.
           01 vis-beloeb           PIC Z(8)9.99.

       procedure division.
       main-program.
           accept reservation-file-name
               from environment "RESERVATIONFIL_NAVN"
               on exception
                   move "RESERVATION.txt" to reservation-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if

           open output rapport-file
           move spaces to rapport-line
           string
               "UDLOEBNE RESERVATIONER UDEN POSTERING PR. "
               koersel-dato
               into rapport-line
           end-string
           write rapport-record
           move "KONTO      REFERENCE          BELOEB OPRETTET UDLOEB"
               to rapport-line
           write rapport-record

      *> En manglende fil betyder ingen reservationer - saa er der
      *> intet at rydde op.
           open input reservation-file
           if reservation-status not = "00"
               and reservation-status not = "05"
               perform skriv-total
               close rapport-file
               stop run
           end-if
           perform until end-of-reservation = "Y"
               read reservation-file into reservation-record
           at end
               move "Y" to end-of-reservation
           not at end
               perform vurder-reservation
           end-read
           end-perform
           close reservation-file

           perform skriv-total
           close rapport-file

           open output reservation-file
           perform varying ab-index from 1 by 1
               until ab-index > aaben-count
               move ab-record(ab-index) to reservation-record
               write reservation-record
           end-perform
           close reservation-file

           display "RESERVATIONUDLOEB: " antal-frigivet
               " frigivet af postering, " antal-udloebet
               " udloebet, " aaben-count " fortsat aabne"
           if antal-udloebet > 0
               move 4 to return-code
           end-if
           stop run.

           vurder-reservation.
               if rv-frigivet
                   add 1 to antal-frigivet
                   exit paragraph
               end-if
               if rv-udloeb-dato < koersel-dato
                   perform skriv-udloebet
                   exit paragraph
               end-if
      *> Tabellen er fuld: filen kan ikke skrives tilbage uden at
      *> miste reservationer, saa intet roeres.
               if aaben-count >= aaben-max
                   display "RESERVATIONUDLOEB: tabel fuld - "
                       function trim(reservation-file-name)
                       " ikke ryddet op"
                   close reservation-file
                   close rapport-file
                   move 8 to return-code
                   stop run
               end-if
               add 1 to aaben-count
               move reservation-record to ab-record(aaben-count)
           exit.

           skriv-udloebet.
               add 1 to antal-udloebet
               add rv-beloeb to udloebet-sum
               move rv-beloeb to vis-beloeb
               move spaces to rapport-line
               string
                   rv-konto-id " " rv-reference " " vis-beloeb " "
                   rv-oprettet-dato " " rv-udloeb-dato
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
           exit.

           skriv-total.
               move udloebet-sum to vis-beloeb
               move spaces to rapport-line
               string
                   "I ALT UDLOEBET: " antal-udloebet
                   " reservationer, " function trim(vis-beloeb)
                   into rapport-line
               end-string
               write rapport-record
           exit.
