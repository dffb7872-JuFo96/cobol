       identification division.
       program-id. LEGALHOLDRAPPORT.

      *> Periodisk liste over legal hold der har staaet aabne laenge:
      *> gennemgaar LEGALHOLD.txt (se LEGALHOLD.cpy) og skriver hvert
      *> aktivt hold, der blev lagt for mere end LEGALHOLD_GRAENSEDAGE
      *> kalenderdage siden (standard 365), til
      *> LEGALHOLD-AABNE.txt med sagsreference og medarbejderen der
      *> lagde det - et hold der ikke laengere er brug for, fryser
      *> ellers data som burde vaere slettet efter retentions-
      *> politikken. Koeres maanedligt uden for JOBPLAN; RC=4 naar
      *> listen ikke er tom.

       environment division.
       input-output section.
       file-control.
           select hold-file assign to dynamic hold-file-name
               organization is line sequential
               file status is hold-status.

           select rapport-file assign to "LEGALHOLD-AABNE.txt"
               organization is line sequential.

       data division.
           file section.
           FD hold-file.
           01 hold-record.
               COPY "LEGALHOLD.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(132).

       working-storage section.
           01 end-of-hold      PIC X value "N".
           01 hold-file-name   PIC X(100) value "LEGALHOLD.txt".
           01 hold-status      PIC XX value "00".
           01 koersel-dato     PIC X(8).

           01 graense-tekst    PIC X(5).
           01 graense-dage     PIC 9(5) value 365.
           01 alder-dage       PIC S9(7).
           01 vist-alder       PIC Z(6)9.
           01 objekt-tekst     PIC X(5).

           01 aktiv-antal      PIC 9(5) value 0.
           01 gammel-antal     PIC 9(5) value 0.

       procedure division.
       main-program.
           accept hold-file-name from environment "LEGALHOLDFIL_NAVN"
               on exception
                   move "LEGALHOLD.txt" to hold-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           accept graense-tekst
               from environment "LEGALHOLD_GRAENSEDAGE"
               on exception
                   move spaces to graense-tekst
           end-accept
           if graense-tekst not = spaces
               move function numval(graense-tekst) to graense-dage
           end-if

           open output rapport-file
           move spaces to rapport-line
           string
               "*---- Legal hold aabne i mere end " graense-dage
               " dage pr. " koersel-dato " ----*"
               into rapport-line
           end-string
           write rapport-record

           open input hold-file
           if hold-status not = "00"
               and hold-status not = "05"
               display "LEGALHOLDRAPPORT: "
                   function trim(hold-file-name)
                   " findes ikke - ingen hold registreret"
           else
               perform until end-of-hold = "Y"
                   read hold-file
               at end
                   move "Y" to end-of-hold
               not at end
                   if lh-aktiv in hold-record
                       and lh-placeret-dato in hold-record is numeric
                       perform vurder-hold
                   end-if
               end-read
               end-perform
               close hold-file
           end-if

           move spaces to rapport-line
           string
               "Aktive hold: " aktiv-antal
               "  aabne over graensen: " gammel-antal
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           display "LEGALHOLDRAPPORT: " aktiv-antal " aktive hold, "
               gammel-antal " aabne i mere end " graense-dage " dage"

           if gammel-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

           vurder-hold.
               add 1 to aktiv-antal
               compute alder-dage =
                   function integer-of-date(
                       function numval(koersel-dato))
                   - function integer-of-date(
                       function numval(lh-placeret-dato in hold-record))
               if alder-dage <= graense-dage
                   exit paragraph
               end-if
               add 1 to gammel-antal
               if lh-kunde-hold in hold-record
                   move "kunde" to objekt-tekst
               else
                   move "konto" to objekt-tekst
               end-if
               move alder-dage to vist-alder
               move spaces to rapport-line
               string
                   function trim(objekt-tekst) " "
                   lh-objekt-id in hold-record
                   " sag " lh-sag-reference in hold-record
                   " lagt " lh-placeret-dato in hold-record
                   " af " lh-placeret-af in hold-record
                   " (" function trim(vist-alder) " dage)"
                   into rapport-line
               end-string
               write rapport-record
           exit.
