       identification division.
       program-id. UDGRETUR.

      *> Returtrin for udgaaende betalinger: clearingen sender de
      *> betalinger den ikke kunne levere (ukendt modtagerkonto,
      *> lukket konto hos modtagerbanken osv.) retur i UDG-RETUR.txt
      *> - den oprindelige clearingpost (UDGCLEAR.cpy) med clearingens
      *> aarsagskode bagpaa. Hver retur tilbagefoeres som en "UDGR"-
      *> linje bag paa dagens TRANS-POST.txt: beloebet krediteres
      *> igen paa kundens konto og modkonteres den udgaaende
      *> clearingkonto af kontopostering.cob, saa clearingkontoen
      *> gaar i nul for betalingen. Referencen foelger med i
      *> trans-tekst, saa kunden kan genkende betalingen paa
      *> kontoudtoget. Rapporten er UDG-RETUR-RAPPORT.txt; en
      *> returlinje der ikke kan tilbagefoeres (ugyldigt beloeb eller
      *> manglende konto) staar som undtagelse der, og giver RC=4.

       environment division.
       input-output section.
       file-control.
           select retur-file assign to dynamic retur-file-name
               organization is line sequential
               file status is retur-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-status.

           select rapport-file assign to "UDG-RETUR-RAPPORT.txt"
               organization is line sequential.

       data division.
           file section.
           FD retur-file.
           01 retur-record.
               02 retur-post.
                   COPY "UDGCLEAR.cpy".
               02 retur-aarsag      PIC X(4).

           FD trans-file.
           01 trans-record.
               02 trans-account-id  PIC X(10).
               02 trans-date        PIC X(8).
               02 trans-amount      PIC S9(7)V99.
               02 trans-type        PIC X(4).
               02 trans-modkonto    PIC X(10).
               02 trans-tekst       PIC X(30).

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(100).

       working-storage section.
           01 end-of-retur         PIC X value "N".
           01 retur-file-name      PIC X(100) value "UDG-RETUR.txt".
           01 retur-status         PIC XX value "00".
           01 trans-file-name      PIC X(100) value "TRANS-POST.txt".
           01 trans-status         PIC XX value "00".
           01 koersel-dato         PIC X(8).

           01 antal-retur          PIC 9(7) value 0.
           01 antal-fejl           PIC 9(7) value 0.
           01 retur-sum            PIC 9(11)V99 value 0.
           01 vis-beloeb           PIC Z(10)9.99.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "UDGRETUR".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept retur-file-name from environment "UDGRETURFIL_NAVN"
               on exception
                   move "UDG-RETUR.txt" to retur-file-name
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

           open output rapport-file
           move spaces to rapport-line
           string
               "RETURNEREDE UDGAAENDE BETALINGER PR. " koersel-dato
               into rapport-line
           end-string
           write rapport-record
           move "KONTO      REG  MODTAGER        BELOEB AARS REFERENCE"
               to rapport-line
           write rapport-record

      *> Ingen returfil fra clearingen betyder ingen returer i dag.
           open input retur-file
           if retur-status not = "00" and retur-status not = "05"
               perform skriv-total
               close rapport-file
               stop run
           end-if

      *> Tilbagefoerslerne forlaenges bag paa dagens posteringsfil -
      *> status 35 (ingen posteringer endnu i dag) falder tilbage
      *> til OPEN OUTPUT.
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           open extend trans-file
           if trans-status = "35"
               open output trans-file
           end-if

           perform until end-of-retur = "Y"
               read retur-file into retur-record
           at end
               move "Y" to end-of-retur
           not at end
               perform behandl-retur
           end-read
           end-perform

           close retur-file
           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil
           perform skriv-total
           close rapport-file

           display "UDGRETUR: " antal-retur " betalinger"
               " tilbagefoert, " antal-fejl " returlinjer afvist"
           if antal-fejl > 0
               move 4 to return-code
           end-if
           stop run.

           behandl-retur.
               if uc-beloeb not numeric or uc-beloeb = 0
                   or uc-afsender-konto = spaces
                   add 1 to antal-fejl
                   move spaces to rapport-line
                   string
                       "UNDTAGELSE: returlinje kan ikke tilbagefoeres"
                       " - konto [" uc-afsender-konto "] reference "
                       function trim(uc-reference)
                       delimited by size
                       into rapport-line
                   end-string
                   write rapport-record
                   exit paragraph
               end-if
               move uc-afsender-konto to trans-account-id
               move koersel-dato to trans-date
               move uc-beloeb to trans-amount
               move "UDGR" to trans-type
               move spaces to trans-modkonto
               move spaces to trans-tekst
               string
                   "RETUR " uc-reference
                   delimited by size
                   into trans-tekst
               end-string
               write trans-record
               add 1 to antal-retur
               add uc-beloeb to retur-sum

               move uc-beloeb to vis-beloeb
               move spaces to rapport-line
               string
                   uc-afsender-konto " " uc-modtager-reg " "
                   uc-modtager-konto " " vis-beloeb " " retur-aarsag
                   " " function trim(uc-reference)
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
           exit.

           skriv-total.
               move retur-sum to vis-beloeb
               move spaces to rapport-line
               string
                   "I ALT TILBAGEFOERT: " antal-retur
                   " betalinger, " function trim(vis-beloeb)
                   into rapport-line
               end-string
               write rapport-record
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
                   display "UDGRETUR: segl brudt for "
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
