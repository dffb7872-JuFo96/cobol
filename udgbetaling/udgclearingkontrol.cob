       identification division.
       program-id. UDGCLEARINGKONTROL.

      *> Daglig kontroltotal for udgaaende betalinger: antal og sum
      *> af posterne i dagens UDG-CLEARING.txt skal svare til
      *> kreditbevaegelsen paa den udgaaende clearingkonto GLUDGCLR
      *> fra "UDGB"- og "UDLG"-posteringerne (udlaegsbetalinger til
      *> myndigheden) i GL-JOURNAL.txt - begge skrives af
      *> kontopostering.cob for den samme anvendte betaling, saa
      *> en forskel betyder at filen og bogfoeringen er kommet ud af
      *> trit (en afbrudt koersel, en fil der er redigeret i haanden
      *> o.l.). Filen maa saa ikke sendes til clearingen: RC=8.
      *> Resultatet staar i UDG-CLEARING-KONTROL.txt, som ogsaa viser
      *> dagens returer ("UDGR"-debet paa samme konto) til
      *> orientering.

       environment division.
       input-output section.
       file-control.
           select udg-clearing-file
               assign to dynamic udg-clearing-file-name
               organization is line sequential
               file status is udg-clearing-status.

           select gl-journal-file assign to dynamic gl-journal-file-name
               organization is line sequential
               file status is gl-journal-status.

           select kontrol-file assign to "UDG-CLEARING-KONTROL.txt"
               organization is line sequential.

       data division.
           file section.
           FD udg-clearing-file.
           01 udg-clearing-record.
               COPY "UDGCLEAR.cpy".

           FD gl-journal-file.
           01 gl-journal-record.
               COPY "GLJOURNAL.cpy".

           FD kontrol-file.
           01 kontrol-record.
               02 kontrol-line      PIC X(100).

       working-storage section.
           01 end-of-clearing      PIC X value "N".
           01 end-of-journal       PIC X value "N".
           01 udg-clearing-file-name PIC X(100)
               value "UDG-CLEARING.txt".
           01 udg-clearing-status  PIC XX value "00".
           01 gl-journal-file-name PIC X(100) value "GL-JOURNAL.txt".
           01 gl-journal-status    PIC XX value "00".
           01 udg-clearing-account PIC X(10) value "GLUDGCLR".
           01 koersel-dato         PIC X(8).

           01 fil-antal            PIC 9(7) value 0.
           01 fil-sum              PIC 9(11)V99 value 0.
           01 gl-antal             PIC 9(7) value 0.
           01 gl-sum               PIC 9(11)V99 value 0.
           01 retur-antal          PIC 9(7) value 0.
           01 retur-sum            PIC 9(11)V99 value 0.
           01 vis-beloeb           PIC Z(10)9.99.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "UDGCLEARINGKONTROL".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept udg-clearing-file-name
               from environment "UDGCLEARINGFIL_NAVN"
               on exception
                   move "UDG-CLEARING.txt" to udg-clearing-file-name
           end-accept
           accept gl-journal-file-name
               from environment "GLJOURNALFIL_NAVN"
               on exception
                   move "GL-JOURNAL.txt" to gl-journal-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if

           perform summer-clearingfil
           perform summer-gl-journal

           open output kontrol-file
           move spaces to kontrol-line
           string
               "KONTROLTOTAL UDGAAENDE CLEARING PR. " koersel-dato
               into kontrol-line
           end-string
           write kontrol-record

           move fil-sum to vis-beloeb
           move spaces to kontrol-line
           string
               "CLEARINGFIL:        " fil-antal " poster, "
               vis-beloeb
               delimited by size
               into kontrol-line
           end-string
           write kontrol-record

           move gl-sum to vis-beloeb
           move spaces to kontrol-line
           string
               "GL " udg-clearing-account " (UDGB/UDLG): " gl-antal
               " poster, " vis-beloeb
               delimited by size
               into kontrol-line
           end-string
           write kontrol-record

           move retur-sum to vis-beloeb
           move spaces to kontrol-line
           string
               "GL " udg-clearing-account " (UDGR): " retur-antal
               " returer, " vis-beloeb
               delimited by size
               into kontrol-line
           end-string
           write kontrol-record

           move spaces to kontrol-line
           if fil-antal = gl-antal and fil-sum = gl-sum
               move "AFSTEMT - clearingfilen kan sendes" to kontrol-line
               write kontrol-record
               close kontrol-file
               display "UDGCLEARINGKONTROL: afstemt, " fil-antal
                   " betalinger"
           else
               move "DIFFERENCE - clearingfilen maa IKKE sendes"
                   to kontrol-line
               write kontrol-record
               close kontrol-file
               display "UDGCLEARINGKONTROL: "
                   function trim(udg-clearing-file-name)
                   " stemmer ikke med GL-bevaegelsen paa "
                   udg-clearing-account
               move 8 to return-code
           end-if
           stop run.

      *> En manglende clearingfil er en dag uden udgaaende betalinger.
           summer-clearingfil.
               open input udg-clearing-file
               if udg-clearing-status not = "00"
                   and udg-clearing-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-clearing = "Y"
                   read udg-clearing-file into udg-clearing-record
               at end
                   move "Y" to end-of-clearing
               not at end
                   add 1 to fil-antal
                   add uc-beloeb to fil-sum
               end-read
               end-perform
               close udg-clearing-file
           exit.

      *> Clearingkontoens ben af posteringen: en "UDGB" eller "UDLG"
      *> staar som kredit med kundens (negative) beloeb, en "UDGR"
      *> som debet.
           summer-gl-journal.
               move gl-journal-file-name to segl-fil-navn
               perform verificer-segl
               open input gl-journal-file
               if gl-journal-status not = "00"
                   and gl-journal-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-journal = "Y"
                   read gl-journal-file into gl-journal-record
               at end
                   move "Y" to end-of-journal
               not at end
                   if glj-account-id = udg-clearing-account
                       evaluate glj-kilde
                           when "UDGB"
                           when "UDLG"
                               add 1 to gl-antal
                               compute gl-sum = gl-sum - glj-amount
                           when "UDGR"
                               add 1 to retur-antal
                               add glj-amount to retur-sum
                       end-evaluate
                   end-if
               end-read
               end-perform
               close gl-journal-file
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
                   display "UDGCLEARINGKONTROL: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
