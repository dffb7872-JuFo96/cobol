       identification division.
       program-id. KILDESKATAFREGNING.

      *> Kvartalsvis afregning af tilbageholdt kildeskat: summerer
      *> kvartalets rh-kildeskat i RENTEHISTORIK.txt (tilbageholdt
      *> af kontorente.cob, se KILDESKAT.cpy) pr. land med
      *> bruttorenten den er tilbageholdt af, og skriver det beloeb
      *> der skal indbetales til skattemyndigheden til
      *> KILDESKAT-AFREGNING.txt. Kvartalet er PERIODE_SLUTDATO
      *> (marts, juni, september eller december) og de to maaneder
      *> foer. Summen afstemmes mod kvartalets "KSKT"-linjer paa
      *> skatteskyldkontoen (KILDESKAT_GL_KONTO) i GL-JOURNAL.txt -
      *> RC=4 hvis de ikke stemmer.

       environment division.
       input-output section.
       file-control.
           select rente-historik-file assign to "RENTEHISTORIK.txt"
               organization is line sequential
               file status is rente-historik-status.

           select gl-journal-file assign to dynamic gl-journal-file-name
               organization is line sequential
               file status is gl-journal-status.

           select rapport-file assign to "KILDESKAT-AFREGNING.txt"
               organization is line sequential.

       data division.
           file section.
           FD rente-historik-file.
           01 rente-historik-record.
               COPY "RENTEHIST.cpy".

           FD gl-journal-file.
           01 gl-journal-record.
               COPY "GLJOURNAL.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(100).

       working-storage section.
           01 rente-historik-status PIC XX value "00".
           01 gl-journal-file-name PIC X(100)
               value "GL-JOURNAL.txt".
           01 gl-journal-status PIC XX value "00".
           01 end-of-fil        PIC X value "N".

           01 slutdato          PIC X(8).
           01 startdato         PIC X(8).
           01 start-maaned      PIC 9(2).

           01 parm-navn         PIC X(30).
           01 parm-vaerdi       PIC X(100).
           01 parm-fundet       PIC X.
           01 skat-gl-konto     PIC X(10) value "KILDESKAT".

      *> Kvartalets kildeskat pr. land.
           01 land-count        PIC 9(3) value 0.
           01 land-max          PIC 9(3) value 200.
           01 land-table.
               02 land-entry occurs 200 times.
                   03 la-land       PIC X(2).
                   03 la-antal      PIC 9(7).
                   03 la-brutto     PIC 9(11)V99.
                   03 la-kildeskat  PIC 9(11)V99.
           01 la-index          PIC 9(3).
           01 la-found          PIC 9(3).

           01 total-antal       PIC 9(7) value 0.
           01 total-brutto      PIC 9(11)V99 value 0.
           01 total-kildeskat   PIC 9(11)V99 value 0.
           01 gl-kildeskat      PIC S9(11)V99 value 0.
           01 afvigelse         PIC S9(11)V99 value 0.
           01 undtagelse-antal  PIC 9(5) value 0.

       procedure division.
       main-program.
           accept slutdato from environment "PERIODE_SLUTDATO"
               on exception
                   move spaces to slutdato
           end-accept
           if slutdato = spaces or slutdato not numeric
               display "KILDESKATAFREGNING: PERIODE_SLUTDATO"
                   " (YYYYMMDD) skal angives"
               move 8 to return-code
               stop run
           end-if
           if slutdato(5:2) not = "03" and not = "06"
               and not = "09" and not = "12"
               display "KILDESKATAFREGNING: " slutdato
                   " er ikke et kvartalsultimo"
               move 8 to return-code
               stop run
           end-if
           move slutdato(5:2) to start-maaned
           subtract 2 from start-maaned
           move slutdato(1:4) to startdato(1:4)
           move start-maaned to startdato(5:2)
           move "01" to startdato(7:2)

           accept gl-journal-file-name
               from environment "GLJOURNALFIL_NAVN"
               on exception
                   move "GL-JOURNAL.txt" to gl-journal-file-name
           end-accept
           move "KILDESKAT_GL_KONTO" to parm-navn
           move spaces to parm-vaerdi
           call "PARMS" using parm-navn parm-vaerdi parm-fundet
           end-call
           if parm-fundet = "Y" and parm-vaerdi not = spaces
               move parm-vaerdi(1:10) to skat-gl-konto
           end-if

           perform summer-rentehistorik
           perform summer-gl-journal
           perform skriv-rapport

           display "KILDESKATAFREGNING: " total-kildeskat
               " at afregne for " startdato " - " slutdato
           if undtagelse-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> Kun linjer med tilbageholdt skat taeller - aeldre linjer
      *> uden feltet er blanke og springes over.
           summer-rentehistorik.
               open input rente-historik-file
               if rente-historik-status not = "00"
                   and rente-historik-status not = "05"
                   display "KILDESKATAFREGNING: RENTEHISTORIK.txt"
                       " findes ikke - intet at afregne"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read rente-historik-file into rente-historik-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if rh-accrual-date >= startdato
                       and rh-accrual-date <= slutdato
                       and rh-kildeskat is numeric
                       and rh-kildeskat > 0
                       perform laeg-paa-land
                   end-if
               end-read
               end-perform
               close rente-historik-file
           exit.

           laeg-paa-land.
               move 0 to la-found
               perform varying la-index from 1 by 1
                   until la-index > land-count or la-found > 0
                   if la-land(la-index) = rh-kildeskat-land
                       move la-index to la-found
                   end-if
               end-perform
               if la-found = 0
                   if land-count >= land-max
                       add 1 to undtagelse-antal
                       display "KILDESKATAFREGNING: landetabel fuld"
                           " - " rh-kildeskat-land " ikke medtaget"
                       exit paragraph
                   end-if
                   add 1 to land-count
                   move land-count to la-found
                   move rh-kildeskat-land to la-land(la-found)
                   move 0 to la-antal(la-found)
                   move 0 to la-brutto(la-found)
                   move 0 to la-kildeskat(la-found)
               end-if
               add 1 to la-antal(la-found)
               add rh-accrual-amount to la-brutto(la-found)
               add rh-kildeskat to la-kildeskat(la-found)
               add 1 to total-antal
               add rh-accrual-amount to total-brutto
               add rh-kildeskat to total-kildeskat
           exit.

      *> Skatteskyldkontoens bevaegelse fra "KSKT"-linjerne i
      *> kvartalet: CR oeger skylden, DR nedbringer den.
           summer-gl-journal.
               open input gl-journal-file
               if gl-journal-status not = "00"
                   and gl-journal-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read gl-journal-file into gl-journal-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if glj-kilde = "KSKT"
                       and glj-account-id = skat-gl-konto
                       and glj-date >= startdato
                       and glj-date <= slutdato
                       if glj-dr-cr = "CR"
                           add glj-amount to gl-kildeskat
                       else
                           subtract glj-amount from gl-kildeskat
                       end-if
                   end-if
               end-read
               end-perform
               close gl-journal-file
           exit.

           skriv-rapport.
               open output rapport-file
               move spaces to rapport-line
               string
                   "*---- Kildeskat til afregning " startdato
                   " - " slutdato " ----*"
                   into rapport-line
               end-string
               write rapport-record
               perform varying la-index from 1 by 1
                   until la-index > land-count
                   move spaces to rapport-line
                   string
                       "Land " la-land(la-index)
                       ": " la-antal(la-index) " tilskrivninger,"
                       " brutto " la-brutto(la-index)
                       " kildeskat " la-kildeskat(la-index)
                       into rapport-line
                   end-string
                   write rapport-record
               end-perform
               move spaces to rapport-line
               string
                   "I alt: " total-antal " tilskrivninger, brutto "
                   total-brutto " kildeskat " total-kildeskat
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               string
                   "Indbetales til skattemyndigheden: " total-kildeskat
                   into rapport-line
               end-string
               write rapport-record

               compute afvigelse = gl-kildeskat - total-kildeskat
               move spaces to rapport-line
               if afvigelse = 0
                   string
                       "Afstemt mod " function trim(skat-gl-konto)
                       " i GL-JOURNAL: OK"
                       into rapport-line
                   end-string
               else
                   add 1 to undtagelse-antal
                   string
                       "AFVIGELSE mod " function trim(skat-gl-konto)
                       " i GL-JOURNAL: " gl-kildeskat
                       " (afvigelse " afvigelse ")"
                       into rapport-line
                   end-string
               end-if
               write rapport-record
               close rapport-file
           exit.
