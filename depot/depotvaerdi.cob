       identification division.
       program-id. DEPOTVAERDI.

      *> Daglig kursvaerdiansaettelse af depotregisteret DEPOT.txt
      *> (se DEPOT.cpy). Hver beholdning vaerdisaettes som antal *
      *> seneste kurs fra VPKURS.txt (se VPKURS.cpy) og omregnes til
      *> DKK via VALUTAKURS; anskaffelsesvaerdien (antal *
      *> anskaffelseskurs) omregnes paa samme maade. Resultatet
      *> summeres pr. depot og skrives til DEPOT-VAERDI.txt (se
      *> DEPOTVAERDI.cpy), som opgave9.cob, kundesegmentering.cob og
      *> kunde360.cob laeser kundens depotvaerdi fra. En beholdning
      *> uden kurs eller uden DKK-kurs vaerdisaettes til 0 og
      *> skrives som undtagelse; en kurs der er aeldre end
      *> DEPOT_KURS_MAKSALDER dage (PARMS, standard 5) bruges, men
      *> skrives som advarsel. Rapporten er DEPOT-VAERDI-RAPPORT.txt;
      *> RC=4 ved undtagelser eller advarsler.

       environment division.
       input-output section.
       file-control.
           select depot-file assign to dynamic depot-file-name
               organization is line sequential
               file status is depot-status.

           select kurs-file assign to dynamic kurs-file-name
               organization is line sequential
               file status is kurs-status.

           select vaerdi-file assign to dynamic vaerdi-file-name
               organization is line sequential.

           select rapport-file assign to "DEPOT-VAERDI-RAPPORT.txt"
               organization is line sequential.

       data division.
           file section.
           FD depot-file.
           01 depot-record.
               COPY "DEPOT.cpy".

           FD kurs-file.
           01 kurs-record.
               COPY "VPKURS.cpy".

           FD vaerdi-file.
           01 vaerdi-record.
               COPY "DEPOTVAERDI.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(132).

       working-storage section.
           01 end-of-depot     PIC X value "N".
           01 end-of-kurs      PIC X value "N".
           01 depot-file-name  PIC X(100) value "DEPOT.txt".
           01 depot-status     PIC XX value "00".
           01 kurs-file-name   PIC X(100) value "VPKURS.txt".
           01 kurs-status      PIC XX value "00".
           01 vaerdi-file-name PIC X(100) value "DEPOT-VAERDI.txt".
           01 koersel-dato     PIC X(8).

           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 kurs-maksalder   PIC 9(4) value 5.
           01 kurs-alder       PIC S9(7).

      *> Kursfilen i lageret.
           01 kurs-count       PIC 9(5) value 0.
           01 kurs-max         PIC 9(5) value 5000.
           01 kurs-tabel.
               02 kurs-entry occurs 5000 times.
                   03 kt-isin          PIC X(12).
                   03 kt-valuta-id     PIC X(3).
                   03 kt-kurs          PIC 9(7)V9(4).
                   03 kt-kurs-dato     PIC X(8).
           01 kt-index         PIC 9(5).

      *> Depoterne med akkumuleret vaerdi - en raekke pr. depot-id.
           01 depot-count      PIC 9(5) value 0.
           01 depot-max        PIC 9(5) value 5000.
           01 depot-tabel.
               02 depot-entry occurs 5000 times.
                   03 dt-depot-id      PIC X(10).
                   03 dt-kunde-id      PIC X(10).
                   03 dt-vaerdi-dkk    PIC 9(13)V99.
                   03 dt-kostvaerdi-dkk PIC 9(13)V99.
                   03 dt-antal-papirer PIC 9(4).
                   03 dt-antal-uden-kurs PIC 9(4).
           01 dt-index         PIC 9(5).

           01 papir-kurs-fundet PIC X value "N".
           01 papir-vaerdi     PIC 9(13)V99.
           01 papir-vaerdi-dkk PIC 9(13)V99.
           01 papir-kost       PIC 9(13)V99.
           01 papir-kost-dkk   PIC 9(13)V99.
           01 dkk-kurs         PIC 9(3)V9999.
           01 kurs-ok          PIC X value "N".

           01 vist-antal       PIC Z(8)9.9999.
           01 vist-kurs        PIC Z(6)9.9999.
           01 vist-vaerdi      PIC Z(12)9.99.
           01 vist-kost        PIC Z(12)9.99.
           01 vist-resultat    PIC -(12)9.99.
           01 resultat-dkk     PIC S9(13)V99.
           01 total-vaerdi-dkk PIC 9(15)V99 value 0.
           01 vist-total       PIC Z(14)9.99.

           01 antal-beholdninger PIC 9(7) value 0.
           01 antal-undtagelser PIC 9(5) value 0.
           01 antal-advarsler  PIC 9(5) value 0.

       procedure division.
       main-program.
           accept depot-file-name from environment "DEPOTFIL_NAVN"
               on exception
                   move "DEPOT.txt" to depot-file-name
           end-accept
           accept kurs-file-name from environment "VPKURSFIL_NAVN"
               on exception
                   move "VPKURS.txt" to kurs-file-name
           end-accept
           accept vaerdi-file-name
               from environment "DEPOTVAERDIFIL_NAVN"
               on exception
                   move "DEPOT-VAERDI.txt" to vaerdi-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           move "DEPOT_KURS_MAKSALDER" to parm-navn
           move spaces to parm-vaerdi
           call "PARMS" using parm-navn parm-vaerdi parm-fundet
           end-call
           if parm-fundet = "Y"
               and parm-vaerdi not = spaces
               and function test-numval(parm-vaerdi) = 0
               compute kurs-maksalder = function numval(parm-vaerdi)
           end-if

           perform load-kurser

           open output rapport-file
           move spaces to rapport-line
           string
               "DEPOTVAERDI PR. " koersel-dato
               " (KURSER AELDRE END " kurs-maksalder
               " DAGE MELDES)"
               into rapport-line
           end-string
           write rapport-record

      *> En manglende DEPOT.txt betyder ingen depoter - saa skrives
      *> en tom DEPOT-VAERDI.txt, saa ingen laeser en gammel.
           open input depot-file
           if depot-status = "00" or depot-status = "05"
               perform until end-of-depot = "Y"
                   read depot-file
               at end
                   move "Y" to end-of-depot
               not at end
                   perform vaerdisaet-beholdning
               end-read
               end-perform
               close depot-file
           end-if

           perform skriv-depotvaerdier

           move total-vaerdi-dkk to vist-total
           move spaces to rapport-line
           string
               "Beholdninger: " antal-beholdninger
               "  depoter: " depot-count
               "  kursvaerdi i alt DKK " function trim(vist-total)
               "  undtagelser: " antal-undtagelser
               "  advarsler: " antal-advarsler
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           display "DEPOTVAERDI: " depot-count " depoter, "
               antal-undtagelser " undtagelser, "
               antal-advarsler " advarsler"
           if antal-undtagelser > 0 or antal-advarsler > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

           load-kurser.
               open input kurs-file
               if kurs-status not = "00"
                   and kurs-status not = "05"
                   display "DEPOTVAERDI: "
                       function trim(kurs-file-name)
                       " findes ikke - ingen kurser"
                   exit paragraph
               end-if
               perform until end-of-kurs = "Y"
                   read kurs-file
               at end
                   move "Y" to end-of-kurs
               not at end
                   if kurs-count < kurs-max
                       add 1 to kurs-count
                       move kurs-record to kurs-entry(kurs-count)
                   else
                       display "DEPOTVAERDI: kurstabel fuld - "
                           vk-isin " ikke indlaest"
                   end-if
               end-read
               end-perform
               close kurs-file
           exit.

      *> Kursvaerdi og anskaffelsesvaerdi i DKK for een beholdning,
      *> lagt til depotets raekke i depot-tabel.
           vaerdisaet-beholdning.
               add 1 to antal-beholdninger
               perform find-depot
               if dt-index = 0
                   exit paragraph
               end-if
               add 1 to dt-antal-papirer(dt-index)

               move 0 to papir-kost-dkk
               call "VALUTAKURS" using dp-valuta-id dkk-kurs kurs-ok
               end-call
               if kurs-ok = "Y"
                   compute papir-kost rounded = dp-antal * dp-kostkurs
                   compute papir-kost-dkk rounded =
                       papir-kost * dkk-kurs
               end-if

               move "N" to papir-kurs-fundet
               perform varying kt-index from 1 by 1
                   until kt-index > kurs-count
                   or kt-isin(kt-index) = dp-isin
                   continue
               end-perform
               if kt-index <= kurs-count
                   move "Y" to papir-kurs-fundet
               end-if
               if papir-kurs-fundet = "N"
                   add 1 to dt-antal-uden-kurs(dt-index)
                   add 1 to antal-undtagelser
                   move spaces to rapport-line
                   string
                       "UDEN KURS  depot " dp-depot-id
                       " " dp-isin " - ingen kurs i "
                       function trim(kurs-file-name)
                       ", vaerdisat til 0"
                       into rapport-line
                   end-string
                   write rapport-record
                   add papir-kost-dkk to dt-kostvaerdi-dkk(dt-index)
                   exit paragraph
               end-if

               call "VALUTAKURS" using
                   kt-valuta-id(kt-index) dkk-kurs kurs-ok
               end-call
               if kurs-ok not = "Y"
                   add 1 to dt-antal-uden-kurs(dt-index)
                   add 1 to antal-undtagelser
                   move spaces to rapport-line
                   string
                       "UDEN KURS  depot " dp-depot-id
                       " " dp-isin " - ingen DKK-kurs for "
                       kt-valuta-id(kt-index) ", vaerdisat til 0"
                       into rapport-line
                   end-string
                   write rapport-record
                   add papir-kost-dkk to dt-kostvaerdi-dkk(dt-index)
                   exit paragraph
               end-if
               compute papir-vaerdi rounded =
                   dp-antal * kt-kurs(kt-index)
               compute papir-vaerdi-dkk rounded =
                   papir-vaerdi * dkk-kurs
               add papir-vaerdi-dkk to dt-vaerdi-dkk(dt-index)
               add papir-kost-dkk to dt-kostvaerdi-dkk(dt-index)
               add papir-vaerdi-dkk to total-vaerdi-dkk

               move dp-antal to vist-antal
               move kt-kurs(kt-index) to vist-kurs
               move papir-vaerdi-dkk to vist-vaerdi
               move spaces to rapport-line
               string
                   "PAPIR      depot " dp-depot-id " " dp-isin
                   " " function trim(vist-antal) " stk. a "
                   function trim(vist-kurs) " "
                   kt-valuta-id(kt-index) " pr. "
                   kt-kurs-dato(kt-index) " = DKK "
                   function trim(vist-vaerdi)
                   into rapport-line
               end-string
               write rapport-record

               if kt-kurs-dato(kt-index) is numeric
                   compute kurs-alder =
                       function integer-of-date(
                           function numval(koersel-dato))
                       - function integer-of-date(
                           function numval(kt-kurs-dato(kt-index)))
                   if kurs-alder > kurs-maksalder
                       add 1 to antal-advarsler
                       move spaces to rapport-line
                       string
                           "FORAELDET  depot " dp-depot-id
                           " " dp-isin " - kursen er fra "
                           kt-kurs-dato(kt-index)
                           into rapport-line
                       end-string
                       write rapport-record
                   end-if
               end-if
           exit.

      *> Finder (eller opretter) depotets raekke; dt-index = 0 hvis
      *> tabellen er fuld.
           find-depot.
               perform varying dt-index from 1 by 1
                   until dt-index > depot-count
                   or dt-depot-id(dt-index) = dp-depot-id
                   continue
               end-perform
               if dt-index > depot-count
                   if depot-count < depot-max
                       add 1 to depot-count
                       move depot-count to dt-index
                       move dp-depot-id to dt-depot-id(dt-index)
                       move dp-kunde-id to dt-kunde-id(dt-index)
                       move 0 to dt-vaerdi-dkk(dt-index)
                       move 0 to dt-kostvaerdi-dkk(dt-index)
                       move 0 to dt-antal-papirer(dt-index)
                       move 0 to dt-antal-uden-kurs(dt-index)
                   else
                       move 0 to dt-index
                       add 1 to antal-undtagelser
                       move spaces to rapport-line
                       string
                           "UNDTAGELSE depottabel fuld - depot "
                           dp-depot-id " ikke vaerdisat"
                           into rapport-line
                       end-string
                       write rapport-record
                   end-if
               end-if
           exit.

           skriv-depotvaerdier.
               open output vaerdi-file
               perform varying dt-index from 1 by 1
                   until dt-index > depot-count
                   move dt-depot-id(dt-index) to dv-depot-id
                   move dt-kunde-id(dt-index) to dv-kunde-id
                   move dt-vaerdi-dkk(dt-index) to dv-vaerdi-dkk
                   move dt-kostvaerdi-dkk(dt-index)
                       to dv-kostvaerdi-dkk
                   move koersel-dato to dv-vaerdi-dato
                   move dt-antal-papirer(dt-index)
                       to dv-antal-papirer
                   move dt-antal-uden-kurs(dt-index)
                       to dv-antal-uden-kurs
                   write vaerdi-record

                   compute resultat-dkk = dt-vaerdi-dkk(dt-index)
                       - dt-kostvaerdi-dkk(dt-index)
                   move dt-vaerdi-dkk(dt-index) to vist-vaerdi
                   move dt-kostvaerdi-dkk(dt-index) to vist-kost
                   move resultat-dkk to vist-resultat
                   move spaces to rapport-line
                   string
                       "DEPOT      " dt-depot-id(dt-index)
                       " kunde " dt-kunde-id(dt-index)
                       " kursvaerdi DKK " function trim(vist-vaerdi)
                       " anskaffet DKK " function trim(vist-kost)
                       " urealiseret " function trim(vist-resultat)
                       into rapport-line
                   end-string
                   write rapport-record
               end-perform
               close vaerdi-file
           exit.
