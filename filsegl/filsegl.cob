       identification division.
       program-id. FILSEGL.

      *> Forsegling af filer mellem natlige trin: JOBPLAN.txt sender
      *> KontoOpl.txt, TRANS-POST.txt, GL-JOURNAL.txt og kunde-
      *> extract.txt fra trin til trin, og intet forhindrede at en
      *> fil blev rettet, afkortet eller byttet ud mellem det trin
      *> der skrev den og det trin der laeser den. Det producerende
      *> program kalder FILSEGL med funktion "S", naar filen er
      *> lukket, og et segl (FILSEGL.cpy) skrives til <fil>.SEGL med
      *> antal linjer, kontroltal, koersels-id og program. Hvert
      *> laesende program kalder med "V" foer det aabner filen, og
      *> seglet efterregnes mod filens nuvaerende indhold.
      *>
      *> Resultat: "J" seglet stemmer, "N" seglet er brudt (eller
      *> mangler, naar SEGL_KRAEVET=J), "U" filen har intet segl og
      *> accepteres - en fil fra foer forseglingen, eller en fil
      *> som ikke kommer fra et forseglende trin. Et brudt segl
      *> skrives til revisionsloggen (AUDITLOG, action SEGLBRUD);
      *> kalderen stopper selv koerslen med RC=8.
      *>
      *> Kontroltallet er samme tegnsum-kaede som AUDITLOG bruger:
      *> hver linjes tegn vaegtes med positionen, og linjesummen
      *> foldes ind i den foregaaende linjes vaerdi, saa ogsaa en
      *> ombytning af to linjer bryder seglet. Et appendende trin
      *> (TRANS-POST.txt, GL-JOURNAL.txt) verificerer foer det
      *> forlaenger filen og forsegler den igen bagefter.

       environment division.
       input-output section.
       file-control.
           select data-file assign to dynamic data-file-name
               organization is line sequential
               file status is data-status.

           select segl-file assign to dynamic segl-file-name
               organization is line sequential
               file status is segl-status.

       data division.
           file section.
           FD data-file.
           01 data-record.
               02 data-line        PIC X(2000).

           FD segl-file.
           01 segl-record.
               COPY "FILSEGL.cpy".

       working-storage section.
           01 data-file-name      PIC X(100).
           01 data-status         PIC XX value "00".
           01 segl-file-name      PIC X(100).
           01 segl-status         PIC XX value "00".
           01 end-of-data         PIC X value "N".

           01 beregnet-antal      PIC 9(9).
           01 beregnet-kontroltal PIC 9(15).
           01 linje-sum           PIC 9(12).
           01 linje-laengde       PIC 9(4).
           01 tegn-index          PIC 9(4).

           01 segl-fundet         PIC X value "N".
           01 segl-kraevet        PIC X value "N".
           01 koersel-id          PIC X(30).

      *> Revisionslogning af et brudt segl - objekt-id'et er
      *> filnavnet uden sti.
           01 audit-program-id    PIC X(20).
           01 audit-objekt        PIC X(10).
           01 audit-action        PIC X(10).
           01 navn-start          PIC 9(3).
           01 navn-index          PIC 9(3).

       linkage section.
           01 ln-segl-funktion    PIC X(1).
           01 ln-fil-navn         PIC X(100).
           01 ln-program          PIC X(20).
           01 ln-resultat         PIC X(1).

       procedure division using ln-segl-funktion ln-fil-navn
           ln-program ln-resultat.
       main-program.
           move ln-fil-navn to data-file-name
           move spaces to segl-file-name
           string
               function trim(ln-fil-navn) ".SEGL"
               delimited by size
               into segl-file-name
           end-string

           perform beregn-kontroltal

           if ln-segl-funktion = "S"
               perform skriv-segl
               move "J" to ln-resultat
           else
               perform verificer-segl
           end-if

           goback.

      *> Linjeantal og kaedet kontroltal over filens nuvaerende
      *> indhold. En manglende fil er nul linjer.
           beregn-kontroltal.
               move 0 to beregnet-antal
               move 0 to beregnet-kontroltal
               open input data-file
               if data-status not = "00" and data-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-data
               perform until end-of-data = "Y"
                   read data-file
               at end
                   move "Y" to end-of-data
               not at end
                   add 1 to beregnet-antal
                   perform beregn-linje
               end-read
               end-perform
               close data-file
           exit.

           beregn-linje.
               move 0 to linje-sum
               if data-line not = spaces
                   move function length(function trim(data-line
                       trailing)) to linje-laengde
                   perform varying tegn-index from 1 by 1
                       until tegn-index > linje-laengde
                       compute linje-sum =
                           linje-sum
                           + function ord(data-line(tegn-index:1))
                           * tegn-index
                   end-perform
               end-if
               compute beregnet-kontroltal =
                   function mod(beregnet-kontroltal * 31 + linje-sum
                       + beregnet-antal, 999999999999989)
           exit.

           skriv-segl.
               accept koersel-id from environment "KOERSEL_ID"
                   on exception
                       move spaces to koersel-id
               end-accept
               if koersel-id = spaces
                   move function current-date(1:14) to koersel-id
               end-if
               move "SEGL" to sl-marker
               move beregnet-antal to sl-antal
               move beregnet-kontroltal to sl-kontroltal
               move koersel-id to sl-koersel-id
               move ln-program to sl-program
               move function current-date(1:14) to sl-tidspunkt
               open output segl-file
               write segl-record
               close segl-file
           exit.

           verificer-segl.
               accept segl-kraevet from environment "SEGL_KRAEVET"
                   on exception
                       move "N" to segl-kraevet
               end-accept
               move "N" to segl-fundet
               open input segl-file
               if segl-status = "00" or segl-status = "05"
                   read segl-file
                   at end
                       continue
                   not at end
                       if sl-marker-ok
                           move "Y" to segl-fundet
                       end-if
                   end-read
                   close segl-file
               end-if

               if segl-fundet = "N"
                   if segl-kraevet = "J"
                       move "N" to ln-resultat
                       display "FILSEGL: " function trim(ln-fil-navn)
                           " har intet segl (SEGL_KRAEVET=J)"
                       move "USEGLET" to audit-action
                       perform log-segl-brud
                   else
                       move "U" to ln-resultat
                       display "FILSEGL: " function trim(ln-fil-navn)
                           " har intet segl - accepteret"
                   end-if
                   exit paragraph
               end-if

               if sl-antal = beregnet-antal
                   and sl-kontroltal = beregnet-kontroltal
                   move "J" to ln-resultat
               else
                   move "N" to ln-resultat
                   display "FILSEGL: segl brudt for "
                       function trim(ln-fil-navn)
                   display "  forseglet: antal " sl-antal
                       " kontroltal " sl-kontroltal
                       " af " function trim(sl-program)
                       " koersel " function trim(sl-koersel-id)
                   display "  fundet   : antal " beregnet-antal
                       " kontroltal " beregnet-kontroltal
                   move "SEGLBRUD" to audit-action
                   perform log-segl-brud
               end-if
           exit.

           log-segl-brud.
               move 1 to navn-start
               perform varying navn-index from 1 by 1
                   until navn-index > 100
                   if ln-fil-navn(navn-index:1) = "/"
                       compute navn-start = navn-index + 1
                   end-if
               end-perform
               if navn-start > 100
                   move 100 to navn-start
               end-if
               move ln-fil-navn(navn-start:) to audit-objekt
               move ln-program to audit-program-id
               call "AUDITLOG" using audit-program-id audit-objekt
                   audit-action
               end-call
           exit.
