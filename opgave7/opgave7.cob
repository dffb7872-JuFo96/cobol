               COPY "BATCHHDR.cpy".


      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "OPGAVE7".
           01 segl-resultat    PIC X(1).

       procedure division.
               accept input-file-name from environment "KUNDEFIL_NAVN"
                   on exception
                   into run-date-display
               end-string

               move input-file-name to segl-fil-navn
               perform verificer-segl
               perform detect-duplicates

               open input input-file
               write output-record
               move 0 to lines-this-page
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
                   display "OPGAVE7: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
