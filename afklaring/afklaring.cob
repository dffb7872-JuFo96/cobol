           01 eskaleret-antal  PIC 9(5) value 0.
           01 suspense-gl-konto PIC X(10).

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "AFKLARING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept afklaring-file-name
               if clearet-antal = 0
                   exit paragraph
               end-if
               move gl-journal-file-name to segl-fil-navn
               perform verificer-segl
               open extend gl-journal-file
               if gl-journal-status = "35"
                   open output gl-journal-file
                   end-if
               end-perform
               close gl-journal-file
               move gl-journal-file-name to segl-fil-navn
               perform forsegl-fil
           exit.

      *> Registeret skrives tilbage med de nye statusser - clearede
               end-perform
               close rapport-file
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
                   display "AFKLARING: segl brudt for "
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
