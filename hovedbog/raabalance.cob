           01 balance-break        PIC S9(11)V99 value 0.
           01 linje-antal          PIC 9(7) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "RAABALANCE".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept gl-journal-file-name
               move function current-date(1:8) to balance-dato
           end-if

           move gl-journal-file-name to segl-fil-navn
           perform verificer-segl
           open input gl-journal-file
           if gl-journal-status not = "00"
               and gl-journal-status not = "05"
           end-if

           stop run.

      *> Seglet paa en fil fra et andet trin efterregnes foer filen
      *> laeses (se filsegl/filsegl.cob) - et brudt segl stopper
      *> koerslen.
           verificer-segl.
               move "V" to segl-funktion
               call "FILSEGL" using segl-funktion segl-fil-navn
                   segl-program segl-resultat
               end-call
               if segl-resultat = "N"
                   display "RAABALANCE: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
