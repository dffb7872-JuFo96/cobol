           01 foer-fremskrivning    PIC X(8).
           01 indhentet-antal       PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "FASTORDRE".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept fastordre-file-name
      *> findes for. Status 35 falder tilbage til OPEN OUTPUT i
      *> stedet for at koerslen abender, samme moenster som
      *> db2audit.cob.
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           open extend trans-file
           if trans-status = "35"
               open output trans-file
           end-perform

           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil
           close fastordre-index-file

           perform rewrite-fastordre-file
               close fastordre-index-file
               close fastordre-file
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
                   display "FASTORDRE: segl brudt for "
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
