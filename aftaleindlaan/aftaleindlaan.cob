               02 ny-maaned-edit   PIC 9(2).
               02 ny-dag-edit      PIC 9(2).

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "AFTALEINDLAAN".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept aftale-file-name from environment "AFTALEFIL_NAVN"
      *> Udloebs-/varselskoersler uden aktivitet skal ikke vaelte
      *> noget - status 35 falder tilbage til OPEN OUTPUT, samme
      *> moenster som fastordre.cob.
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           open extend trans-file
           if trans-status = "35"
               open output trans-file
           close varslet-file
           close varsel-file
           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil

           perform udskift-aftale-file

               close ny-aftale-file
               close aftale-file
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
                   display "AFTALEINDLAAN: segl brudt for "
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
