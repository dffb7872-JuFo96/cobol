           01 trailer-sum      PIC S9(11)V99 value 0.
           01 afstemning-ok    PIC X value "Y".

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "MIGRERING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept kilde-file-name from environment "MIGRERINGFIL_NAVN"
      *> Bygger arbejdskopien af kontomasteren - samme moenster og
      *> header-verificering som kontopostering.cob.
           build-konto-index.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               perform verificer-konto-header
               open output konto-index-file
               end-perform
               close konto-index-file
               close konto-file
               move konto-file-name to segl-fil-navn
               perform forsegl-fil
           exit.

      *> Afstemningen: det indlaeste antal/sum skal stemme med
               write rapport-record
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
                   display "MIGRERING: segl brudt for "
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
