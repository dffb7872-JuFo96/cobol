           01 batch-run-info.
               COPY "BATCHHDR.cpy".

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "OPGAVE6".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-procedure.
               accept input-file-name from environment "KUNDEFIL_NAVN"
               end-perform
               close input-file
               close output-file
               move output-file-name to segl-fil-navn
               perform forsegl-fil
               close seen-index-file

               if previous-output-exists = "Y"
               close previous-index-file
               close seen-index-file
           exit.

      *> Filen forsegles til det naeste trin, naar den er skrevet.
           forsegl-fil.
               move "S" to segl-funktion
               call "FILSEGL" using segl-funktion segl-fil-navn
                   segl-program segl-resultat
               end-call
           exit.
