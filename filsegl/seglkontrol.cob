       identification division.
       program-id. SEGLKONTROL.

      *> Operatoerens kontrol af et filsegl (se filsegl.cob), uden at
      *> noget trin koeres: SEGLFIL_NAVN angiver filen; er den ikke
      *> sat, kontrolleres de fire forseglede standardfiler
      *> (KontoOpl.txt, TRANS-POST.txt, GL-JOURNAL.txt og kunde-
      *> extract.txt). For hver fil vises seglets antal, kontroltal,
      *> program og koersels-id og om filen stadig stemmer. Intet
      *> rettes og intet forsegles igen - et brudt segl logges i
      *> revisionsloggen som ved et laesende trin.
      *> RC=0 alle segl stemmer, RC=4 en fil har intet segl, RC=8
      *> et segl er brudt.

       environment division.
       input-output section.
       file-control.
           select segl-file assign to dynamic segl-file-name
               organization is line sequential
               file status is segl-status.

       data division.
           file section.
           FD segl-file.
           01 segl-record.
               COPY "FILSEGL.cpy".

       working-storage section.
           01 segl-file-name   PIC X(100).
           01 segl-status      PIC XX value "00".
           01 kontrol-fil      PIC X(100).

           01 standard-filer.
               02 filler PIC X(30) value "KontoOpl.txt".
               02 filler PIC X(30) value "TRANS-POST.txt".
               02 filler PIC X(30) value "GL-JOURNAL.txt".
               02 filler PIC X(30) value "kunde-extract.txt".
           01 standard-tabel redefines standard-filer.
               02 standard-fil occurs 4 times PIC X(30).
           01 sf-index         PIC 9(1).

      *> Filsegl - se filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "SEGLKONTROL".
           01 segl-resultat    PIC X(1).

           01 brudt-antal      PIC 9(3) value 0.
           01 useglet-antal    PIC 9(3) value 0.

       procedure division.
       main-program.
           accept kontrol-fil from environment "SEGLFIL_NAVN"
               on exception
                   move spaces to kontrol-fil
           end-accept

           if kontrol-fil not = spaces
               perform kontroller-fil
           else
               perform varying sf-index from 1 by 1
                   until sf-index > 4
                   move standard-fil(sf-index) to kontrol-fil
                   perform kontroller-fil
               end-perform
           end-if

           evaluate true
               when brudt-antal > 0
                   move 8 to return-code
               when useglet-antal > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           stop run.

           kontroller-fil.
               move "V" to segl-funktion
               move kontrol-fil to segl-fil-navn
               call "FILSEGL" using segl-funktion segl-fil-navn
                   segl-program segl-resultat
               end-call
               evaluate segl-resultat
                   when "J"
                       perform vis-segl
                       display "SEGLKONTROL: "
                           function trim(kontrol-fil) " - segl OK"
                   when "U"
                       add 1 to useglet-antal
                       display "SEGLKONTROL: "
                           function trim(kontrol-fil)
                           " - intet segl"
                   when other
                       add 1 to brudt-antal
                       display "SEGLKONTROL: "
                           function trim(kontrol-fil)
                           " - SEGL BRUDT"
               end-evaluate
           exit.

           vis-segl.
               move spaces to segl-file-name
               string
                   function trim(kontrol-fil) ".SEGL"
                   delimited by size
                   into segl-file-name
               end-string
               open input segl-file
               if segl-status not = "00" and segl-status not = "05"
                   exit paragraph
               end-if
               read segl-file
               at end
                   continue
               not at end
                   display "  antal " sl-antal
                       " kontroltal " sl-kontroltal
                       " forseglet " sl-tidspunkt
                       " af " function trim(sl-program)
                       " koersel " function trim(sl-koersel-id)
               end-read
               close segl-file
           exit.
