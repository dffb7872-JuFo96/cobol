      *> upaaagtet. Der er ikke noget dato-felt at maale "dormant" paa
      *> endnu (se KONTOOPL.cpy), saa sweepet er rent balance-baseret
      *> indtil et aktivitetsdato-felt findes.
      *> CLOSE-CANDIDATES-FORDELING.txt (se RAPPORTFORDELING.cpy)
      *> baerer kandidatlinjerne med filialkode til filialbundterne
      *> (filialfordeling.cob).

       environment division.
       input-output section.
           select kandidat-file assign to "CLOSE-CANDIDATES.txt"
               organization is line sequential.

           select fordeling-file
               assign to "CLOSE-CANDIDATES-FORDELING.txt"
               organization is line sequential.

       data division.
           file section.
           FD konto-file.
           01 kandidat-record.
               02 kandidat-line      PIC X(100).

           FD fordeling-file.
           01 fordeling-record.
               COPY "RAPPORTFORDELING.cpy".

       working-storage section.
           01 end-of-konto PIC X value "N".
           01 konto-file-name PIC X(100) value "KontoOpl.txt".
           01 parm-fundet PIC X.
           01 min-balance-graense PIC 9(7)V99 value 100.00.
           01 kandidat-antal PIC 9(5) value 0.
           01 kandidat-balance PIC S9(11)V99 value 0.
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20)
               value "KONTOLUKKANDIDATER".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
               move 100.00 to min-balance-graense
           end-if

           move konto-file-name to segl-fil-navn
           perform verificer-segl
           open input konto-file
           perform verificer-konto-header
           open output kandidat-file
           open output fordeling-file

           move spaces to kandidat-line
           string
               into kandidat-line
           end-string
           write kandidat-record
           move spaces to rf-branch-code
           move "H" to rf-linje-type
           move 0 to rf-antal
           move 0 to rf-beloeb
           perform skriv-fordeling

           if konto-header-missing = "Y"
               perform test-lukningskandidat
               into kandidat-line
           end-string
           write kandidat-record
           move spaces to rf-branch-code
           move "T" to rf-linje-type
           move kandidat-antal to rf-antal
           move kandidat-balance to rf-beloeb
           move spaces to rf-tekst
           write fordeling-record

           close konto-file
           close kandidat-file
           close fordeling-file

           stop run.

           test-lukningskandidat.
               if balance in konto-info < min-balance-graense
                   add 1 to kandidat-antal
                   add balance in konto-info to kandidat-balance
                   move spaces to kandidat-line
                   string
                       "Konto "
                       into kandidat-line
                   end-string
                   write kandidat-record
                   move branch-code in konto-info to rf-branch-code
                   move "L" to rf-linje-type
                   move 1 to rf-antal
                   move balance in konto-info to rf-beloeb
                   perform skriv-fordeling
               end-if
           exit.

           skriv-fordeling.
               move kandidat-line to rf-tekst
               write fordeling-record
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
                   display "KONTOLUKNINGSKANDIDATER: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
