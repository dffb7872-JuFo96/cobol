      *> praefikset af laanekontoen) til LAANRESTANCER.txt - saa
      *> inkasso ser et misset afdrag morgenen efter, ikke ved
      *> aarsafslutningen. RC=4 naar der er restancer.
      *> LAANRESTANCER-FORDELING.txt (se RAPPORTFORDELING.cpy)
      *> baerer laane- og filiallinjerne med filialkode til
      *> filialbundterne (filialfordeling.cob); aldersspandene er
      *> bankens samlede billede og gaar kun med i den fulde
      *> rapport. Kontroltotalen er alle restancer og deres
      *> hovedstol plus rente.

       environment division.
       input-output section.
           select rapport-file assign to "LAANRESTANCER.txt"
               organization is line sequential.

           select fordeling-file
               assign to "LAANRESTANCER-FORDELING.txt"
               organization is line sequential.

       data division.
           file section.
           FD laan-file.
           01 rapport-record.
               02 rapport-line      PIC X(100).

           FD fordeling-file.
           01 fordeling-record.
               COPY "RAPPORTFORDELING.cpy".

       working-storage section.
           01 end-of-laan          PIC X value "N".
           01 laan-file-name       PIC X(100) value "LAANSCHD.txt".
           01 fr-found             PIC X value "N".

           01 restance-antal       PIC 9(7) value 0.
           01 restance-beloeb      PIC S9(11)V99 value 0.

       procedure division.
       main-program.
           close laan-file

           open output rapport-file
           open output fordeling-file
           perform skriv-rapport
           move spaces to rf-branch-code
           move "T" to rf-linje-type
           move restance-antal to rf-antal
           move restance-beloeb to rf-beloeb
           move spaces to rf-tekst
           write fordeling-record
           close rapport-file
           close fordeling-file

           display "LAANRESTANCER: " restance-antal
               " forfaldne afdrag fundet"
                       - function integer-of-date(dato-numerisk)
                   if forfald-dage > 0
                       add 1 to restance-antal
                       add principal-amount interest-amount
                           to restance-beloeb
                       evaluate true
                           when forfald-dage <= 30
                               move 1 to sp-index
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rf-branch-code
               move "H" to rf-linje-type
               move 0 to rf-antal
               move 0 to rf-beloeb
               perform skriv-fordeling

               move spaces to rapport-line
               string
                       into rapport-line
                   end-string
                   write rapport-record
                   move lr-konto(lr-index)(1:3) to rf-branch-code
                   move "L" to rf-linje-type
                   move lr-antal(lr-index) to rf-antal
                   compute rf-beloeb =
                       lr-hovedstol(lr-index) + lr-rente(lr-index)
                   perform skriv-fordeling
               end-perform

               perform varying fr-index from 1 by 1
                       into rapport-line
                   end-string
                   write rapport-record
                   move fr-filial(fr-index) to rf-branch-code
                   move "L" to rf-linje-type
                   move 0 to rf-antal
                   move 0 to rf-beloeb
                   perform skriv-fordeling
               end-perform
           exit.

           skriv-fordeling.
               move rapport-line to rf-tekst
               write fordeling-record
           exit.
