      *> sammen paa tvaers af posteringscyklusser (trans-cyklus i
      *> TRANSOPL.cpy) - en to-cyklus-dag afstemmes stadig som EEN
      *> dag, praecis som skuffen taelles op een gang.
      *> KASSE-AFSTEMNING-FORDELING.txt (se RAPPORTFORDELING.cpy)
      *> baerer de samme linjer med filialkode til filialbundterne
      *> (filialfordeling.cob) - kontroltotalen er alle talte kasse-
      *> posteringer og deres nettobeloeb.

       environment division.
       input-output section.
           select rapport-file assign to "KASSE-AFSTEMNING.txt"
               organization is line sequential.

           select fordeling-file
               assign to "KASSE-AFSTEMNING-FORDELING.txt"
               organization is line sequential.

      *> Voksende historik af dagens nettobevaegelse pr. filial -
      *> foedes til kasseprognose.cob's ugeprognose, saa filialerne
      *> kan bestille kontanter efter moenster i stedet for gaet.
           01 rapport-record.
               02 rapport-line      PIC X(100).

           FD fordeling-file.
           01 fordeling-record.
               COPY "RAPPORTFORDELING.cpy".

           FD kasse-historik-file.
           01 kasse-historik-record.
               02 kh-dato          PIC X(8).
           01 fi-found PIC X value "N".
           01 fi-netto PIC S9(9)V99.
           01 ikke-kasse-antal PIC 9(7) value 0.
           01 total-antal      PIC 9(7) value 0.
           01 total-netto      PIC S9(11)V99 value 0.

      *> Filialnavnet fra FILIAL.txt via FILIALKONTROL, saa
      *> rapporten viser navnet i stedet for et noegent praefiks.
           close historik-file

           open output rapport-file
           open output fordeling-file
           open extend kasse-historik-file
           if kasse-historik-status = "35"
               open output kasse-historik-file
           end-if
           perform write-rapport
           move spaces to rf-branch-code
           move "T" to rf-linje-type
           move total-antal to rf-antal
           move total-netto to rf-beloeb
           move spaces to rf-tekst
           write fordeling-record
           close kasse-historik-file
           close rapport-file
           close fordeling-file

           display "Ikke-kasse-posteringer udeladt: " ikke-kasse-antal

                       if trans-type not = spaces
                           add 1 to ikke-kasse-antal
                       else
                           add 1 to total-antal
                           add trans-amount to total-netto
                           perform accumulate-filial
                       end-if
                   end-if
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rf-branch-code
               move "H" to rf-linje-type
               move 0 to rf-antal
               move 0 to rf-beloeb
               perform skriv-fordeling
               perform varying fi-index from 1 by 1
                   until fi-index > filial-count
                   compute fi-netto =
                       into rapport-line
                   end-string
                   write rapport-record
                   move fi-filial(fi-index) to rf-branch-code
                   move "L" to rf-linje-type
                   move fi-antal(fi-index) to rf-antal
                   move fi-netto to rf-beloeb
                   perform skriv-fordeling

                   move kasse-dato to kh-dato
                   move fi-filial(fi-index) to kh-filial
                   write kasse-historik-record
               end-perform
           exit.

           skriv-fordeling.
               move rapport-line to rf-tekst
               write fordeling-record
           exit.
