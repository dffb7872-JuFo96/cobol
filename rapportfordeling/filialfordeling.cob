       identification division.
       program-id. FILIALFORDELING.

      *> Filialfordeling af natrapporterne: filialbalance, kasse-
      *> afstemning, laanerestancer, lukningskandidaterne og
      *> alarmerne daekker hele banken i een fil hver, og hver
      *> filial maatte selv lede sine linjer frem. De filialopdelte
      *> rapporter skriver nu en fordelingsfil ved siden af (se
      *> RAPPORTFORDELING.cpy), og dette trin deler dem op i eet
      *> bundt pr. filial, FILIALBUNDT-<filial>.txt: et forsideark
      *> med filialens rapporter og deres totaler, og derefter en
      *> sektion pr. rapport med rapportens overskrift og kun
      *> filialens egne linjer. Rapporterne staar i batch/
      *> FILIALRAPPORTER.txt (FILIALRAPPORTERFIL_NAVN).
      *>
      *> Leveringen foelger fordelingslisten FORDELINGSLISTE.txt
      *> (FORDELINGSLISTEFIL_NAVN) - FILIAL;POSTKASSE, hvor filial
      *> "***" er hovedkontoret. FORDELING-LEVERING.txt angiver
      *> POSTKASSE;FIL;INDHOLD for hver fil der skal sendes:
      *> filialbundterne til filialernes postkasser, og de fulde
      *> rapporter plus kontrolrapporten til hovedkontoret. En filial
      *> uden postkasse paa listen faar sit bundt sendt til hoved-
      *> kontoret i stedet - RC=4. Mangler hovedkontorets postkasse,
      *> kan intet leveres - RC=8.
      *>
      *> Kontrolrapporten FILIALFORDELING-KONTROL.txt holder for hver
      *> rapport bundternes summerede antal og beloeb op mod
      *> rapportens egen kontroltotal ("T"-posten), saa det kan ses
      *> at filialerne tilsammen har faaet hele rapporten. En
      *> afvigelse eller en manglende fordelingsfil giver RC=4.

       environment division.
       input-output section.
       file-control.
           select rapport-ctl-file
               assign to dynamic rapport-ctl-file-name
               organization is line sequential
               file status is rapport-ctl-status.

           select liste-file assign to dynamic liste-file-name
               organization is line sequential
               file status is liste-status.

           select fordeling-file assign to dynamic fordeling-file-name
               organization is line sequential
               file status is fordeling-status.

           select sort-work-bundt
               assign to "filialfordeling-sort.tmp".

           select sorted-bundt-file
               assign to "FILIALFORDELING-Sorted.tmp"
               organization is line sequential.

           select bundt-file assign to dynamic bundt-file-name
               organization is line sequential.

           select levering-file assign to "FORDELING-LEVERING.txt"
               organization is line sequential.

           select kontrol-file
               assign to "FILIALFORDELING-KONTROL.txt"
               organization is line sequential.

       data division.
           file section.
           FD rapport-ctl-file.
           01 rapport-ctl-record.
               02 rapport-ctl-line  PIC X(200).

           FD liste-file.
           01 liste-record.
               02 liste-line        PIC X(200).

           FD fordeling-file.
           01 fordeling-record.
               COPY "RAPPORTFORDELING.cpy".

           SD sort-work-bundt.
           01 sort-bundt-record.
               02 sb-branch         PIC X(3).
               02 sb-rapport        PIC 9(2).
               02 sb-loebenr        PIC 9(7).
               02 sb-tekst          PIC X(100).

           FD sorted-bundt-file.
           01 sorted-bundt-record.
               02 so-branch         PIC X(3).
               02 so-rapport        PIC 9(2).
               02 so-loebenr        PIC 9(7).
               02 so-tekst          PIC X(100).

           FD bundt-file.
           01 bundt-record.
               02 bundt-line        PIC X(120).

           FD levering-file.
           01 levering-record.
               02 levering-line     PIC X(200).

           FD kontrol-file.
           01 kontrol-record.
               02 kontrol-line      PIC X(120).

       working-storage section.
           01 rapport-ctl-file-name PIC X(100)
               value "batch/FILIALRAPPORTER.txt".
           01 rapport-ctl-status PIC XX value "00".
           01 liste-file-name  PIC X(100) value "FORDELINGSLISTE.txt".
           01 liste-status     PIC XX value "00".
           01 fordeling-file-name PIC X(100).
           01 fordeling-status PIC XX value "00".
           01 bundt-file-name  PIC X(100).
           01 end-of-fil       PIC X value "N".
           01 koersel-dato     PIC X(8).

      *> Rapporterne fra FILIALRAPPORTER.txt med kontroltotalen fra
      *> fordelingsfilens "T"-post og bundternes summer.
           01 rapport-count    PIC 9(2) value 0.
           01 rapport-max      PIC 9(2) value 20.
           01 rapport-table.
               02 rapport-entry occurs 20 times.
                   03 rt-navn          PIC X(20).
                   03 rt-fuldfil       PIC X(60).
                   03 rt-fordfil       PIC X(60).
                   03 rt-fundet        PIC X(1).
                   03 rt-total-fundet  PIC X(1).
                   03 rt-t-antal       PIC 9(9).
                   03 rt-t-beloeb      PIC S9(13)V99.
                   03 rt-b-antal       PIC 9(9).
                   03 rt-b-beloeb      PIC S9(13)V99.
                   03 rt-uden-filial   PIC 9(7).
           01 rt-index         PIC 9(2).
           01 rt-index2        PIC 9(2).
           01 ctl-navn         PIC X(20).
           01 ctl-fuldfil      PIC X(60).
           01 ctl-fordfil      PIC X(60).

      *> Filialerne - dem fra fordelingslisten plus enhver filial der
      *> har linjer i en af rapporterne - med linjer, antal og beloeb
      *> pr. rapport til forsidearket.
           01 filial-count     PIC 9(3) value 0.
           01 filial-max       PIC 9(3) value 100.
           01 filial-table.
               02 filial-entry occurs 100 times.
                   03 fi-branch        PIC X(3).
                   03 fi-postkasse     PIC X(60).
                   03 fi-skrevet       PIC X(1).
                   03 fi-rapport occurs 20 times.
                       04 fr-linjer        PIC 9(7).
                       04 fr-antal         PIC 9(9).
                       04 fr-beloeb        PIC S9(13)V99.
           01 fi-index         PIC 9(3).
           01 fi-found         PIC 9(3).
           01 soege-branch     PIC X(3).
           01 liste-branch     PIC X(3).
           01 liste-postkasse  PIC X(60).
           01 hk-postkasse     PIC X(60) value spaces.

           01 filial-navn      PIC X(30).
           01 filial-ok        PIC X value "N".

           01 loebenr          PIC 9(7).
           01 forrige-branch   PIC X(3).
           01 forrige-rapport  PIC 9(2).
           01 bundt-aaben      PIC X value "N".

           01 vis-antal        PIC Z(8)9.
           01 vis-beloeb       PIC -(13)9.99.
           01 vis-b-antal      PIC Z(8)9.
           01 vis-b-beloeb     PIC -(13)9.99.
           01 kontrol-status   PIC X(9).

           01 bundt-antal      PIC 9(3) value 0.
           01 uden-postkasse-antal PIC 9(3) value 0.
           01 afvigelse-antal  PIC 9(3) value 0.
           01 undtagelse-antal PIC 9(5) value 0.

       procedure division.
       main-program.
           accept rapport-ctl-file-name
               from environment "FILIALRAPPORTERFIL_NAVN"
               on exception
                   move "batch/FILIALRAPPORTER.txt"
                       to rapport-ctl-file-name
           end-accept
           accept liste-file-name
               from environment "FORDELINGSLISTEFIL_NAVN"
               on exception
                   move "FORDELINGSLISTE.txt" to liste-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if

           perform load-rapporter
           if rapport-count = 0
               display "FILIALFORDELING: ingen rapporter i "
                   function trim(rapport-ctl-file-name)
               move 8 to return-code
               stop run
           end-if

           perform load-fordelingsliste
           if hk-postkasse = spaces
               display "FILIALFORDELING: ingen postkasse til "
                   "hovedkontoret (***) i "
                   function trim(liste-file-name)
                   " - intet kan leveres"
               move 8 to return-code
               stop run
           end-if

           perform varying rt-index from 1 by 1
               until rt-index > rapport-count
               perform opsummer-rapport
           end-perform

           sort sort-work-bundt
               on ascending key sb-branch
               on ascending key sb-rapport
               on ascending key sb-loebenr
               input procedure release-linjer
               giving sorted-bundt-file

           perform skriv-bundter
           perform skriv-levering
           perform skriv-kontrol

           display "FILIALFORDELING: " bundt-antal " filialbundter, "
               uden-postkasse-antal " uden postkasse, "
               afvigelse-antal " afvigelser"
           if uden-postkasse-antal > 0 or afvigelse-antal > 0
               or undtagelse-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> RAPPORT;FULDFIL;FORDELINGSFIL - "#"-linjer er kommentarer.
           load-rapporter.
               open input rapport-ctl-file
               if rapport-ctl-status not = "00"
                   and rapport-ctl-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read rapport-ctl-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if rapport-ctl-line not = spaces
                       and rapport-ctl-line(1:1) not = "#"
                       perform tilfoej-rapport
                   end-if
               end-read
               end-perform
               close rapport-ctl-file
           exit.

           tilfoej-rapport.
               move spaces to ctl-navn ctl-fuldfil ctl-fordfil
               unstring rapport-ctl-line delimited by ";"
                   into ctl-navn ctl-fuldfil ctl-fordfil
               end-unstring
               if ctl-navn = spaces or ctl-fuldfil = spaces
                   or ctl-fordfil = spaces
                   add 1 to undtagelse-antal
                   display "FILIALFORDELING: ugyldig rapportlinje ["
                       function trim(rapport-ctl-line) "]"
                   exit paragraph
               end-if
               if rapport-count >= rapport-max
                   add 1 to undtagelse-antal
                   display "FILIALFORDELING: rapporttabel fuld - "
                       function trim(ctl-navn) " ikke medtaget"
                   exit paragraph
               end-if
               add 1 to rapport-count
               move ctl-navn to rt-navn(rapport-count)
               move ctl-fuldfil to rt-fuldfil(rapport-count)
               move ctl-fordfil to rt-fordfil(rapport-count)
               move "N" to rt-fundet(rapport-count)
               move "N" to rt-total-fundet(rapport-count)
               move 0 to rt-t-antal(rapport-count)
               move 0 to rt-t-beloeb(rapport-count)
               move 0 to rt-b-antal(rapport-count)
               move 0 to rt-b-beloeb(rapport-count)
               move 0 to rt-uden-filial(rapport-count)
           exit.

      *> FILIAL;POSTKASSE - filial "***" er hovedkontoret. En
      *> manglende liste giver ingen postkasser overhovedet, og
      *> koerslen stopper paa den manglende hovedkontor-postkasse.
           load-fordelingsliste.
               open input liste-file
               if liste-status not = "00" and liste-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read liste-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if liste-line not = spaces
                       and liste-line(1:1) not = "#"
                       perform tilfoej-postkasse
                   end-if
               end-read
               end-perform
               close liste-file
           exit.

           tilfoej-postkasse.
               move spaces to liste-branch liste-postkasse
               unstring liste-line delimited by ";"
                   into liste-branch liste-postkasse
               end-unstring
               if liste-branch = spaces or liste-postkasse = spaces
                   add 1 to undtagelse-antal
                   display "FILIALFORDELING: ugyldig fordelingslinje ["
                       function trim(liste-line) "]"
                   exit paragraph
               end-if
               if liste-branch = "***"
                   move liste-postkasse to hk-postkasse
                   exit paragraph
               end-if
               move liste-branch to soege-branch
               perform find-filial
               if fi-found > 0
                   move liste-postkasse to fi-postkasse(fi-found)
               end-if
           exit.

      *> Finder (eller opretter) filialens raekke - fi-found = 0 naar
      *> tabellen er fuld.
           find-filial.
               move 0 to fi-found
               perform varying fi-index from 1 by 1
                   until fi-index > filial-count or fi-found > 0
                   if fi-branch(fi-index) = soege-branch
                       move fi-index to fi-found
                   end-if
               end-perform
               if fi-found = 0
                   if filial-count < filial-max
                       add 1 to filial-count
                       move filial-count to fi-found
                       move soege-branch to fi-branch(fi-found)
                       move spaces to fi-postkasse(fi-found)
                       move "N" to fi-skrevet(fi-found)
                       perform varying rt-index2 from 1 by 1
                           until rt-index2 > rapport-max
                           move 0 to fr-linjer(fi-found, rt-index2)
                           move 0 to fr-antal(fi-found, rt-index2)
                           move 0 to fr-beloeb(fi-found, rt-index2)
                       end-perform
                   else
                       add 1 to undtagelse-antal
                       display "FILIALFORDELING: filialtabel fuld - "
                           soege-branch " ikke medtaget"
                   end-if
               end-if
           exit.

      *> Foerste gennemloeb af en fordelingsfil: kontroltotalen og
      *> hver filials linjer, antal og beloeb. En manglende fil
      *> betyder at rapporten ikke er koert i nat.
           opsummer-rapport.
               move rt-fordfil(rt-index) to fordeling-file-name
               open input fordeling-file
               if fordeling-status not = "00"
                   and fordeling-status not = "05"
                   display "FILIALFORDELING: "
                       function trim(fordeling-file-name)
                       " findes ikke - "
                       function trim(rt-navn(rt-index))
                       " fordeles ikke"
                   exit paragraph
               end-if
               move "Y" to rt-fundet(rt-index)
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read fordeling-file
               at end
                   move "Y" to end-of-fil
               not at end
                   perform registrer-fordeling
               end-read
               end-perform
               close fordeling-file
           exit.

           registrer-fordeling.
               evaluate true
                   when rf-kontroltotal
                       move "Y" to rt-total-fundet(rt-index)
                       move rf-antal to rt-t-antal(rt-index)
                       move rf-beloeb to rt-t-beloeb(rt-index)
                   when rf-filiallinje
                       if rf-branch-code = spaces
                           add 1 to rt-uden-filial(rt-index)
                       else
                           move rf-branch-code to soege-branch
                           perform find-filial
                           if fi-found > 0
                               add 1 to fr-linjer(fi-found, rt-index)
                               add rf-antal
                                   to fr-antal(fi-found, rt-index)
                               add rf-beloeb
                                   to fr-beloeb(fi-found, rt-index)
                               add rf-antal to rt-b-antal(rt-index)
                               add rf-beloeb to rt-b-beloeb(rt-index)
                           end-if
                       end-if
                   when rf-overskrift
                       continue
                   when other
                       add 1 to undtagelse-antal
               end-evaluate
           exit.

      *> Andet gennemloeb: filiallinjerne frigives under deres egen
      *> filial, og hver overskrift een gang pr. filial der har
      *> linjer i rapporten - loebenummeret holder rapportens egen
      *> linjeraekkefoelge i bundtet.
           release-linjer.
               perform varying rt-index from 1 by 1
                   until rt-index > rapport-count
                   if rt-fundet(rt-index) = "Y"
                       perform release-rapport
                   end-if
               end-perform
           exit.

           release-rapport.
               move rt-fordfil(rt-index) to fordeling-file-name
               open input fordeling-file
               if fordeling-status not = "00"
                   and fordeling-status not = "05"
                   exit paragraph
               end-if
               move 0 to loebenr
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read fordeling-file
               at end
                   move "Y" to end-of-fil
               not at end
                   add 1 to loebenr
                   perform release-linje
               end-read
               end-perform
               close fordeling-file
           exit.

           release-linje.
               move rt-index to sb-rapport
               move loebenr to sb-loebenr
               move rf-tekst to sb-tekst
               evaluate true
                   when rf-overskrift
                       perform varying fi-index from 1 by 1
                           until fi-index > filial-count
                           if fr-linjer(fi-index, rt-index) > 0
                               move fi-branch(fi-index) to sb-branch
                               release sort-bundt-record
                           end-if
                       end-perform
                   when rf-filiallinje
                       if rf-branch-code not = spaces
                           move rf-branch-code to soege-branch
                           perform find-filial
                           if fi-found > 0
                               move rf-branch-code to sb-branch
                               release sort-bundt-record
                           end-if
                       end-if
               end-evaluate
           exit.

      *> Et bundt pr. filial i filialkode-raekkefoelge; en filial fra
      *> fordelingslisten uden linjer i nat faar alligevel sit
      *> forsideark, saa filialen kan se at intet er glemt.
           skriv-bundter.
               open input sorted-bundt-file
               move spaces to forrige-branch
               move 0 to forrige-rapport
               move "N" to bundt-aaben
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read sorted-bundt-file
               at end
                   move "Y" to end-of-fil
               not at end
                   perform skriv-bundtlinje
               end-read
               end-perform
               close sorted-bundt-file
               if bundt-aaben = "Y"
                   perform luk-bundt
               end-if

               perform varying fi-index from 1 by 1
                   until fi-index > filial-count
                   if fi-skrevet(fi-index) = "N"
                       move fi-index to fi-found
                       perform aabn-bundt
                       perform luk-bundt
                   end-if
               end-perform
           exit.

           skriv-bundtlinje.
               if so-branch not = forrige-branch
                   if bundt-aaben = "Y"
                       perform luk-bundt
                   end-if
                   move so-branch to soege-branch
                   perform find-filial
                   perform aabn-bundt
                   move so-branch to forrige-branch
                   move 0 to forrige-rapport
               end-if
               if so-rapport not = forrige-rapport
                   move so-rapport to rt-index
                   move spaces to bundt-line
                   write bundt-record
                   move spaces to bundt-line
                   string
                       "*---- " function trim(rt-navn(rt-index))
                       " (" function trim(rt-fuldfil(rt-index))
                       ") ----*"
                       into bundt-line
                   end-string
                   write bundt-record
                   move so-rapport to forrige-rapport
               end-if
               move so-tekst to bundt-line
               write bundt-record
           exit.

      *> Aabner filialens bundt (fi-found) og skriver forsidearket:
      *> modtager og hver rapports linjer, antal og beloeb for
      *> filialen.
           aabn-bundt.
               move spaces to bundt-file-name
               string
                   "FILIALBUNDT-" fi-branch(fi-found) ".txt"
                   delimited by size
                   into bundt-file-name
               end-string
               open output bundt-file
               move "Y" to bundt-aaben
               move "Y" to fi-skrevet(fi-found)
               add 1 to bundt-antal

               call "FILIALKONTROL" using
                   fi-branch(fi-found) filial-navn filial-ok
               end-call
               if filial-ok not = "J" and filial-navn = spaces
                   move "(UKENDT FILIALKODE)" to filial-navn
               end-if
               move spaces to bundt-line
               string
                   "*==== Filialbundt " fi-branch(fi-found) " "
                   function trim(filial-navn)
                   " pr. " koersel-dato " ====*"
                   into bundt-line
               end-string
               write bundt-record
               move spaces to bundt-line
               if fi-postkasse(fi-found) = spaces
                   string
                       "Modtager: " function trim(hk-postkasse)
                       " (filialen har ingen postkasse paa "
                       "fordelingslisten)"
                       into bundt-line
                   end-string
               else
                   string
                       "Modtager: "
                       function trim(fi-postkasse(fi-found))
                       into bundt-line
                   end-string
               end-if
               write bundt-record
               move spaces to bundt-line
               write bundt-record
               move "Rapporter i bundtet:" to bundt-line
               write bundt-record
               perform varying rt-index from 1 by 1
                   until rt-index > rapport-count
                   perform skriv-forsidelinje
               end-perform
           exit.

           skriv-forsidelinje.
               move spaces to bundt-line
               evaluate true
                   when rt-fundet(rt-index) = "N"
                       string
                           "  " rt-navn(rt-index)
                           " ikke dannet i nat"
                           into bundt-line
                       end-string
                   when fr-linjer(fi-found, rt-index) = 0
                       string
                           "  " rt-navn(rt-index)
                           " ingen linjer for filialen"
                           into bundt-line
                       end-string
                   when other
                       move fr-antal(fi-found, rt-index) to vis-antal
                       move fr-beloeb(fi-found, rt-index) to vis-beloeb
                       string
                           "  " rt-navn(rt-index) " "
                           function trim(fr-linjer(fi-found, rt-index))
                           " linjer, antal " function trim(vis-antal)
                           ", beloeb " function trim(vis-beloeb)
                           into bundt-line
                       end-string
               end-evaluate
               write bundt-record
           exit.

           luk-bundt.
               move spaces to bundt-line
               write bundt-record
               move spaces to bundt-line
               string
                   "*==== Slut paa filialbundt " fi-branch(fi-found)
                   " ====*"
                   into bundt-line
               end-string
               write bundt-record
               close bundt-file
               move "N" to bundt-aaben
           exit.

      *> POSTKASSE;FIL;INDHOLD - bundterne til filialerne (eller til
      *> hovedkontoret naar filialen ikke staar paa listen), de
      *> fulde rapporter og kontrolrapporten til hovedkontoret.
           skriv-levering.
               open output levering-file
               perform varying fi-index from 1 by 1
                   until fi-index > filial-count
                   move spaces to levering-line
                   if fi-postkasse(fi-index) = spaces
                       add 1 to uden-postkasse-antal
                       display "FILIALFORDELING: filial "
                           fi-branch(fi-index)
                           " har ingen postkasse - bundtet sendes til"
                           " hovedkontoret"
                       string
                           function trim(hk-postkasse) ";"
                           "FILIALBUNDT-" fi-branch(fi-index) ".txt;"
                           "FILIALBUNDT " fi-branch(fi-index)
                           " UDEN POSTKASSE"
                           delimited by size
                           into levering-line
                       end-string
                   else
                       string
                           function trim(fi-postkasse(fi-index)) ";"
                           "FILIALBUNDT-" fi-branch(fi-index) ".txt;"
                           "FILIALBUNDT " fi-branch(fi-index)
                           delimited by size
                           into levering-line
                       end-string
                   end-if
                   write levering-record
               end-perform
               perform varying rt-index from 1 by 1
                   until rt-index > rapport-count
                   if rt-fundet(rt-index) = "Y"
                       move spaces to levering-line
                       string
                           function trim(hk-postkasse) ";"
                           function trim(rt-fuldfil(rt-index)) ";"
                           "FULD " function trim(rt-navn(rt-index))
                           delimited by size
                           into levering-line
                       end-string
                       write levering-record
                   end-if
               end-perform
               move spaces to levering-line
               string
                   function trim(hk-postkasse) ";"
                   "FILIALFORDELING-KONTROL.txt;KONTROL"
                   delimited by size
                   into levering-line
               end-string
               write levering-record
               close levering-file
           exit.

      *> Rapportens kontroltotal mod summen af bundterne - antal og
      *> beloeb skal stemme, og ingen filiallinje maa mangle sin
      *> filialkode.
           skriv-kontrol.
               open output kontrol-file
               move spaces to kontrol-line
               string
                   "*---- Filialfordeling kontrol pr. " koersel-dato
                   " ----*"
                   into kontrol-line
               end-string
               write kontrol-record
               perform varying rt-index from 1 by 1
                   until rt-index > rapport-count
                   perform kontroller-rapport
               end-perform
               move spaces to kontrol-line
               string
                   "Filialbundter: " function trim(bundt-antal)
                   ", uden postkasse: "
                   function trim(uden-postkasse-antal)
                   ", afvigelser: " function trim(afvigelse-antal)
                   into kontrol-line
               end-string
               write kontrol-record
               close kontrol-file
           exit.

           kontroller-rapport.
               move spaces to kontrol-line
               evaluate true
                   when rt-fundet(rt-index) = "N"
                       add 1 to afvigelse-antal
                       string
                           rt-navn(rt-index)
                           " AFVIGELSE - fordelingsfil "
                           function trim(rt-fordfil(rt-index))
                           " mangler"
                           into kontrol-line
                       end-string
                   when rt-total-fundet(rt-index) = "N"
                       add 1 to afvigelse-antal
                       string
                           rt-navn(rt-index)
                           " AFVIGELSE - ingen kontroltotal i "
                           function trim(rt-fordfil(rt-index))
                           into kontrol-line
                       end-string
                   when other
                       move rt-t-antal(rt-index) to vis-antal
                       move rt-t-beloeb(rt-index) to vis-beloeb
                       move rt-b-antal(rt-index) to vis-b-antal
                       move rt-b-beloeb(rt-index) to vis-b-beloeb
                       if rt-t-antal(rt-index) = rt-b-antal(rt-index)
                           and rt-t-beloeb(rt-index)
                               = rt-b-beloeb(rt-index)
                           and rt-uden-filial(rt-index) = 0
                           move "OK" to kontrol-status
                       else
                           add 1 to afvigelse-antal
                           move "AFVIGELSE" to kontrol-status
                       end-if
                       string
                           rt-navn(rt-index)
                           " " kontrol-status
                           " - rapport " function trim(vis-antal)
                           " / " function trim(vis-beloeb)
                           ", bundter " function trim(vis-b-antal)
                           " / " function trim(vis-b-beloeb)
                           into kontrol-line
                       end-string
               end-evaluate
               write kontrol-record
               if rt-uden-filial(rt-index) > 0
                   move spaces to kontrol-line
                   string
                       "  " function trim(rt-uden-filial(rt-index))
                       " linjer uden filialkode - ikke i noget bundt"
                       into kontrol-line
                   end-string
                   write kontrol-record
               end-if
           exit.
