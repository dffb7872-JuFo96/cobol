       identification division.
       program-id. UNGDOMSKONVERTERING.

      *> Maanedlig konvertering af ungdomsprodukter naar kontohaver
      *> bliver myndig: produktkatalogets haevning-laast-regel
      *> (PRODUKTKAT.cpy) spaerrer haevninger paa fx en boerne-
      *> opsparing til 18-aars-dagen, men bagefter skete der intet -
      *> kontoen blev staaende paa boerneproduktet med boernesats og
      *> aarsindskudsloft for evigt. Denne koersel finder konti paa
      *> et ungdomsprodukt (haevning-laast "J") hvis kontohaver er
      *> fyldt eller i loebet af koerselsmaaneden fylder
      *> KONVERTERING_ALDER (PARMS, uaendret 18) - foedselsdatoen
      *> udledes af customer-id's CPR-cifre (DDMMAA) paa samme maade
      *> som kontopostering.cob's tjek-myndighedsalder - og:
      *>
      *> 1) Omklassificerer kontoen i KontoOpl.txt til produktets
      *>    pk-voksen-produkt, naar myndighedsdagen er naaet paa
      *>    koerselsdatoen. Fylder kontohaver foerst senere i
      *>    maaneden, bliver kontoen paa ungdomsproduktet (haevnings-
      *>    spaerren skal gaelde til dagen) og omklassificeres af
      *>    naeste maaneds koersel.
      *> 2) Afslutter enhver vaergefuldmagt paa kontoen
      *>    (FULDMAGT.txt, objekt-type "K") dagen foer myndigheds-
      *>    dagen. En fuldmagt over hele kunden (objekt-type "P")
      *>    kan ogsaa vaere et umyndiggoerelses-vaergemaal der
      *>    fortsaetter efter 18 aar, saa den rapporteres til manuel
      *>    kontrol i stedet for at blive afsluttet.
      *> 3) Skriver et brev til den nye voksne kunde (BREVSKABELON,
      *>    dokumenttype MYNDIG) om de nye vilkaar og om at komme
      *>    med egen legitimation og eget samtykke - een gang pr.
      *>    konto, styret af MYNDIG-BREVLOG.txt, og logget i
      *>    KORRLOG som alle andre breve.
      *>
      *> Konti og vaergefuldmagter der ikke kan behandles (ukendt
      *> eller ugyldigt voksenprodukt, customer-id uden CPR-cifre,
      *> kunde ikke fundet) og "P"-fuldmagter til kontrol giver
      *> RC=4.

       environment division.
       input-output section.
       file-control.
           select konto-file assign to dynamic konto-file-name
               organization is line sequential.

           select konto-index-file assign to "UNGKONTOIDX.dat"
               organization is indexed
               access mode is dynamic
               record key is account-id of konto-idx-record
               file status is konto-idx-status.

           select katalog-file assign to dynamic katalog-file-name
               organization is line sequential
               file status is katalog-status.

           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential
               file status is kundefil-status.

           select fuldmagt-file assign to dynamic fuldmagt-file-name
               organization is line sequential
               file status is fuldmagt-status.

           select fuldmagt-index-file assign to "UNGFULDMAGTIDX.dat"
               organization is indexed
               access mode is dynamic
               record key is fm-idx-noegle of fm-idx-record
               file status is fm-idx-status.

           select brevlog-file assign to "MYNDIG-BREVLOG.txt"
               organization is line sequential
               file status is brevlog-status.

           select brev-file assign to "MYNDIG-BREVE.txt"
               organization is line sequential.

           select rapport-file assign to "UNGDOMSKONVERTERING.txt"
               organization is line sequential.

       data division.
           file section.
           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-record.
               COPY "KONTOOPL.cpy".

           FD konto-index-file.
           01 konto-idx-record.
               COPY "KONTOOPL.cpy".

           FD katalog-file.
           01 katalog-record.
               COPY "PRODUKTKAT.cpy".

           FD kunde-file.
           01 kunde-header-record.
               COPY "KUNDEOPL-HDR.cpy".
           01 kunde-info.
               COPY "kundeopl.cpy".

           FD fuldmagt-file.
           01 fuldmagt-record.
               COPY "FULDMAGT.cpy".

           FD fuldmagt-index-file.
           01 fm-idx-record.
               02 fm-idx-noegle.
                   03 fm-idx-objekt-type  PIC X(1).
                   03 fm-idx-objekt-id    PIC X(10).
                   03 fm-idx-bemyndiget   PIC X(10).
               02 fm-idx-navn             PIC X(40).
               02 fm-idx-omfang           PIC X(10).
               02 fm-idx-fra              PIC X(8).
               02 fm-idx-til              PIC X(8).

           FD brevlog-file.
           01 brevlog-record.
               02 bl-konto-id       PIC X(10).
               02 bl-sendt-dato     PIC X(8).

           FD brev-file.
           01 brev-record.
               02 brev-file-line    PIC X(100).

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(100).

       working-storage section.
           01 end-of-master    PIC X value "N".
           01 end-of-fil       PIC X value "N".
           01 konto-idx-status PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 katalog-file-name PIC X(100)
               value "PRODUKTKATALOG.txt".
           01 katalog-status   PIC XX value "00".
           01 kunde-file-name  PIC X(100) value "kundeoplysninger.txt".
           01 kundefil-status  PIC XX value "00".
           01 fuldmagt-file-name PIC X(100) value "FULDMAGT.txt".
           01 fuldmagt-status  PIC XX value "00".
           01 fm-idx-status    PIC XX value "00".
           01 brevlog-status   PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 kunde-header-missing PIC X value "N".

           01 koersel-dato     PIC X(8).
           01 dato-numerisk    PIC 9(8).
           01 maaned-slut      PIC 9(8).
           01 naeste-maaned    PIC 9(8).
           01 naeste-dele redefines naeste-maaned.
               02 naeste-aar       PIC 9(4).
               02 naeste-mm        PIC 9(2).
               02 naeste-dd        PIC 9(2).

           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 konvertering-alder PIC 9(2) value 18.

      *> Produktkataloget - kun typerne og de to felter konverteringen
      *> bruger.
           01 katalog-count    PIC 9(3) value 0.
           01 katalog-max      PIC 9(3) value 100.
           01 katalog-table.
               02 katalog-entry occurs 100 times.
                   03 ka-account-type   PIC X(10).
                   03 ka-haevning-laast PIC X(1).
                   03 ka-voksen-produkt PIC X(10).
           01 ka-index         PIC 9(3).
           01 ka-match         PIC 9(3).
           01 ka-voksen-match  PIC 9(3).

      *> CPR-foedselsdatoen og myndighedsdagen - samme udledning
      *> som kontopostering.cob's tjek-myndighedsalder.
           01 cpr-dag          PIC 9(2).
           01 cpr-maaned       PIC 9(2).
           01 cpr-aar-kort     PIC 9(2).
           01 cpr-aar          PIC 9(4).
           01 aar-nu-kort      PIC 9(2).
           01 myndig-dato      PIC 9(8).
           01 myndig-dele redefines myndig-dato.
               02 myndig-aar       PIC 9(4).
               02 myndig-maaned    PIC 9(2).
               02 myndig-dag       PIC 9(2).
           01 dag-foer         PIC 9(8).

      *> Konti der er omfattet af koerslen (myndige senest ved
      *> maanedens udgang).
           01 omfattet-count   PIC 9(4) value 0.
           01 omfattet-max     PIC 9(4) value 500.
           01 omfattet-table.
               02 omfattet-entry occurs 500 times.
                   03 om-konto-id      PIC X(10).
                   03 om-kunde-id      PIC X(10).
                   03 om-gammel-type   PIC X(10).
                   03 om-ny-type       PIC X(10).
                   03 om-myndig-dato   PIC 9(8).
                   03 om-dag-foer      PIC 9(8).
                   03 om-omklassificeret PIC X(1).
                   03 om-brev          PIC X(1).
                       88 om-brev-mangler  VALUE "M".
                       88 om-brev-sendt    VALUE "S".
                       88 om-brev-tidligere VALUE "T".
           01 om-index         PIC 9(4).

      *> Konti der allerede har faaet myndighedsbrevet.
           01 brevlog-count    PIC 9(4) value 0.
           01 brevlog-max      PIC 9(4) value 2000.
           01 brevlog-tabel.
               02 brevlog-konto-id occurs 2000 times PIC X(10).
           01 bl-index         PIC 9(4).
           01 bl-fundet        PIC X value "N".

      *> Korrespondancelog-felter (KORRLOG).
           01 korr-program     PIC X(20) value "UNGDOMSKONVERTERING".
           01 korr-dok-type    PIC X(12) value "MYNDIG".
           01 korr-kanal       PIC X(10) value "BREV".

      *> Brevteksten fra den faelles skabelonfil (BREVSKABELON,
      *> dokumenttype MYNDIG) paa kundens sprog; &DATO er
      *> myndighedsdagen.
           01 brev-dok-type    PIC X(12) value "MYNDIG".
           01 brev-sprog       PIC X(2).
           01 brev-navn        PIC X(40).
           01 brev-beloeb      PIC X(15).
           01 brev-dato        PIC X(10).
           01 brev-linjer.
               02 brev-linje occurs 10 times PIC X(80).
           01 brev-linje-antal PIC 9(2).
           01 brev-linje-idx   PIC 9(2).
           01 skabelon-ok      PIC X value "N".

           01 omklassificeret-antal PIC 9(5) value 0.
           01 varslet-antal    PIC 9(5) value 0.
           01 brev-antal       PIC 9(5) value 0.
           01 fuldmagt-antal   PIC 9(5) value 0.
           01 kontrol-antal    PIC 9(5) value 0.
           01 undtagelse-antal PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "UNGDOMSKONVERTERING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept katalog-file-name
               from environment "PRODUKTKATALOGFIL_NAVN"
               on exception
                   move "PRODUKTKATALOG.txt" to katalog-file-name
           end-accept
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept fuldmagt-file-name
               from environment "FULDMAGTFIL_NAVN"
               on exception
                   move "FULDMAGT.txt" to fuldmagt-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           move koersel-dato(3:2) to aar-nu-kort

      *> Maanedens sidste dag = dagen foer naeste maaneds foerste.
           move koersel-dato to naeste-maaned
           move 1 to naeste-dd
           if naeste-mm = 12
               add 1 to naeste-aar
               move 1 to naeste-mm
           else
               add 1 to naeste-mm
           end-if
           compute maaned-slut = function date-of-integer(
               function integer-of-date(naeste-maaned) - 1)

           move "KONVERTERING_ALDER" to parm-navn
           move spaces to parm-vaerdi
           call "PARMS" using parm-navn parm-vaerdi parm-fundet
           end-call
           if parm-fundet = "Y"
               if function test-numval(parm-vaerdi) = 0
                   compute konvertering-alder =
                       function numval(parm-vaerdi)
               else
                   display "UNGDOMSKONVERTERING: ugyldig "
                       "KONVERTERING_ALDER - bruger "
                       konvertering-alder
               end-if
           end-if

           open output rapport-file
           move spaces to rapport-line
           string
               "*---- Ungdomskonvertering pr. " koersel-dato
               " (myndige til og med " maaned-slut ") ----*"
               into rapport-line
           end-string
           write rapport-record

           perform load-katalog
           perform load-brevlog
           perform build-konto-index

           open i-o konto-index-file
           perform find-omfattede-konti
           close konto-index-file
           perform rewrite-konto-file

           if omfattet-count > 0
               perform skriv-breve
               perform afslut-fuldmagter
           end-if

           move spaces to rapport-line
           string
               "I alt: " omklassificeret-antal " omklassificeret, "
               varslet-antal " varslet, " brev-antal " breve, "
               fuldmagt-antal " fuldmagter afsluttet, "
               kontrol-antal " til kontrol"
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           display "UNGDOMSKONVERTERING: " omklassificeret-antal
               " omklassificeret, " varslet-antal " varslet, "
               brev-antal " breve, " fuldmagt-antal
               " fuldmagter afsluttet"
           if undtagelse-antal > 0 or kontrol-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

      *> Uden produktkatalog kendes ingen ungdomsprodukter - intet
      *> at konvertere.
           load-katalog.
               open input katalog-file
               if katalog-status not = "00"
                   and katalog-status not = "05"
                   display "UNGDOMSKONVERTERING: "
                       function trim(katalog-file-name)
                       " findes ikke - ingen ungdomsprodukter"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read katalog-file into katalog-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if katalog-count < katalog-max
                       add 1 to katalog-count
                       move pk-account-type
                           to ka-account-type(katalog-count)
                       move pk-haevning-laast
                           to ka-haevning-laast(katalog-count)
                       move pk-voksen-produkt
                           to ka-voksen-produkt(katalog-count)
                   else
                       display "UNGDOMSKONVERTERING: katalogtabel"
                           " fuld - " pk-account-type " ikke indlaest"
                   end-if
               end-read
               end-perform
               close katalog-file
           exit.

           load-brevlog.
               open input brevlog-file
               if brevlog-status not = "00"
                   and brevlog-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read brevlog-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if brevlog-count < brevlog-max
                       add 1 to brevlog-count
                       move bl-konto-id
                           to brevlog-konto-id(brevlog-count)
                   else
                       display "UNGDOMSKONVERTERING: brevlog-tabel"
                           " fuld - " bl-konto-id " ikke indlaest"
                   end-if
               end-read
               end-perform
               close brevlog-file
           exit.

      *> Bygger det indekserede arbejdseksemplar - samme moenster
      *> og header-verificering som kontopostering.cob.
           build-konto-index.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               perform verificer-konto-header
               open output konto-index-file
               move "N" to end-of-master
               if konto-header-missing = "Y"
                   move konto-record to konto-idx-record
                   write konto-idx-record
                   invalid key
                       display "Dublet account-id sprunget over: "
                           account-id in konto-record
                   end-write
               end-if
               perform until end-of-master = "Y"
                   read konto-file into konto-record
               at end
                   move "Y" to end-of-master
               not at end
                   move konto-record to konto-idx-record
                   write konto-idx-record
               invalid key
                   display "Dublet account-id sprunget over: "
                       account-id in konto-record
               end-write
               end-read
               end-perform
               close konto-file
               close konto-index-file
               move "N" to end-of-master
           exit.

           verificer-konto-header.
               move "Y" to layout-version-ok
               move "N" to konto-header-missing
               read konto-file into konto-header-record
               at end
                   move "N" to layout-version-ok
                   display "UNGDOMSKONVERTERING: "
                       function trim(konto-file-name)
                       " er tom - ingen header fundet"
               not at end
                   if kohdr-marker not = "KHDR"
                       move "Y" to konto-header-missing
                       display "UNGDOMSKONVERTERING: ingen header "
                           "fundet i " function trim(konto-file-name)
                           " - antager fil fra foer"
                           " layout-versionering"
                   else
                       if not kohdr-version-kendt
                           or not kohdr-laengde-kendt
                           move "N" to layout-version-ok
                       end-if
                   end-if
               end-read
               if layout-version-ok = "N"
                   close konto-file
                   close rapport-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Gennemloeber arbejdseksemplaret; en lukket konto
      *> konverteres ikke.
           find-omfattede-konti.
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read konto-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   if not konto-lukket in konto-idx-record
                       perform vurder-konto
                   end-if
               end-read
               end-perform
           exit.

           vurder-konto.
               move 0 to ka-match
               perform varying ka-index from 1 by 1
                   until ka-index > katalog-count or ka-match > 0
                   if ka-account-type(ka-index)
                       = account-type in konto-idx-record
                       move ka-index to ka-match
                   end-if
               end-perform
               if ka-match = 0
                   exit paragraph
               end-if
               if ka-haevning-laast(ka-match) not = "J"
                   exit paragraph
               end-if

               if customer-id in konto-idx-record(1:6) not numeric
                   add 1 to undtagelse-antal
                   move spaces to rapport-line
                   string
                       "FEJL     " account-id in konto-idx-record
                       " kunde " customer-id in konto-idx-record
                       " - ingen CPR-foedselsdato i customer-id"
                       into rapport-line
                   end-string
                   write rapport-record
                   exit paragraph
               end-if
               perform beregn-myndig-dato
               if myndig-dato > maaned-slut
                   exit paragraph
               end-if

      *> Voksenproduktet skal findes i kataloget og maa ikke selv
      *> vaere haevningslaast - ellers loeses intet ved at flytte.
               move 0 to ka-voksen-match
               if ka-voksen-produkt(ka-match) not = spaces
                   perform varying ka-index from 1 by 1
                       until ka-index > katalog-count
                           or ka-voksen-match > 0
                       if ka-account-type(ka-index)
                           = ka-voksen-produkt(ka-match)
                           move ka-index to ka-voksen-match
                       end-if
                   end-perform
               end-if
               if ka-voksen-match = 0
                   or ka-haevning-laast(ka-voksen-match) = "J"
                   add 1 to undtagelse-antal
                   move spaces to rapport-line
                   string
                       "FEJL     " account-id in konto-idx-record
                       " " account-type in konto-idx-record
                       " - intet gyldigt voksenprodukt ["
                       ka-voksen-produkt(ka-match) "] i kataloget"
                       into rapport-line
                   end-string
                   write rapport-record
                   exit paragraph
               end-if

               if omfattet-count >= omfattet-max
                   add 1 to undtagelse-antal
                   display "UNGDOMSKONVERTERING: tabel fuld - "
                       account-id in konto-idx-record
                       " tages i naeste koersel"
                   exit paragraph
               end-if
               add 1 to omfattet-count
               move omfattet-count to om-index
               move account-id in konto-idx-record
                   to om-konto-id(om-index)
               move customer-id in konto-idx-record
                   to om-kunde-id(om-index)
               move account-type in konto-idx-record
                   to om-gammel-type(om-index)
               move ka-voksen-produkt(ka-match)
                   to om-ny-type(om-index)
               move myndig-dato to om-myndig-dato(om-index)
               move dag-foer to om-dag-foer(om-index)
               move "N" to om-omklassificeret(om-index)

               move "N" to bl-fundet
               perform varying bl-index from 1 by 1
                   until bl-index > brevlog-count or bl-fundet = "Y"
                   if brevlog-konto-id(bl-index)
                       = account-id in konto-idx-record
                       move "Y" to bl-fundet
                   end-if
               end-perform
               if bl-fundet = "Y"
                   set om-brev-tidligere(om-index) to true
               else
                   set om-brev-mangler(om-index) to true
               end-if

               move koersel-dato to dato-numerisk
               if myndig-dato <= dato-numerisk
                   move ka-voksen-produkt(ka-match)
                       to account-type in konto-idx-record
                   rewrite konto-idx-record
                   move "J" to om-omklassificeret(om-index)
                   add 1 to omklassificeret-antal
                   move spaces to rapport-line
                   string
                       "OMKLASS  " om-konto-id(om-index)
                       " kunde " om-kunde-id(om-index) " "
                       function trim(om-gammel-type(om-index))
                       " -> " function trim(om-ny-type(om-index))
                       " (myndig " myndig-dato ")"
                       into rapport-line
                   end-string
               else
                   add 1 to varslet-antal
                   move spaces to rapport-line
                   string
                       "VARSLET  " om-konto-id(om-index)
                       " kunde " om-kunde-id(om-index) " "
                       function trim(om-gammel-type(om-index))
                       " -> " function trim(om-ny-type(om-index))
                       " den " myndig-dato
                       into rapport-line
                   end-string
               end-if
               write rapport-record
           exit.

      *> Myndighedsdagen fra CPR-cifrene (DDMMAA): et tocifret aar
      *> efter koerselsaaret er 1900-tallet, ellers 2000-tallet. En
      *> 29. februar-foedselsdag falder i et ikke-skudaar den
      *> 1. marts.
           beregn-myndig-dato.
               move customer-id in konto-idx-record(1:2) to cpr-dag
               move customer-id in konto-idx-record(3:2)
                   to cpr-maaned
               move customer-id in konto-idx-record(5:2)
                   to cpr-aar-kort
               if cpr-aar-kort > aar-nu-kort
                   compute cpr-aar = 1900 + cpr-aar-kort
               else
                   compute cpr-aar = 2000 + cpr-aar-kort
               end-if
               compute myndig-aar = cpr-aar + konvertering-alder
               move cpr-maaned to myndig-maaned
               move cpr-dag to myndig-dag
               if myndig-maaned = 2 and myndig-dag = 29
                   and function mod(myndig-aar, 4) not = 0
                   move 3 to myndig-maaned
                   move 1 to myndig-dag
               end-if
               compute dag-foer = function date-of-integer(
                   function integer-of-date(myndig-dato) - 1)
           exit.

           rewrite-konto-file.
               open input konto-index-file
               open output konto-file
               move "KHDR" to kohdr-marker
               set kohdr-version-kendt to true
               set kohdr-laengde-kendt to true
               write konto-header-record
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read konto-index-file next record
                       into konto-record
               at end
                   move "Y" to end-of-master
               not at end
                   write konto-record
               end-read
               end-perform
               close konto-index-file
               close konto-file
               move konto-file-name to segl-fil-navn
               perform forsegl-fil
           exit.

      *> Kundefilen gennemlaeses een gang; hver omfattet konto uden
      *> tidligere brev faar sit brev naar kunden moedes.
           skriv-breve.
               open output brev-file
               open extend brevlog-file
               if brevlog-status = "35"
                   open output brevlog-file
               end-if
               open input kunde-file
               if kundefil-status not = "00"
                   and kundefil-status not = "05"
                   display "UNGDOMSKONVERTERING: "
                       function trim(kunde-file-name)
                       " findes ikke - ingen breve skrevet"
               else
                   move "N" to end-of-fil
                   perform verificer-kunde-header
                   if kunde-header-missing = "Y"
                       perform behandl-kunde
                   end-if
                   perform until end-of-fil = "Y"
                       read kunde-file into kunde-info
                   at end
                       move "Y" to end-of-fil
                   not at end
                       perform behandl-kunde
                   end-read
                   end-perform
                   close kunde-file
               end-if
               close brevlog-file
               close brev-file

               perform varying om-index from 1 by 1
                   until om-index > omfattet-count
                   if om-brev-mangler(om-index)
                       add 1 to undtagelse-antal
                       move spaces to rapport-line
                       string
                           "FEJL     " om-konto-id(om-index)
                           " kunde " om-kunde-id(om-index)
                           " findes ikke i kundefilen - intet brev"
                           into rapport-line
                       end-string
                       write rapport-record
                   end-if
               end-perform
           exit.

      *> Samme tolerante header-haandtering som velkomstpakke.cob.
           verificer-kunde-header.
               move "N" to kunde-header-missing
               read kunde-file into kunde-header-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if kuhdr-marker not = "KHDR"
                       move "Y" to kunde-header-missing
                   else
                       if not kuhdr-version-kendt
                           or not kuhdr-laengde-kendt
                           display "UNGDOMSKONVERTERING: layout-"
                               "version-mismatch i "
                               function trim(kunde-file-name)
                           close kunde-file
                           close brevlog-file
                           close brev-file
                           close rapport-file
                           move 8 to return-code
                           stop run
                       end-if
                   end-if
               end-read
           exit.

           behandl-kunde.
               perform varying om-index from 1 by 1
                   until om-index > omfattet-count
                   if om-kunde-id(om-index)
                       = customer-id in kunde-info
                       and om-brev-mangler(om-index)
                       perform skriv-myndig-brev
                   end-if
               end-perform
           exit.

           skriv-myndig-brev.
               move lande-kode in kunde-info to brev-sprog
               move spaces to brev-navn
               call "NAVNEFORMAT" using
                   first-name in kunde-info
                   last-name in kunde-info
                   brev-navn
               end-call
               move spaces to brev-beloeb
               move spaces to brev-dato
               string
                   om-myndig-dato(om-index)(7:2) "-"
                   om-myndig-dato(om-index)(5:2) "-"
                   om-myndig-dato(om-index)(1:4)
                   into brev-dato
               end-string

               move spaces to brev-file-line
               string
                   "=== MYNDIG - kunde "
                   function trim(customer-id in kunde-info) " ==="
                   into brev-file-line
               end-string
               write brev-record
               move spaces to brev-file-line
               move brev-navn to brev-file-line
               write brev-record
               move spaces to brev-file-line
               if post-adresse in kunde-info not = spaces
                   string
                       function trim(post-street-name in kunde-info)
                       " "
                       function trim(post-house-number in kunde-info)
                       ", " function trim(post-postnr in kunde-info)
                       " " function trim(post-bynavn in kunde-info)
                       into brev-file-line
                   end-string
               else
                   string
                       function trim(street-name in kunde-info) " "
                       function trim(house-number in kunde-info)
                       ", " function trim(postnr in kunde-info)
                       " " function trim(bynavn in kunde-info)
                       into brev-file-line
                   end-string
               end-if
               write brev-record

               move "N" to skabelon-ok
               call "BREVSKABELON" using brev-dok-type brev-sprog
                   brev-navn brev-beloeb brev-dato
                   brev-linjer brev-linje-antal skabelon-ok
               end-call
               if skabelon-ok = "Y"
                   perform varying brev-linje-idx from 1 by 1
                       until brev-linje-idx > brev-linje-antal
                       move spaces to brev-file-line
                       move brev-linje(brev-linje-idx)
                           to brev-file-line
                       write brev-record
                   end-perform
               else
                   move spaces to brev-file-line
                   string
                       "Du bliver myndig den " function trim(brev-dato)
                       ", og din konto overgaar da til voksenvilkaar."
                       into brev-file-line
                   end-string
                   write brev-record
                   move spaces to brev-file-line
                   string
                       "Kom venligst ind med gyldig legitimation og "
                       "giv dit eget samtykke til kontoen."
                       into brev-file-line
                   end-string
                   write brev-record
               end-if
               move spaces to brev-file-line
               string
                   "  Konto " function trim(om-konto-id(om-index))
                   ": " function trim(om-gammel-type(om-index))
                   " -> " function trim(om-ny-type(om-index))
                   " fra " function trim(brev-dato)
                   into brev-file-line
               end-string
               write brev-record
               move spaces to brev-file-line
               write brev-record

               call "KORRLOG" using korr-program
                   customer-id in kunde-info korr-dok-type korr-kanal
               end-call
               move om-konto-id(om-index) to bl-konto-id
               move koersel-dato to bl-sendt-dato
               write brevlog-record
               set om-brev-sendt(om-index) to true
               add 1 to brev-antal
           exit.

      *> Fuldmagtsregisteret kopieres til et indekseret
      *> arbejdseksemplar og skrives tilbage med vaergefuldmagterne
      *> paa de omfattede konti afsluttet - samme byg-indekseret-
      *> kopi / skriv-tilbage som fuldmagtvedligehold.cob.
           afslut-fuldmagter.
               open input fuldmagt-file
               if fuldmagt-status not = "00"
                   and fuldmagt-status not = "05"
                   exit paragraph
               end-if
               open output fuldmagt-index-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read fuldmagt-file into fuldmagt-record
               at end
                   move "Y" to end-of-fil
               not at end
                   move fuldmagt-record to fm-idx-record
                   write fm-idx-record
                   invalid key
                       display "Dublet fuldmagt sprunget over: "
                           fm-idx-noegle
                   end-write
               end-read
               end-perform
               close fuldmagt-file
               close fuldmagt-index-file

               open input fuldmagt-index-file
               open output fuldmagt-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read fuldmagt-index-file next record
               at end
                   move "Y" to end-of-fil
               not at end
                   move fm-idx-record to fuldmagt-record
                   perform vurder-fuldmagt
                   write fuldmagt-record
               end-read
               end-perform
               close fuldmagt-index-file
               close fuldmagt-file
           exit.

      *> Kun en fuldmagt givet foer myndighedsdagen og stadig
      *> gyldig dagen efter afsluttes - en fuldmagt den voksne
      *> kunde selv har givet, roeres ikke.
           vurder-fuldmagt.
               perform varying om-index from 1 by 1
                   until om-index > omfattet-count
                   if fm-konto-fuldmagt
                       and fm-objekt-id = om-konto-id(om-index)
                       and fm-gyldig-fra < om-myndig-dato(om-index)
                       if fm-gyldig-til not numeric
                           or fm-gyldig-til > om-dag-foer(om-index)
                           move om-dag-foer(om-index)
                               to fm-gyldig-til
                           add 1 to fuldmagt-antal
                           move spaces to rapport-line
                           string
                               "FULDMAGT " fm-objekt-id
                               " bemyndiget "
                               function trim(fm-bemyndiget-id)
                               " (" function trim(fm-bemyndiget-navn)
                               ") afsluttet " fm-gyldig-til
                               into rapport-line
                           end-string
                           write rapport-record
                       end-if
                   end-if
                   if fm-person-fuldmagt
                       and fm-objekt-id = om-kunde-id(om-index)
                       and (fm-gyldig-til not numeric
                           or fm-gyldig-til > om-dag-foer(om-index))
                       add 1 to kontrol-antal
                       move spaces to rapport-line
                       string
                           "KONTROL  vaergemaal kunde " fm-objekt-id
                           " bemyndiget "
                           function trim(fm-bemyndiget-id)
                           " - myndig " om-myndig-dato(om-index)
                           into rapport-line
                       end-string
                       write rapport-record
                   end-if
               end-perform
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
                   display "UNGDOMSKONVERTERING: segl brudt for "
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
