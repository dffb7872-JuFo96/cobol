               organization is line sequential
               file status is medejer-status.

      *> Depotvaerdierne (se DEPOTVAERDI.cpy) - kundens depoter
      *> taeller med i netto-formuen. Mangler filen, er der bare
      *> ingen depoter - se load-depotvaerdier/format-networth.
           select depotvaerdi-file
               assign to dynamic depotvaerdi-file-name
               organization is line sequential
               file status is depotvaerdi-status.

           select duplicate-file assign to "DUPLICATE-KUNDER.txt"
               organization is line sequential.

               02 filler           PIC X(1).
               02 me-rec-kunde-id  PIC X(10).

           FD depotvaerdi-file.
           01 depotvaerdi-record.
               COPY "DEPOTVAERDI.cpy".

           FD duplicate-file.
           01 duplicate-record.
               02 duplicate-line  PIC X(100).
                   03 me-konto-id PIC X(10).
                   03 me-kunde-id PIC X(10).
           01 me-index PIC 9(3).
      *> Depotvaerdi i DKK pr. kunde - se load-depotvaerdier.
           01 depotvaerdi-file-name PIC X(100)
               value "DEPOT-VAERDI.txt".
           01 depotvaerdi-status PIC XX value "00".
           01 end-of-depotvaerdi PIC X value "N".
           01 depotkunde-count PIC 9(3) value 0.
           01 depotkunde-max   PIC 9(3) value 500.
           01 depotkunde-tabel.
               02 depotkunde-entry occurs 500 times.
                   03 dk-kunde-id   PIC X(10).
                   03 dk-vaerdi-dkk PIC 9(13)V99.
           01 dk-index PIC 9(3).
           01 customer-depot-vaerdi PIC 9(13)V99 value 0.
      *> "J" mens en faelleskonto behandles, saa dens rapportlinjer
      *> kan faa medejer-markoeren med.
           01 medejer-konto PIC X value "N".



      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "OPGAVE9".
           01 segl-resultat    PIC X(1).

       procedure division.

      *> Bygger et indekseret konto-opslag (nøgle: account-id, med et
           perform build-kunde-index
           perform flag-orphan-konti
           perform load-medejere
           perform load-depotvaerdier
           perform load-checkpoint

           open input konto-index-file
                   "kundeoplysninger-" run-date-raw ".arkiv"
                   into archive-kunde-file-name
               end-string
               move kunde-file-name to segl-fil-navn
               perform verificer-segl
               open input kunde-file
               perform verificer-kunde-header
               open output archive-kunde-file
                   "KontoOpl-" run-date-raw ".arkiv"
                   into archive-konto-file-name
               end-string
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               perform verificer-konto-header
               open output archive-konto-file
                   if balance-ok = "Y"
                       perform format-konto
                       perform format-balance
      *> En LAAN-kontos positive saldo er restgaelden - den vises,
      *> men er ingen formue.
                       if account-type in konto-info not = "LAAN"
                           add balance-dkk-ekvivalent
                               to customer-net-worth
                       end-if
                       if medejer-konto = "J"
                           perform format-medejer-markering
                       end-if
      *> Summerer DKK-ækvivalenten over samtlige konti fundet i
      *> join-konti og skriver en netto-formue-linje pr. kunde - i DKK
      *> i stedet for raat at laegge balancer i forskellige valutaer
      *> sammen som var de alle samme valuta. Kundens depoter
      *> laegges til med kursvaerdien fra DEPOT-VAERDI.txt.
           format-networth.
           move 0 to customer-depot-vaerdi
           perform varying dk-index from 1 by 1
               until dk-index > depotkunde-count
               if dk-kunde-id(dk-index) = customer-id in kunde-info
                   move dk-vaerdi-dkk(dk-index)
                       to customer-depot-vaerdi
               end-if
           end-perform
           if customer-depot-vaerdi > 0
               move spaces to navn-adr
               string
                   "Depotvaerdi (DKK): "
                   function TRIM(customer-depot-vaerdi)
                   into navn-adr
               end-string
               perform skriv-output-linje
               add customer-depot-vaerdi to customer-net-worth
           end-if
           move spaces to navn-adr
           string
               "Netto-formue (DKK-ækvivalent): "
               perform skriv-output-linje
           exit.

      *> Depotvaerdierne fra depotvaerdi.cob summeret pr. kunde som
      *> fast tabel, samme moenster som load-medejere.
           load-depotvaerdier.
               accept depotvaerdi-file-name
                   from environment "DEPOTVAERDIFIL_NAVN"
                   on exception
                       move "DEPOT-VAERDI.txt" to depotvaerdi-file-name
               end-accept
               open input depotvaerdi-file
               if depotvaerdi-status not = "00"
                   and depotvaerdi-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-depotvaerdi = "Y"
                   read depotvaerdi-file
               at end
                   move "Y" to end-of-depotvaerdi
               not at end
                   perform varying dk-index from 1 by 1
                       until dk-index > depotkunde-count
                       or dk-kunde-id(dk-index) = dv-kunde-id
                       continue
                   end-perform
                   if dk-index > depotkunde-count
                       if depotkunde-count < depotkunde-max
                           add 1 to depotkunde-count
                           move dv-kunde-id
                               to dk-kunde-id(depotkunde-count)
                           move 0 to dk-vaerdi-dkk(depotkunde-count)
                       else
                           display "OPGAVE9: depottabel fuld - "
                               dv-depot-id " ikke medtaget"
                           move 0 to dk-index
                       end-if
                   end-if
                   if dk-index > 0
                       add dv-vaerdi-dkk to dk-vaerdi-dkk(dk-index)
                   end-if
               end-read
               end-perform
               close depotvaerdi-file
           exit.

      *> Skriver en run-header foerst i output.txt (program-id,
      *> run-dato) - adskilt fra ny-sides per-side sidehoved, saa
      *> filen har en fast, selv-beskrivende aabning uanset antal
               write output-record
               move 0 to lines-this-page
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
                   display "OPGAVE9: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
