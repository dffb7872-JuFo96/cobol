       identification division.
       program-id. BACKUPGENDAN.

      *> Gendanner et dagsbackup-saet (se dagsbackup.cob) efter en
      *> daarlig nat: BACKUP_DATO er saettets forretningsdato og
      *> BACKUP_SAET dets loebenummer (uaendret: dagens sidste saet).
      *> Saettet slaas op i BACKUPKATALOG.txt, og manifestet laeses.
      *>   1. Har en nyere posteringskoersel allerede brugt filerne -
      *>      GENERATION.txt er publiceret videre end saettets
      *>      generation, eller KontoOpl.txt er forseglet af
      *>      KONTOPOSTERING efter saettet blev taget - afvises
      *>      gendannelsen, medmindre BACKUP_TVING=J.
      *>   2. Hver kopi i saettet efterregnes mod manifestet (antal,
      *>      kontroltal og beloebstotal); stemmer een ikke, roeres
      *>      intet.
      *>   3. Filerne laegges paa plads - en fil der ikke fandtes da
      *>      saettet blev taget efterlades tom, og et indekseret
      *>      lager genindlaeses fra sin losning.
      *>   4. De gendannede filer efterregnes igen mod manifestet.
      *> Gendannelsen skrives i revisionsloggen (AUDITLOG, action
      *> GENDANNET, eller GENDAN-TV naar den er tvunget igennem).
      *> RC=0 gendannet, RC=4 gendannet med BACKUP_TVING=J trods en
      *> nyere posteringskoersel, RC=8 afvist eller fejl.

       environment division.
       input-output section.
       file-control.
           select katalog-file assign to dynamic katalog-file-name
               organization is line sequential
               file status is katalog-status.

           select manifest-file assign to dynamic manifest-file-name
               organization is line sequential
               file status is manifest-status.

           select backup-file assign to dynamic backup-file-name
               organization is line sequential
               file status is backup-status.

           select maal-file assign to dynamic maal-file-name
               organization is line sequential
               file status is maal-status.

           select generation-file assign to "GENERATION.txt"
               organization is line sequential
               file status is generation-status.

           select segl-file assign to "KontoOpl.txt.SEGL"
               organization is line sequential
               file status is segl-status.

           select trans-index-file assign to "TRANSIDX.dat"
               organization is indexed
               access mode is dynamic
               record key is tix-noegle of tix-record
               file status is tix-status.

           select kunde-master-file assign to "KUNDEMST.dat"
               organization is indexed
               access mode is dynamic
               record key is customer-id of kunde-idx-record
               file status is kunde-master-status.

       data division.
           file section.
           FD katalog-file.
           01 katalog-record.
               COPY "BACKUPKATALOG.cpy".

           FD manifest-file.
           01 manifest-record.
               COPY "BACKUPMANIFEST.cpy".

           FD backup-file.
           01 backup-record.
               02 backup-line      PIC X(2000).

           FD maal-file.
           01 maal-record.
               02 maal-line        PIC X(2000).

           FD generation-file.
           01 generation-record.
               02 gen-nummer       PIC 9(6).
               02 gen-filnavn      PIC X(100).

           FD segl-file.
           01 segl-record.
               COPY "FILSEGL.cpy".

           FD trans-index-file.
           01 tix-record.
               02 tix-noegle.
                   03 tix-account-id  PIC X(10).
                   03 tix-trans-date  PIC X(8).
                   03 tix-loebenr     PIC 9(7).
               02 tix-amount          PIC S9(7)V99.
               02 tix-running-balance PIC S9(7)V99.
               02 tix-type            PIC X(4).
               02 tix-tekst           PIC X(30).
               02 tix-cyklus          PIC X(2).

           FD kunde-master-file.
           01 kunde-idx-record.
               COPY "kundeopl.cpy".

       working-storage section.
           01 katalog-file-name   PIC X(100)
               value "BACKUPKATALOG.txt".
           01 katalog-status      PIC XX value "00".
           01 manifest-file-name  PIC X(100).
           01 manifest-status     PIC XX value "00".
           01 backup-file-name    PIC X(100).
           01 backup-status       PIC XX value "00".
           01 maal-file-name      PIC X(100).
           01 maal-status         PIC XX value "00".
           01 generation-status   PIC XX value "00".
           01 segl-status         PIC XX value "00".
           01 tix-status          PIC XX value "00".
           01 kunde-master-status PIC XX value "00".
           01 end-of-fil          PIC X value "N".

           01 backup-dato         PIC X(8).
           01 saet-tekst          PIC X(2).
           01 oensket-saet-nr     PIC 9(2) value 0.
           01 tving-tilstand      PIC X value "N".
           01 saet-fundet         PIC X value "N".
           01 saet-nr             PIC 9(2) value 0.
           01 saet-generation     PIC 9(6) value 0.
           01 saet-tidspunkt      PIC X(14).
           01 saet-koersel-id     PIC X(30).
           01 aktuel-generation   PIC 9(6) value 0.
           01 nyere-postering     PIC X value "N".
           01 nyere-aarsag        PIC X(80).
           01 fejl-antal          PIC 9(5) value 0.
           01 gendannet-antal     PIC 9(5) value 0.
           01 genindlaest-antal   PIC 9(9).

      *> Manifestets fil-linjer.
           01 fil-max             PIC 9(3) value 100.
           01 fil-antal           PIC 9(3) value 0.
           01 fil-index           PIC 9(3).
           01 fil-tabel.
               02 fil-entry occurs 100 times.
                   03 ft-fil              PIC X(60).
                   03 ft-art              PIC X(1).
                   03 ft-findes           PIC X(1).
                   03 ft-antal            PIC 9(9).
                   03 ft-kontroltal       PIC 9(15).
                   03 ft-beloeb-pos       PIC 9(4).
                   03 ft-beloeb-laengde   PIC 9(2).
                   03 ft-beloeb-fortegn   PIC X(1).
                   03 ft-beloeb           PIC S9(13)V99.
                   03 ft-backup-fil       PIC X(90).

           01 tal-fil-navn        PIC X(100).
           01 tal-findes          PIC X(1).
           01 tal-antal           PIC 9(9).
           01 tal-kontroltal      PIC 9(15).
           01 tal-beloeb          PIC S9(13)V99.

           01 audit-program-id    PIC X(20) value "BACKUPGENDAN".
           01 audit-objekt        PIC X(10).
           01 audit-action        PIC X(10).

       procedure division.
       main-program.
           accept katalog-file-name
               from environment "BACKUPKATALOG_NAVN"
               on exception
                   move "BACKUPKATALOG.txt" to katalog-file-name
           end-accept
           accept backup-dato from environment "BACKUP_DATO"
               on exception
                   move spaces to backup-dato
           end-accept
           accept saet-tekst from environment "BACKUP_SAET"
               on exception
                   move spaces to saet-tekst
           end-accept
           if saet-tekst not = spaces
               and function test-numval(saet-tekst) = 0
               compute oensket-saet-nr = function numval(saet-tekst)
           end-if
           accept tving-tilstand from environment "BACKUP_TVING"
               on exception
                   move "N" to tving-tilstand
           end-accept
           if tving-tilstand not = "J"
               move "N" to tving-tilstand
           end-if

           if backup-dato = spaces or backup-dato not numeric
               display "BACKUPGENDAN: BACKUP_DATO (AAAAMMDD) skal "
                   "angives - fik [" backup-dato "]"
               move 8 to return-code
               stop run
           end-if

           perform find-saet
           if saet-fundet = "N"
               display "BACKUPGENDAN: intet backup-saet for "
                   backup-dato " i " function trim(katalog-file-name)
               move 8 to return-code
               stop run
           end-if

           perform load-manifest
           if fil-antal = 0
               display "BACKUPGENDAN: manifestet "
                   function trim(manifest-file-name)
                   " mangler eller er tomt"
               move 8 to return-code
               stop run
           end-if

           perform tjek-nyere-postering
           if nyere-postering = "J"
               if tving-tilstand = "N"
                   display "BACKUPGENDAN: saet " backup-dato "-"
                       saet-nr " afvist - "
                       function trim(nyere-aarsag)
                       "; saet BACKUP_TVING=J for at gendanne alligevel"
                   move 8 to return-code
                   stop run
               end-if
               display "BACKUPGENDAN: ADVARSEL - "
                   function trim(nyere-aarsag)
                   " - gendannes alligevel (BACKUP_TVING=J)"
           end-if

      *> Hele saettet efterregnes foer en eneste fil roeres.
           perform varying fil-index from 1 by 1
               until fil-index > fil-antal
               perform verificer-kopi
           end-perform
           if fejl-antal > 0
               display "BACKUPGENDAN: " fejl-antal " kopi(er) i saet "
                   backup-dato "-" saet-nr " stemmer ikke med "
                   "manifestet - intet er gendannet"
               move 8 to return-code
               stop run
           end-if

           perform varying fil-index from 1 by 1
               until fil-index > fil-antal
               if ft-art(fil-index) = "I"
                   perform genindlaes-lager
               else
                   perform gendan-fil
               end-if
           end-perform

           move backup-dato to audit-objekt(1:8)
           move saet-nr to audit-objekt(9:2)
           if nyere-postering = "J"
               move "GENDAN-TV" to audit-action
           else
               move "GENDANNET" to audit-action
           end-if
           call "AUDITLOG" using audit-program-id audit-objekt
               audit-action
           end-call

           display "BACKUPGENDAN: saet " backup-dato "-" saet-nr
               " (" function trim(saet-koersel-id) ") - "
               gendannet-antal " fil(er) gendannet"
           if fejl-antal > 0
               display "BACKUPGENDAN: " fejl-antal
                   " gendannet(e) fil(er) stemmer ikke med manifestet"
               move 8 to return-code
           else
               if nyere-postering = "J"
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           end-if
           stop run.

      *> Det oenskede saet for datoen - eller datoens sidste, naar
      *> BACKUP_SAET ikke er angivet.
           find-saet.
               open input katalog-file
               if katalog-status not = "00"
                   and katalog-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read katalog-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if bk-dato = backup-dato
                       and (bk-saet-nr = oensket-saet-nr
                           or (oensket-saet-nr = 0
                               and bk-saet-nr > saet-nr))
                       move "J" to saet-fundet
                       move bk-saet-nr to saet-nr
                       move bk-manifest to manifest-file-name
                   end-if
               end-read
               end-perform
               close katalog-file
           exit.

           load-manifest.
               open input manifest-file
               if manifest-status not = "00"
                   and manifest-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read manifest-file
               at end
                   move "Y" to end-of-fil
               not at end
                   evaluate true
                       when bm-hoved
                           move bm-generation to saet-generation
                           move bm-tidspunkt to saet-tidspunkt
                           move bm-koersel-id to saet-koersel-id
                       when bm-fil-linje
                           and fil-antal < fil-max
                           add 1 to fil-antal
                           move bm-fil to ft-fil(fil-antal)
                           move bm-art to ft-art(fil-antal)
                           move bm-findes to ft-findes(fil-antal)
                           move bm-antal to ft-antal(fil-antal)
                           move bm-kontroltal
                               to ft-kontroltal(fil-antal)
                           move bm-beloeb-pos
                               to ft-beloeb-pos(fil-antal)
                           move bm-beloeb-laengde
                               to ft-beloeb-laengde(fil-antal)
                           move bm-beloeb-fortegn
                               to ft-beloeb-fortegn(fil-antal)
                           move bm-beloeb to ft-beloeb(fil-antal)
                           move bm-backup-fil
                               to ft-backup-fil(fil-antal)
                   end-evaluate
               end-read
               end-perform
               close manifest-file
           exit.

      *> En nyere posteringskoersel har publiceret en ny generation
      *> eller forseglet KontoOpl.txt efter saettet blev taget.
           tjek-nyere-postering.
               move 0 to aktuel-generation
               open input generation-file
               if generation-status = "00" or generation-status = "05"
                   read generation-file
                   at end
                       continue
                   not at end
                       move gen-nummer to aktuel-generation
                   end-read
                   close generation-file
               end-if
               if aktuel-generation > saet-generation
                   move "J" to nyere-postering
                   move spaces to nyere-aarsag
                   string
                       "kontogeneration " aktuel-generation
                       " er publiceret efter saettets "
                       saet-generation
                       delimited by size
                       into nyere-aarsag
                   end-string
                   exit paragraph
               end-if

               open input segl-file
               if segl-status = "00" or segl-status = "05"
                   read segl-file
                   at end
                       continue
                   not at end
                       if sl-marker-ok
                           and sl-program = "KONTOPOSTERING"
                           and sl-tidspunkt > saet-tidspunkt
                           move "J" to nyere-postering
                           move spaces to nyere-aarsag
                           string
                               "KontoOpl.txt er posteret "
                               sl-tidspunkt " ("
                               function trim(sl-koersel-id) ")"
                               delimited by size
                               into nyere-aarsag
                           end-string
                       end-if
                   end-read
                   close segl-file
               end-if
           exit.

           verificer-kopi.
               if ft-findes(fil-index) not = "J"
                   exit paragraph
               end-if
               move ft-backup-fil(fil-index) to tal-fil-navn
               perform beregn-tal
               if tal-findes not = "J"
                   add 1 to fejl-antal
                   display "BACKUPGENDAN: kopien "
                       function trim(ft-backup-fil(fil-index))
                       " mangler"
                   exit paragraph
               end-if
               if tal-antal not = ft-antal(fil-index)
                   or tal-kontroltal not = ft-kontroltal(fil-index)
                   or tal-beloeb not = ft-beloeb(fil-index)
                   add 1 to fejl-antal
                   display "BACKUPGENDAN: kopien "
                       function trim(ft-backup-fil(fil-index))
                       " har " tal-antal " linjer/kontroltal "
                       tal-kontroltal " - manifestet siger "
                       ft-antal(fil-index) "/"
                       ft-kontroltal(fil-index)
               end-if
           exit.

           beregn-tal.
               call "BACKUPTAL" using tal-fil-navn
                   ft-beloeb-pos(fil-index)
                   ft-beloeb-laengde(fil-index)
                   ft-beloeb-fortegn(fil-index)
                   tal-findes tal-antal tal-kontroltal tal-beloeb
               end-call
           exit.

      *> En fil der ikke fandtes da saettet blev taget efterlades
      *> tom - de laesende programmer behandler en tom og en
      *> manglende fil ens. Findes den stadig ikke, er der intet
      *> at goere.
           gendan-fil.
               move ft-fil(fil-index) to maal-file-name
               if ft-findes(fil-index) not = "J"
                   move ft-fil(fil-index) to tal-fil-navn
                   perform beregn-tal
                   if tal-findes not = "J"
                       exit paragraph
                   end-if
               end-if
               open output maal-file
               if ft-findes(fil-index) = "J"
                   move ft-backup-fil(fil-index) to backup-file-name
                   open input backup-file
                   move "N" to end-of-fil
                   perform until end-of-fil = "Y"
                       read backup-file
                   at end
                       move "Y" to end-of-fil
                   not at end
                       move backup-line to maal-line
                       write maal-record
                   end-read
                   end-perform
                   close backup-file
               end-if
               close maal-file
               add 1 to gendannet-antal

               move ft-fil(fil-index) to tal-fil-navn
               perform beregn-tal
               if tal-antal not = ft-antal(fil-index)
                   or tal-kontroltal not = ft-kontroltal(fil-index)
                   or tal-beloeb not = ft-beloeb(fil-index)
                   add 1 to fejl-antal
                   display "BACKUPGENDAN: "
                       function trim(ft-fil(fil-index))
                       " stemmer ikke med manifestet efter "
                       "gendannelsen"
               end-if
           exit.

      *> Lageret oprettes forfra og genindlaeses fra losningen;
      *> antallet af indlaeste poster skal stemme med manifestet.
           genindlaes-lager.
               move 0 to genindlaest-antal
               if ft-fil(fil-index) = "TRANSIDX.dat"
                   open output trans-index-file
               else
                   open output kunde-master-file
               end-if
               if ft-findes(fil-index) = "J"
                   move ft-backup-fil(fil-index) to backup-file-name
                   open input backup-file
                   move "N" to end-of-fil
                   perform until end-of-fil = "Y"
                       read backup-file
                   at end
                       move "Y" to end-of-fil
                   not at end
                       perform skriv-lagerpost
                   end-read
                   end-perform
                   close backup-file
               end-if
               if ft-fil(fil-index) = "TRANSIDX.dat"
                   close trans-index-file
               else
                   close kunde-master-file
               end-if
               add 1 to gendannet-antal

               if genindlaest-antal not = ft-antal(fil-index)
                   add 1 to fejl-antal
                   display "BACKUPGENDAN: "
                       function trim(ft-fil(fil-index)) " fik "
                       genindlaest-antal " poster - manifestet siger "
                       ft-antal(fil-index)
               end-if
           exit.

           skriv-lagerpost.
               if ft-fil(fil-index) = "TRANSIDX.dat"
                   move backup-line to tix-record
                   write tix-record
                       invalid key
                           display "BACKUPGENDAN: dublet i "
                               "TRANSIDX.dat - " tix-noegle
                       not invalid key
                           add 1 to genindlaest-antal
                   end-write
               else
                   move backup-line to kunde-idx-record
                   write kunde-idx-record
                       invalid key
                           display "BACKUPGENDAN: dublet i "
                               "KUNDEMST.dat - "
                               customer-id of kunde-idx-record
                       not invalid key
                           add 1 to genindlaest-antal
                   end-write
               end-if
           exit.
