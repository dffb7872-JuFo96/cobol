       identification division.
       program-id. DAGSBACKUP.

      *> Nattens backup-saet: opgave9 arkiverer kundeoplysninger.txt
      *> og KontoOpl.txt, og kontopostering.cob holder generationer af
      *> kontomasteren, men resten af masterne og registrene -
      *> TRAEKRET, FASTORDRE, LAANSCHD, SIKKERHED, MEDEJERE,
      *> AFTALEINDLAAN, registrene og de indekserede lagre - indgik
      *> ikke i noget samlet saet, og efter en daarlig nat maatte man
      *> gaette hvilke kopier der hoerte sammen. Som sidste trin i
      *> JOBPLAN tages alle filerne i batch/BACKUPSAET.txt
      *> (BACKUPSAETFIL_NAVN) som eet saet, maerket med forretnings-
      *> datoen (KOERSEL_DATO) og koersels-id'et (KOERSEL_ID):
      *>   - hver fil kopieres til BACKUP-<dato>-<nr>-<fil>; et
      *>     indekseret lager losses til BACKUP-<dato>-<nr>-<fil>.txt;
      *>   - manifestet BACKUP-<dato>-<nr>-MANIFEST.txt (se
      *>     BACKUPMANIFEST.cpy) faar antal, kontroltal og beloebs-
      *>     total pr. fil og den publicerede kontogeneration;
      *>   - saettet tilfoejes kataloget BACKUPKATALOG.txt
      *>     (BACKUPKATALOG_NAVN, se BACKUPKATALOG.cpy).
      *> <nr> er saettets loebenummer for datoen, saa en genkoersel
      *> samme dag ikke overskriver det foerste saet. Et saet
      *> gendannes med backupgendan.cob.
      *> RC=0 saettet er taget, RC=4 en ugyldig linje i listen blev
      *> sprunget over, RC=8 listen mangler eller er tom.

       environment division.
       input-output section.
       file-control.
           select saet-ctl-file assign to dynamic saet-ctl-file-name
               organization is line sequential
               file status is saet-ctl-status.

           select kilde-file assign to dynamic kilde-file-name
               organization is line sequential
               file status is kilde-status.

           select backup-file assign to dynamic backup-file-name
               organization is line sequential
               file status is backup-status.

           select manifest-file assign to dynamic manifest-file-name
               organization is line sequential
               file status is manifest-status.

           select katalog-file assign to dynamic katalog-file-name
               organization is line sequential
               file status is katalog-status.

           select generation-file assign to "GENERATION.txt"
               organization is line sequential
               file status is generation-status.

      *> De to indekserede lagre der ikke bygges forfra fra en
      *> .txt-master hver gang de bruges - se BACKUPSAET.txt.
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
           FD saet-ctl-file.
           01 saet-ctl-record.
               02 saet-ctl-line    PIC X(200).

           FD kilde-file.
           01 kilde-record.
               02 kilde-line       PIC X(2000).

           FD backup-file.
           01 backup-record.
               02 backup-line      PIC X(2000).

           FD manifest-file.
           01 manifest-record.
               COPY "BACKUPMANIFEST.cpy".

           FD katalog-file.
           01 katalog-record.
               COPY "BACKUPKATALOG.cpy".

           FD generation-file.
           01 generation-record.
               02 gen-nummer       PIC 9(6).
               02 gen-filnavn      PIC X(100).

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
           01 saet-ctl-file-name  PIC X(100)
               value "batch/BACKUPSAET.txt".
           01 saet-ctl-status     PIC XX value "00".
           01 kilde-file-name     PIC X(100).
           01 kilde-status        PIC XX value "00".
           01 backup-file-name    PIC X(100).
           01 backup-status       PIC XX value "00".
           01 manifest-file-name  PIC X(100).
           01 manifest-status     PIC XX value "00".
           01 katalog-file-name   PIC X(100)
               value "BACKUPKATALOG.txt".
           01 katalog-status      PIC XX value "00".
           01 generation-status   PIC XX value "00".
           01 tix-status          PIC XX value "00".
           01 kunde-master-status PIC XX value "00".
           01 end-of-fil          PIC X value "N".

           01 koersel-dato        PIC X(8).
           01 koersel-id          PIC X(30).
           01 tidspunkt           PIC X(14).
           01 saet-nr             PIC 9(2) value 0.
           01 aktuel-generation   PIC 9(6) value 0.
           01 undtagelse-antal    PIC 9(5) value 0.
           01 kopieret-antal      PIC 9(5) value 0.
           01 mangler-antal       PIC 9(5) value 0.

      *> Filerne fra BACKUPSAET.txt.
           01 ctl-fil             PIC X(60).
           01 ctl-art             PIC X(1).
           01 ctl-pos             PIC X(4).
           01 ctl-laengde         PIC X(2).
           01 ctl-fortegn         PIC X(1).
      *> "<AAR>" i et filnavn (GLPRIMO-<AAR>.txt) udfoldes til
      *> saettets aar og aaret efter - se udfold-aar.
           01 aar-token-antal     PIC 9(2).
           01 aar-foer            PIC X(60).
           01 aar-efter           PIC X(60).
           01 aar-vaerdi          PIC 9(4).
           01 saet-max            PIC 9(3) value 100.
           01 saet-antal          PIC 9(3) value 0.
           01 saet-index          PIC 9(3).
           01 saet-tabel.
               02 saet-entry occurs 100 times.
                   03 st-fil              PIC X(60).
                   03 st-art              PIC X(1).
                   03 st-beloeb-pos       PIC 9(4).
                   03 st-beloeb-laengde   PIC 9(2).
                   03 st-beloeb-fortegn   PIC X(1).

      *> Resultatet fra BACKUPTAL for den netop tagne kopi.
           01 tal-fil-navn        PIC X(100).
           01 tal-findes          PIC X(1).
           01 tal-antal           PIC 9(9).
           01 tal-kontroltal      PIC 9(15).
           01 tal-beloeb          PIC S9(13)V99.
           01 fil-findes          PIC X(1).

       procedure division.
       main-program.
           accept saet-ctl-file-name
               from environment "BACKUPSAETFIL_NAVN"
               on exception
                   move "batch/BACKUPSAET.txt" to saet-ctl-file-name
           end-accept
           accept katalog-file-name
               from environment "BACKUPKATALOG_NAVN"
               on exception
                   move "BACKUPKATALOG.txt" to katalog-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           move function current-date(1:14) to tidspunkt
           accept koersel-id from environment "KOERSEL_ID"
               on exception
                   move spaces to koersel-id
           end-accept
           if koersel-id = spaces
               move tidspunkt to koersel-id
           end-if

           perform load-saet
           if saet-antal = 0
               display "DAGSBACKUP: ingen filer i "
                   function trim(saet-ctl-file-name)
               move 8 to return-code
               stop run
           end-if

           perform bestem-saet-nr
           perform laes-generation

           move spaces to manifest-file-name
           string
               "BACKUP-" koersel-dato "-" saet-nr "-MANIFEST.txt"
               delimited by size
               into manifest-file-name
           end-string
           open output manifest-file
           move spaces to manifest-record
           set bm-hoved to true
           move koersel-dato to bm-dato
           move saet-nr to bm-saet-nr
           move koersel-id to bm-koersel-id
           move tidspunkt to bm-tidspunkt
           move aktuel-generation to bm-generation
           move saet-antal to bm-antal-filer
           write manifest-record

           perform varying saet-index from 1 by 1
               until saet-index > saet-antal
               perform tag-fil
           end-perform
           close manifest-file

           perform skriv-katalog

           display "DAGSBACKUP: saet " koersel-dato "-" saet-nr
               " (" function trim(koersel-id) ") - "
               kopieret-antal " fil(er) taget, " mangler-antal
               " fandtes ikke - se "
               function trim(manifest-file-name)
           if undtagelse-antal > 0
               display "DAGSBACKUP: " undtagelse-antal
                   " ugyldig(e) linje(r) i "
                   function trim(saet-ctl-file-name)
                   " sprunget over"
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> FIL;ART;BELOEBPOS;BELOEBLAENGDE;FORTEGN - "#"-linjer er
      *> kommentarer.
           load-saet.
               open input saet-ctl-file
               if saet-ctl-status not = "00"
                   and saet-ctl-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read saet-ctl-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if saet-ctl-line not = spaces
                       and saet-ctl-line(1:1) not = "#"
                       perform tilfoej-fil
                   end-if
               end-read
               end-perform
               close saet-ctl-file
           exit.

           tilfoej-fil.
               move spaces to ctl-fil ctl-art ctl-pos ctl-laengde
                   ctl-fortegn
               unstring saet-ctl-line delimited by ";"
                   into ctl-fil ctl-art ctl-pos ctl-laengde
                   ctl-fortegn
               end-unstring
               if ctl-fil = spaces
                   or (ctl-art not = "L" and ctl-art not = "I")
                   or (ctl-art = "I"
                       and ctl-fil not = "TRANSIDX.dat"
                       and ctl-fil not = "KUNDEMST.dat")
                   or (ctl-pos not = spaces
                       and function test-numval(ctl-pos) not = 0)
                   or (ctl-laengde not = spaces
                       and function test-numval(ctl-laengde) not = 0)
                   or (ctl-fortegn not = space and ctl-fortegn not = "S"
                       and ctl-fortegn not = "F")
                   add 1 to undtagelse-antal
                   display "DAGSBACKUP: ugyldig linje ["
                       function trim(saet-ctl-line) "]"
                   exit paragraph
               end-if
               move 0 to aar-token-antal
               inspect ctl-fil tallying aar-token-antal
                   for all "<AAR>"
               if aar-token-antal > 0
                   perform udfold-aar
               else
                   perform gem-fil
               end-if
           exit.

      *> Aarsfiler som GLPRIMO-<aar>.txt: en aarsafslutning koert
      *> efter saettets dato skriver det naeste aars fil, saa baade
      *> saettets aar og aaret efter tages med - findes filen ikke
      *> endnu, siger manifestet "fandtes ikke", og en gendannelse
      *> efterlader den tom som paa saettets dato.
           udfold-aar.
               move spaces to aar-foer aar-efter
               unstring ctl-fil delimited by "<AAR>"
                   into aar-foer aar-efter
               end-unstring
               compute aar-vaerdi =
                   function numval(koersel-dato(1:4))
               move spaces to ctl-fil
               string
                   function trim(aar-foer) aar-vaerdi
                   function trim(aar-efter)
                   delimited by size
                   into ctl-fil
               end-string
               perform gem-fil
               add 1 to aar-vaerdi
               move spaces to ctl-fil
               string
                   function trim(aar-foer) aar-vaerdi
                   function trim(aar-efter)
                   delimited by size
                   into ctl-fil
               end-string
               perform gem-fil
           exit.

           gem-fil.
               if saet-antal >= saet-max
                   add 1 to undtagelse-antal
                   display "DAGSBACKUP: filtabel fuld - "
                       function trim(ctl-fil) " ikke medtaget"
                   exit paragraph
               end-if
               add 1 to saet-antal
               move ctl-fil to st-fil(saet-antal)
               move ctl-art to st-art(saet-antal)
               move 0 to st-beloeb-pos(saet-antal)
               move 0 to st-beloeb-laengde(saet-antal)
               if ctl-pos not = spaces and ctl-laengde not = spaces
                   compute st-beloeb-pos(saet-antal) =
                       function numval(ctl-pos)
                   compute st-beloeb-laengde(saet-antal) =
                       function numval(ctl-laengde)
               end-if
               move ctl-fortegn to st-beloeb-fortegn(saet-antal)
           exit.

      *> Naeste loebenummer for datoen - et manglende katalog er
      *> det foerste saet nogensinde.
           bestem-saet-nr.
               move 0 to saet-nr
               open input katalog-file
               if katalog-status not = "00"
                   and katalog-status not = "05"
                   move 1 to saet-nr
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read katalog-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if bk-dato = koersel-dato
                       and bk-saet-nr > saet-nr
                       move bk-saet-nr to saet-nr
                   end-if
               end-read
               end-perform
               close katalog-file
               add 1 to saet-nr
           exit.

      *> Den publicerede kontogeneration (se kontopostering.cob's
      *> publicer-generation) - backupgendan.cob bruger den til at
      *> se om en nyere posteringskoersel har brugt filerne siden.
           laes-generation.
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
           exit.

           tag-fil.
               move spaces to backup-file-name
               if st-art(saet-index) = "I"
                   string
                       "BACKUP-" koersel-dato "-" saet-nr "-"
                       function trim(st-fil(saet-index)) ".txt"
                       delimited by size
                       into backup-file-name
                   end-string
                   perform losse-lager
               else
                   string
                       "BACKUP-" koersel-dato "-" saet-nr "-"
                       function trim(st-fil(saet-index))
                       delimited by size
                       into backup-file-name
                   end-string
                   perform kopier-fil
               end-if

               move spaces to manifest-record
               set bm-fil-linje to true
               move st-fil(saet-index) to bm-fil
               move st-art(saet-index) to bm-art
               move fil-findes to bm-findes
               move st-beloeb-pos(saet-index) to bm-beloeb-pos
               move st-beloeb-laengde(saet-index) to bm-beloeb-laengde
               move st-beloeb-fortegn(saet-index) to bm-beloeb-fortegn
               if fil-findes = "J"
                   move backup-file-name to tal-fil-navn
                   call "BACKUPTAL" using tal-fil-navn
                       st-beloeb-pos(saet-index)
                       st-beloeb-laengde(saet-index)
                       st-beloeb-fortegn(saet-index)
                       tal-findes tal-antal tal-kontroltal tal-beloeb
                   end-call
                   move tal-antal to bm-antal
                   move tal-kontroltal to bm-kontroltal
                   move tal-beloeb to bm-beloeb
                   move backup-file-name to bm-backup-fil
                   add 1 to kopieret-antal
               else
                   move 0 to bm-antal
                   move 0 to bm-kontroltal
                   move 0 to bm-beloeb
                   add 1 to mangler-antal
               end-if
               write manifest-record
           exit.

      *> En fil der ikke findes kopieres ikke; manifestet siger
      *> "fandtes ikke", og en gendannelse efterlader den tom.
           kopier-fil.
               move "N" to fil-findes
               move st-fil(saet-index) to kilde-file-name
               open input kilde-file
               if kilde-status not = "00" and kilde-status not = "05"
                   exit paragraph
               end-if
               move "J" to fil-findes
               open output backup-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read kilde-file
               at end
                   move "Y" to end-of-fil
               not at end
                   move kilde-line to backup-line
                   write backup-record
               end-read
               end-perform
               close kilde-file
               close backup-file
           exit.

      *> Et indekseret lager losses i noegleorden til en linje pr.
      *> post - samme form som backupgendan.cob genindlaeser.
           losse-lager.
               move "N" to fil-findes
               if st-fil(saet-index) = "TRANSIDX.dat"
                   open input trans-index-file
                   if tix-status not = "00" and tix-status not = "05"
                       exit paragraph
                   end-if
               else
                   open input kunde-master-file
                   if kunde-master-status not = "00"
                       and kunde-master-status not = "05"
                       exit paragraph
                   end-if
               end-if
               move "J" to fil-findes
               open output backup-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   move spaces to backup-line
                   if st-fil(saet-index) = "TRANSIDX.dat"
                       read trans-index-file next record
                       at end
                           move "Y" to end-of-fil
                       not at end
                           move tix-record to backup-line
                           write backup-record
                       end-read
                   else
                       read kunde-master-file next record
                       at end
                           move "Y" to end-of-fil
                       not at end
                           move kunde-idx-record to backup-line
                           write backup-record
                       end-read
                   end-if
               end-perform
               if st-fil(saet-index) = "TRANSIDX.dat"
                   close trans-index-file
               else
                   close kunde-master-file
               end-if
               close backup-file
           exit.

           skriv-katalog.
               open extend katalog-file
               if katalog-status = "35"
                   open output katalog-file
               end-if
               move spaces to katalog-record
               move koersel-dato to bk-dato
               move saet-nr to bk-saet-nr
               move koersel-id to bk-koersel-id
               move tidspunkt to bk-tidspunkt
               move aktuel-generation to bk-generation
               move saet-antal to bk-antal-filer
               move manifest-file-name to bk-manifest
               write katalog-record
               close katalog-file
           exit.
