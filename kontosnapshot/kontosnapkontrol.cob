       identification division.
       program-id. KONTOSNAPKONTROL.

      *> Afstemning af nattens kontosnapshot (KONTOSNAP.dat, se
      *> kontosnapshot.cob) mod KontoOpl.txt, foer nogen rapport
      *> maa bruge det. Hver konto i KontoOpl.txt slaas op i
      *> snapshottet og skal staa der med praecis samme kontopost;
      *> derefter laeses snapshottet igennem, og antal og samlet
      *> BALANCE skal vaere de samme paa begge sider - saa baade en
      *> manglende, en aendret og en overskydende snapshot-post
      *> fanges. Resultatet skrives til kontrolposten KONTOSNAP-
      *> KONTROL.txt (se KONTOSNAPKTRL.cpy) sammen med KontoOpl.txt's
      *> segltal, og posten forsegles. Kun status "OK" lader
      *> rapporterne koere (se KONTOSNAPOK).
      *>
      *> RC 0 snapshottet er godkendt, 8 ved enhver afvigelse, et
      *> manglende snapshot eller brudt segl paa KontoOpl.txt.

       environment division.
       input-output section.
       file-control.
           select konto-file assign to dynamic konto-file-name
               organization is line sequential.

           select snap-file assign to dynamic snap-file-name
               organization is indexed
               access mode is dynamic
               record key is ks-account-id of snap-record
               file status is snap-status.

           select segl-file assign to dynamic segl-file-name
               organization is line sequential
               file status is segl-status.

           select kontrol-file assign to dynamic kontrol-file-name
               organization is line sequential
               file status is kontrol-status.

       data division.
           file section.
           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD snap-file.
           01 snap-record.
               COPY "KONTOSNAP.cpy".

           FD segl-file.
           01 segl-record.
               COPY "FILSEGL.cpy".

           FD kontrol-file.
           01 kontrol-record.
               COPY "KONTOSNAPKTRL.cpy".

       working-storage section.
           01 end-of-konto     PIC X value "N".
           01 end-of-snap      PIC X value "N".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 snap-file-name   PIC X(100) value "KONTOSNAP.dat".
           01 snap-status      PIC XX value "00".
           01 segl-file-name   PIC X(100).
           01 segl-status      PIC XX value "00".
           01 kontrol-file-name PIC X(100)
               value "KONTOSNAP-KONTROL.txt".
           01 kontrol-status   PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".

           01 koersel-dato     PIC X(8).
           01 koersel-id       PIC X(30).
           01 tidspunkt        PIC X(14).

           01 konto-antal      PIC 9(9) value 0.
           01 konto-sum        PIC S9(13)V99 value 0.
           01 snap-antal       PIC 9(9) value 0.
           01 snap-sum         PIC S9(13)V99 value 0.
           01 afvigelse-antal  PIC 9(9) value 0.
           01 vis-max          PIC 9(3) value 20.

      *> Snapshottets kontopost vist gennem KONTOOPL.cpy, saa
      *> BALANCE kan summeres.
           01 snap-konto.
               COPY "KONTOOPL.cpy".

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "KONTOSNAPKONTROL".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept snap-file-name from environment "KONTOSNAPFIL_NAVN"
               on exception
                   move "KONTOSNAP.dat" to snap-file-name
           end-accept
           accept kontrol-file-name
               from environment "KONTOSNAPKONTROL_NAVN"
               on exception
                   move "KONTOSNAP-KONTROL.txt" to kontrol-file-name
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

           move konto-file-name to segl-fil-navn
           perform verificer-segl

           open input snap-file
           if snap-status not = "00" and snap-status not = "05"
               display "KONTOSNAPKONTROL: "
                   function trim(snap-file-name)
                   " kan ikke aabnes (status " snap-status
                   ") - snapshottet afvist"
               add 1 to afvigelse-antal
               perform skriv-kontrol
               move 8 to return-code
               stop run
           end-if

           perform afstem-konti
           perform optael-snapshot
           close snap-file

           if snap-antal not = konto-antal
               add 1 to afvigelse-antal
               display "KONTOSNAPKONTROL: antal afviger - "
                   function trim(konto-file-name) " " konto-antal
                   ", snapshot " snap-antal
           end-if
           if snap-sum not = konto-sum
               add 1 to afvigelse-antal
               display "KONTOSNAPKONTROL: BALANCE-sum afviger - "
                   function trim(konto-file-name) " " konto-sum
                   ", snapshot " snap-sum
           end-if

           perform skriv-kontrol

           display "KONTOSNAPKONTROL: " konto-antal " konti, sum "
               konto-sum " - " afvigelse-antal " afvigelser"
           if afvigelse-antal > 0
               display "KONTOSNAPKONTROL: snapshottet er AFVIST -"
                   " rapporterne maa ikke bruge det"
               move 8 to return-code
           else
               display "KONTOSNAPKONTROL: snapshottet er godkendt"
               move 0 to return-code
           end-if

           stop run.

      *> Hver konto i KontoOpl.txt slaas op i snapshottet under sin
      *> noegle og skal staa der uaendret.
           afstem-konti.
               open input konto-file
               perform verificer-konto-header
               if konto-header-missing = "Y"
                   perform afstem-en-konto
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform afstem-en-konto
               end-read
               end-perform
               close konto-file
           exit.

           afstem-en-konto.
               add 1 to konto-antal
               add balance in konto-info to konto-sum
               move account-id in konto-info
                   to ks-account-id of snap-record
               read snap-file
               invalid key
                   add 1 to afvigelse-antal
                   if afvigelse-antal <= vis-max
                       display "KONTOSNAPKONTROL: konto "
                           account-id in konto-info
                           " mangler i snapshottet"
                   end-if
               not invalid key
                   if ks-konto not = konto-info
                       add 1 to afvigelse-antal
                       if afvigelse-antal <= vis-max
                           display "KONTOSNAPKONTROL: konto "
                               account-id in konto-info
                               " afviger fra snapshottet"
                       end-if
                   end-if
               end-read
           exit.

      *> Hele snapshottet laeses igennem i noegleorden - antal og
      *> BALANCE-sum her fanger ogsaa poster der ikke laengere
      *> findes i KontoOpl.txt.
           optael-snapshot.
               move low-values to ks-account-id of snap-record
               start snap-file key is >= ks-account-id of snap-record
               invalid key
                   move "Y" to end-of-snap
               end-start
               perform until end-of-snap = "Y"
                   read snap-file next record
                   at end
                       move "Y" to end-of-snap
                   not at end
                       add 1 to snap-antal
                       move ks-konto to snap-konto
                       add balance in snap-konto to snap-sum
                   end-read
               end-perform
           exit.

      *> Laeser den foerste post i konto-file som en header (se
      *> KONTOOPL-HDR.cpy) - samme verificering som de oevrige
      *> konto-laesende programmer.
           verificer-konto-header.
               move "Y" to layout-version-ok
               move "N" to konto-header-missing
               read konto-file into konto-header-record
               at end
                   move "N" to layout-version-ok
                   display "KONTOSNAPKONTROL: "
                       function trim(konto-file-name)
                       " er tom - ingen header fundet"
               not at end
                   if kohdr-marker not = "KHDR"
                       move "Y" to konto-header-missing
                   else
                       if not kohdr-version-kendt
                           or not kohdr-laengde-kendt
                           move "N" to layout-version-ok
                       end-if
                   end-if
               end-read
               if layout-version-ok = "N"
                   close konto-file
                   close snap-file
                   add 1 to afvigelse-antal
                   perform skriv-kontrol
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Kontrolposten med afstemningens tal og KontoOpl.txt's
      *> segltal (nul naar filen intet segl har), forseglet.
           skriv-kontrol.
               move spaces to segl-file-name
               string
                   function trim(konto-file-name) ".SEGL"
                   delimited by size
                   into segl-file-name
               end-string
               move 0 to kk-segl-antal
               move 0 to kk-segl-kontroltal
               open input segl-file
               if segl-status = "00" or segl-status = "05"
                   read segl-file
                   at end
                       continue
                   not at end
                       if sl-marker-ok
                           move sl-antal to kk-segl-antal
                           move sl-kontroltal to kk-segl-kontroltal
                       end-if
                   end-read
                   close segl-file
               end-if

               open output kontrol-file
               if afvigelse-antal > 0
                   move "FE" to kk-status
               else
                   move "OK" to kk-status
               end-if
               move koersel-dato to kk-dato
               move koersel-id to kk-koersel-id
               move tidspunkt to kk-tidspunkt
               move konto-antal to kk-konto-antal
               move konto-sum to kk-konto-sum
               move snap-antal to kk-snap-antal
               move snap-sum to kk-snap-sum
               move afvigelse-antal to kk-afvigelser
               write kontrol-record
               close kontrol-file

               move kontrol-file-name to segl-fil-navn
               perform forsegl-fil
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
                   display "KONTOSNAPKONTROL: segl brudt for "
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
