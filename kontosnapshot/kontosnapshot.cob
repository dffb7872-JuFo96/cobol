       identification division.
       program-id. KONTOSNAPSHOT.

      *> Nattens berigede kontosnapshot: kontosubtotal, kontotopn,
      *> filialbalance, engagement, renterisiko, valutaeksponering,
      *> mfiindberetning, indskydergaranti og kundesegmentering
      *> laeste hver for sig KontoOpl.txt igen og byggede de samme
      *> opslag op - ejeren fra kundeoplysninger.txt, medejerne fra
      *> MEDEJERE.txt, traekretten fra TRAEKRET.txt, DKK-kursen fra
      *> VALUTAKURS og produktgruppen fra PRODUKTKATALOG.txt - og
      *> med voksende maengder skubbede det batchvinduet en smule
      *> hver maaned. Dette trin koerer een gang efter nattens
      *> sidste posteringscyklus (kontopostering) og skriver hver
      *> konto med alle opslagene til det indekserede KONTOSNAP.dat
      *> (se KONTOSNAP.cpy). Rapporterne laeser derefter kun
      *> snapshottet - men foerst naar kontosnapkontrol.cob har
      *> stemt det af mod KontoOpl.txt; kontrolposten (KONTOSNAP-
      *> KONTROL.txt) nulstilles derfor til "ukontrolleret" allerede
      *> inden bygningen begynder.
      *>
      *> RC 0 ok, 4 naar en konto har flere medejere end snapshottet
      *> har plads til, en opslagstabel er loebet fuld eller
      *> KontoOpl.txt har en dublet-konto, 8 ved brudt segl eller
      *> forkert layout paa KontoOpl.txt.

       environment division.
       input-output section.
       file-control.
           select konto-file assign to dynamic konto-file-name
               organization is line sequential.

           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential
               file status is kunde-fil-status.

           select medejer-file assign to dynamic medejer-file-name
               organization is line sequential
               file status is medejer-status.

           select traekret-file assign to dynamic traekret-file-name
               organization is line sequential
               file status is traekret-status.

           select katalog-file assign to dynamic katalog-file-name
               organization is line sequential
               file status is katalog-status.

           select snap-file assign to dynamic snap-file-name
               organization is indexed
               access mode is dynamic
               record key is ks-account-id of snap-record
               file status is snap-status.

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

           FD kunde-file.
           01 kunde-header-record.
               COPY "KUNDEOPL-HDR.cpy".
           01 kunde-info.
               COPY "kundeopl.cpy".

           FD medejer-file.
           01 medejer-record.
               02 me-rec-konto-id  PIC X(10).
               02 filler           PIC X(1).
               02 me-rec-kunde-id  PIC X(10).

           FD traekret-file.
           01 traekret-record.
               COPY "TRAEKRET.cpy".

           FD katalog-file.
           01 katalog-record.
               COPY "PRODUKTKAT.cpy".

           FD snap-file.
           01 snap-record.
               COPY "KONTOSNAP.cpy".

           FD kontrol-file.
           01 kontrol-record.
               COPY "KONTOSNAPKTRL.cpy".

       working-storage section.
           01 end-of-konto     PIC X value "N".
           01 end-of-fil       PIC X value "N".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 kunde-file-name  PIC X(100)
               value "kundeoplysninger.txt".
           01 kunde-fil-status PIC XX value "00".
           01 medejer-file-name PIC X(100) value "MEDEJERE.txt".
           01 medejer-status   PIC XX value "00".
           01 traekret-file-name PIC X(100) value "TRAEKRET.txt".
           01 traekret-status  PIC XX value "00".
           01 katalog-file-name PIC X(100)
               value "PRODUKTKATALOG.txt".
           01 katalog-status   PIC XX value "00".
           01 snap-file-name   PIC X(100) value "KONTOSNAP.dat".
           01 snap-status      PIC XX value "00".
           01 kontrol-file-name PIC X(100)
               value "KONTOSNAP-KONTROL.txt".
           01 kontrol-status   PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 kunde-header-missing PIC X value "N".

           01 koersel-dato     PIC X(8).
           01 koersel-id       PIC X(30).
           01 tidspunkt        PIC X(14).

      *> Kunderne: kun de felter snapshottet baerer.
           01 kunde-count      PIC 9(5) value 0.
           01 kunde-max        PIC 9(5) value 5000.
           01 kunde-tabel.
               02 kunde-entry occurs 5000 times.
                   03 ku-kunde-id  PIC X(10).
                   03 ku-type      PIC X(1).
                   03 ku-cvr       PIC X(8).
                   03 ku-status    PIC X(1).
           01 ku-index         PIC 9(5).

      *> Medejer-krydsreferencen (konto -> medejer-kunde).
           01 medejer-count    PIC 9(5) value 0.
           01 medejer-max      PIC 9(5) value 2000.
           01 medejer-table.
               02 medejer-entry occurs 2000 times.
                   03 mj-konto-id  PIC X(10).
                   03 mj-kunde-id  PIC X(10).
           01 mj-index         PIC 9(5).

      *> Traekretterne pr. konto.
           01 traekret-count   PIC 9(5) value 0.
           01 traekret-max     PIC 9(5) value 2000.
           01 traekret-tabel.
               02 traekret-entry occurs 2000 times.
                   03 tt-konto-id  PIC X(10).
                   03 tt-graense   PIC 9(7)V99.
           01 tt-index         PIC 9(5).

      *> Produktkataloget.
           01 katalog-count    PIC 9(3) value 0.
           01 katalog-max      PIC 9(3) value 50.
           01 katalog-table.
               02 katalog-entry occurs 50 times.
                   03 ka-account-type   PIC X(10).
                   03 ka-produkt-gruppe PIC X(10).
           01 ka-index         PIC 9(3).

           01 balance-dkk-kurs PIC 9(3)V9999.
           01 kurs-ok          PIC X value "N".
           01 valuta-ok        PIC X value "Y".

           01 konto-antal      PIC 9(9) value 0.
           01 snap-antal       PIC 9(9) value 0.
           01 dublet-antal     PIC 9(7) value 0.
           01 overloeb-antal   PIC 9(7) value 0.
           01 tabel-fuld       PIC X value "N".

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "KONTOSNAPSHOT".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept medejer-file-name from environment "MEDEJERFIL_NAVN"
               on exception
                   move "MEDEJERE.txt" to medejer-file-name
           end-accept
           accept traekret-file-name
               from environment "TRAEKRETFIL_NAVN"
               on exception
                   move "TRAEKRET.txt" to traekret-file-name
           end-accept
           accept katalog-file-name
               from environment "PRODUKTKATALOGFIL_NAVN"
               on exception
                   move "PRODUKTKATALOG.txt" to katalog-file-name
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

           perform nulstil-kontrol

           move konto-file-name to segl-fil-navn
           perform verificer-segl

           perform load-kunder
           perform load-medejere
           perform load-traekretter
           perform load-produktkatalog

           open input konto-file
           perform verificer-konto-header
           open output snap-file
           if konto-header-missing = "Y"
               perform byg-snapshot-post
           end-if
           perform until end-of-konto = "Y"
               read konto-file into konto-info
           at end
               move "Y" to end-of-konto
           not at end
               perform byg-snapshot-post
           end-read
           end-perform
           close konto-file
           close snap-file

           display "KONTOSNAPSHOT: " snap-antal " af " konto-antal
               " konti skrevet til " function trim(snap-file-name)
           if dublet-antal > 0
               display "KONTOSNAPSHOT: " dublet-antal
                   " dublet-konti i " function trim(konto-file-name)
                   " - kun den foerste er med"
           end-if
           if overloeb-antal > 0
               display "KONTOSNAPSHOT: " overloeb-antal
                   " konti med flere medejere end snapshottet"
                   " har plads til"
           end-if

           if dublet-antal > 0 or overloeb-antal > 0
               or tabel-fuld = "Y"
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

      *> Kontrolposten saettes til "ukontrolleret" og forsegles, foer
      *> der bygges - en gammel godkendelse maa ikke gaelde for et
      *> snapshot der er ved at blive skrevet om.
           nulstil-kontrol.
               open output kontrol-file
               move spaces to kontrol-record
               move "UK" to kk-status
               move koersel-dato to kk-dato
               move koersel-id to kk-koersel-id
               move tidspunkt to kk-tidspunkt
               move 0 to kk-konto-antal
               move 0 to kk-konto-sum
               move 0 to kk-snap-antal
               move 0 to kk-snap-sum
               move 0 to kk-afvigelser
               move 0 to kk-segl-antal
               move 0 to kk-segl-kontroltal
               write kontrol-record
               close kontrol-file
               move kontrol-file-name to segl-fil-navn
               perform forsegl-fil
           exit.

           load-kunder.
               open input kunde-file
               if kunde-fil-status not = "00"
                   and kunde-fil-status not = "05"
                   display "KONTOSNAPSHOT: "
                       function trim(kunde-file-name)
                       " findes ikke - ingen ejeroplysninger"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               move "N" to kunde-header-missing
               read kunde-file into kunde-header-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if kuhdr-marker not = "KHDR"
                       move "Y" to kunde-header-missing
                   end-if
               end-read
               if end-of-fil = "N"
                   and kunde-header-missing = "Y"
                   perform registrer-kunde
               end-if
               perform until end-of-fil = "Y"
                   read kunde-file into kunde-info
               at end
                   move "Y" to end-of-fil
               not at end
                   perform registrer-kunde
               end-read
               end-perform
               close kunde-file
           exit.

           registrer-kunde.
               if kunde-count >= kunde-max
                   display "KONTOSNAPSHOT: kundetabel fuld - "
                       customer-id in kunde-info " ikke medtaget"
                   move "Y" to tabel-fuld
                   exit paragraph
               end-if
               add 1 to kunde-count
               move customer-id in kunde-info
                   to ku-kunde-id(kunde-count)
               move customer-type in kunde-info to ku-type(kunde-count)
               move cvr-number in kunde-info to ku-cvr(kunde-count)
               move kunde-status in kunde-info
                   to ku-status(kunde-count)
           exit.

           load-medejere.
               open input medejer-file
               if medejer-status not = "00"
                   and medejer-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read medejer-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if me-rec-konto-id not = spaces
                       and me-rec-kunde-id not = spaces
                       if medejer-count < medejer-max
                           add 1 to medejer-count
                           move me-rec-konto-id
                               to mj-konto-id(medejer-count)
                           move me-rec-kunde-id
                               to mj-kunde-id(medejer-count)
                       else
                           display "KONTOSNAPSHOT: medejertabel"
                               " fuld - " me-rec-konto-id
                               " ikke medtaget"
                           move "Y" to tabel-fuld
                       end-if
                   end-if
               end-read
               end-perform
               close medejer-file
           exit.

           load-traekretter.
               open input traekret-file
               if traekret-status not = "00"
                   and traekret-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read traekret-file into traekret-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if traekret-count < traekret-max
                       add 1 to traekret-count
                       move tr-konto-id
                           to tt-konto-id(traekret-count)
                       move tr-graense
                           to tt-graense(traekret-count)
                   else
                       display "KONTOSNAPSHOT: traekrettabel fuld"
                           " - " tr-konto-id " ikke medtaget"
                       move "Y" to tabel-fuld
                   end-if
               end-read
               end-perform
               close traekret-file
           exit.

      *> Et manglende produktkatalog giver blot "UKENDT" paa alle
      *> konti - rapporterne der grupperer paa produktgruppe melder
      *> det selv.
           load-produktkatalog.
               open input katalog-file
               if katalog-status not = "00"
                   and katalog-status not = "05"
                   display "KONTOSNAPSHOT: "
                       function trim(katalog-file-name)
                       " findes ikke - ingen produktgrupper"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read katalog-file into katalog-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if katalog-count >= katalog-max
                       display "KONTOSNAPSHOT: katalogtabel fuld"
                           " - " pk-account-type " ikke indlaest"
                       move "Y" to tabel-fuld
                   else
                       add 1 to katalog-count
                       move pk-account-type
                           to ka-account-type(katalog-count)
                       move pk-produkt-gruppe
                           to ka-produkt-gruppe(katalog-count)
                   end-if
               end-read
               end-perform
               close katalog-file
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
                   display "KONTOSNAPSHOT: "
                       function trim(konto-file-name)
                       " er tom - ingen header fundet"
               not at end
                   if kohdr-marker not = "KHDR"
                       move "Y" to konto-header-missing
                       display "KONTOSNAPSHOT: ingen header "
                           "fundet i " function trim(konto-file-name)
                           " - antager fil fra foer"
                           " layout-versionering"
                   else
                       if not kohdr-version-kendt
                           or not kohdr-laengde-kendt
                           move "N" to layout-version-ok
                           display "KONTOSNAPSHOT: layout-"
                               "version-mismatch i "
                               function trim(konto-file-name)
                       end-if
                   end-if
               end-read
               if layout-version-ok = "N"
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> En konto med alle opslag til snapshottet. En dublet-konto
      *> i KontoOpl.txt kan ikke staa to gange under samme noegle -
      *> den meldes, og kontrollen vil da ikke kunne stemme
      *> snapshottet af, saa ingen rapport koerer paa et snapshot
      *> der mangler en post.
           byg-snapshot-post.
               add 1 to konto-antal
               move spaces to snap-record
               move konto-info to ks-konto

               move "N" to ks-kunde-fundet
               perform varying ku-index from 1 by 1
                   until ku-index > kunde-count
                   if ku-kunde-id(ku-index) = customer-id in konto-info
                       move "J" to ks-kunde-fundet
                       move ku-type(ku-index) to ks-kunde-type
                       move ku-cvr(ku-index) to ks-cvr-number
                       move ku-status(ku-index) to ks-kunde-status
                       move kunde-count to ku-index
                   end-if
               end-perform

               move 0 to ks-medejer-antal
               move "N" to ks-medejer-overloeb
               perform varying mj-index from 1 by 1
                   until mj-index > medejer-count
                   if mj-konto-id(mj-index) = account-id in konto-info
                       if ks-medejer-antal < 10
                           add 1 to ks-medejer-antal
                           move mj-kunde-id(mj-index)
                               to ks-medejer-kunde-id(ks-medejer-antal)
                       else
                           move "J" to ks-medejer-overloeb
                       end-if
                   end-if
               end-perform
               if ks-medejer-overloeb = "J"
                   add 1 to overloeb-antal
                   display "KONTOSNAPSHOT: konto "
                       account-id in konto-info
                       " har mere end 10 medejere"
               end-if

               move 0 to ks-traekret-graense
               perform varying tt-index from 1 by 1
                   until tt-index > traekret-count
                   if tt-konto-id(tt-index) = account-id in konto-info
                       add tt-graense(tt-index) to ks-traekret-graense
                   end-if
               end-perform

               call "VALUTAKONTROL" using
                   valuta-id in konto-info valuta-ok
               end-call
               move valuta-ok to ks-valuta-ok
               call "VALUTAKURS" using
                   valuta-id in konto-info balance-dkk-kurs kurs-ok
               end-call
               move kurs-ok to ks-kurs-ok
               if kurs-ok = "Y"
                   move balance-dkk-kurs to ks-dkk-kurs
                   compute ks-balance-dkk rounded =
                       balance in konto-info * balance-dkk-kurs
               else
                   move 0 to ks-dkk-kurs
                   move 0 to ks-balance-dkk
               end-if

               move "UKENDT" to ks-produkt-gruppe
               perform varying ka-index from 1 by 1
                   until ka-index > katalog-count
                   if ka-account-type(ka-index)
                       = account-type in konto-info
                       move ka-produkt-gruppe(ka-index)
                           to ks-produkt-gruppe
                   end-if
               end-perform

               write snap-record
               invalid key
                   add 1 to dublet-antal
                   display "KONTOSNAPSHOT: dublet account-id "
                       account-id in konto-info " sprunget over"
               not invalid key
                   add 1 to snap-antal
               end-write
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
                   display "KONTOSNAPSHOT: segl brudt for "
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
