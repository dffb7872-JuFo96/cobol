      *> volumen/-frekvens fra TRANSOPL.txt, til et segment (VIP,
      *> STANDARD, DORMANT-RISK), og skriver et CUSTOMER-SEGMENT.txt-
      *> udtraek, saa relationsansvarlige kan prioritere i stedet for
      *> at skulle scanne den raa netto-formue-rapport. Kundens
      *> depoter taeller med i netto-formuen med kursvaerdien fra
      *> DEPOT-VAERDI.txt (se DEPOTVAERDI.cpy). Kontiene med
      *> valutakontrol og DKK-aekvivalent laeses fra nattens
      *> kontrollerede kontosnapshot (KONTOSNAP.cpy).

       environment division.
       input-output section.
           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential.

           select snap-file assign to dynamic snap-file-name
               organization is indexed
               access mode is sequential
               record key is ks-account-id of snap-record
               file status is snap-status.

           select history-file assign to dynamic history-file-name
               organization is line sequential.
               organization is line sequential
               file status is samtykke-status.

      *> Depotvaerdierne fra depotvaerdi.cob - en manglende fil
      *> betyder ingen depoter.
           select depotvaerdi-file
               assign to dynamic depotvaerdi-file-name
               organization is line sequential
               file status is depotvaerdi-status.

       data division.
           file section.
           FD kunde-file.
           01 kunde-info.
               COPY "kundeopl.cpy".

           FD snap-file.
           01 snap-record.
               COPY "KONTOSNAP.cpy".

           FD history-file.
           01 history-record.

           FD segment-file.
           01 segment-record.
               02 segment-line       PIC X(120).

           FD samtykke-file.
           01 samtykke-record.
               COPY "SAMTYKKE.cpy".

           FD depotvaerdi-file.
           01 depotvaerdi-record.
               COPY "DEPOTVAERDI.cpy".

       working-storage section.
           01 kunde-file-name        PIC X(100) value
               "kundeoplysninger.txt".
           01 snap-file-name         PIC X(100) value "KONTOSNAP.dat".
           01 snap-status            PIC XX value "00".
           01 snap-ok                PIC X value "N".
           01 snap-program           PIC X(20)
               value "KUNDESEGMENTERING".
           01 history-file-name      PIC X(100) value "TRANSOPL.txt".
           01 end-of-kunde           PIC X value "N".
           01 end-of-konto           PIC X value "N".
           01 end-of-historik        PIC X value "N".
           01 layout-version-ok      PIC X value "Y".
           01 kunde-header-missing   PIC X value "N".

           01 konto-info.
               COPY "KONTOOPL.cpy".

      *> En raekke pr. konto - DKK-aekvivalent og posterings-volumen/
      *> -frekvens akkumuleres her i to separate passes (se
           01 har-samtykke     PIC X value "N".
           01 udeladt-antal    PIC 9(5) value 0.

      *> Depotvaerdi i DKK summeret pr. kunde.
           01 depotvaerdi-file-name PIC X(100)
               value "DEPOT-VAERDI.txt".
           01 depotvaerdi-status PIC XX value "00".
           01 end-of-depotvaerdi PIC X value "N".
           01 depotkunde-count PIC 9(4) value 0.
           01 depotkunde-max   PIC 9(4) value 500.
           01 depotkunde-tabel.
               02 depotkunde-entry occurs 500 times.
                   03 dk-kunde-id      PIC X(10).
                   03 dk-vaerdi-dkk    PIC 9(13)V99.
           01 dk-index         PIC 9(4).

           01 vip-graense             PIC 9(9)V99 value 500000.00.
           01 seg-netto-formue        PIC 9(13)V99.
           01 seg-depot-vaerdi        PIC 9(13)V99.
           01 seg-trans-count         PIC 9(7).
           01 seg-trans-volumen       PIC 9(9)V99.
           01 seg-navn                PIC X(10).
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept snap-file-name from environment "KONTOSNAPFIL_NAVN"
               on exception
                   move "KONTOSNAP.dat" to snap-file-name
           end-accept
           accept history-file-name from environment "TRANSOPLFIL_NAVN"
               on exception
           perform byg-konto-table
           perform akkumuler-historik
           perform load-samtykker
           perform load-depotvaerdier

           open input kunde-file
           perform verificer-kunde-header
               end-if
           exit.

      *> Summerer depotvaerdierne pr. kunde.
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
                           display "KUNDESEGMENTERING: depottabel "
                               "fuld - " dv-depot-id " ikke medtaget"
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

      *> Laeser kontosnapshottet en gang og fylder konto-table med
      *> hver kontos DKK-aekvivalent - snapshottets VALUTAKONTROL/
      *> VALUTAKURS-opslag er de samme som opgave9's join-konti/
      *> format-balance.
           byg-konto-table.
               move 0 to konto-count
               perform aabn-snapshot
               move "N" to end-of-konto
               perform until end-of-konto = "Y"
                   read snap-file
               at end
                   move "Y" to end-of-konto
               not at end
                   move ks-konto to konto-info
                   perform registrer-konto-entry
               end-read
               end-perform
               close snap-file
           exit.

           registrer-konto-entry.
                   display "KUNDESEGMENTERING: kontotabel fuld - "
                       account-id in konto-info " ikke medtaget"
               else
                   if ks-valuta-ok = "Y"
                       add 1 to konto-count
                       move account-id in konto-info
                           to kt-account-id(konto-count)
                       move customer-id in konto-info
                           to kt-customer-id(konto-count)
      *> En LAAN-kontos positive saldo er restgaeld - den taeller
      *> med i aktiviteten, men aldrig som formue.
                       if ks-kurs-ok = "Y"
                           and account-type in konto-info not = "LAAN"
                           move ks-balance-dkk
                               to kt-dkk-ekvivalent(konto-count)
                       else
                           move 0 to kt-dkk-ekvivalent(konto-count)
                       end-if
               end-if
           exit.

      *> Snapshottet maa kun bruges naar nattens kontrol har godkendt
      *> det (se kontosnapshot/kontosnapok.cob).
           aabn-snapshot.
               call "KONTOSNAPOK" using snap-program snap-ok
               end-call
               if snap-ok not = "J"
                   move 8 to return-code
                   stop run
               end-if
               open input snap-file
               if snap-status not = "00"
                   display "KUNDESEGMENTERING: "
                       function trim(snap-file-name)
                       " kan ikke aabnes (status " snap-status ")"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Summerer netto-formue/posterings-volumen over kundens konti
      *> (plus depotvaerdien) og skriver segment-linjen. VIP kraever
      *> netto-formue over graensen; DORMANT-RISK er en kunde med
      *> konti, men ingen posteringer overhovedet; alt andet er
      *> STANDARD.
           segmenter-kunde.
               move "N" to har-samtykke
               perform varying sk-index from 1 by 1
                           to seg-trans-volumen
                   end-if
               end-perform
               move 0 to seg-depot-vaerdi
               perform varying dk-index from 1 by 1
                   until dk-index > depotkunde-count
                   if dk-kunde-id(dk-index) = customer-id in kunde-info
                       move dk-vaerdi-dkk(dk-index) to seg-depot-vaerdi
                   end-if
               end-perform
               add seg-depot-vaerdi to seg-netto-formue

               if seg-netto-formue >= vip-graense
                   move "VIP" to seg-navn
                   function trim(customer-id in kunde-info)
                   " " seg-navn
                   " Formue=" seg-netto-formue
                   " Depot=" seg-depot-vaerdi
                   " Posteringer=" seg-trans-count
                   " Volumen=" seg-trans-volumen
                   into segment-line
