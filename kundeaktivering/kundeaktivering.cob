       identification division.
       program-id. KUNDEAKTIVERING.

      *> Oprettelsesflow for nye kunder: kundevedligehold.cob opretter
      *> en ny kunde med kunde-status "V" (afventer oprettelse), og
      *> kontopostering.cob afviser enhver postering paa kundens
      *> konti, saa laenge status staar der. Denne daglige koersel
      *> gennemgaar alle afventende kunder i kundeoplysninger.txt og
      *> aktiverer (kunde-status blank) en kunde, naar alle fire
      *> kontroller er opfyldt:
      *>   LEGITIMATION - en raekke i LEGITIMATION.txt (se
      *>                  LEGITIM.cpy) med et dokument der ikke er
      *>                  udloebet pr. koerselsdatoen;
      *>   SCREENING    - kunden er screenet af sanktionsscreening.cob
      *>                  (linje i SANKTION-SCREENET.txt) og har ingen
      *>                  aaben ("N") eller bekraeftet ("B") sag i
      *>                  SANKTION-REVIEW.txt;
      *>   SAMTYKKE     - mindst en raekke i SAMTYKKE.txt;
      *>   SKATTEBOPAEL - mindst en dateret erklaering i
      *>                  SKATTEBOPAEL.txt.
      *> Kundemasteren opdateres med samme byg-indekseret-kopi /
      *> skriv-tilbage som returpost.cob, og hver aktivering logges
      *> i AUDIT-LOG.txt. En kunde der stadig mangler noget skrives
      *> til ONBOARDING-AFVENTER.txt med hvad der mangler og hvor
      *> laenge kunden har ventet - datoen kunden foerst blev set
      *> afventende huskes fra koersel til koersel i
      *> ONBOARDING-START.txt. RC=4 naar der staar kunder paa listen.

       environment division.
       input-output section.
       file-control.
           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential.

           select master-index-file assign to "KUNDEAKTMST.dat"
               organization is indexed
               access mode is dynamic
               record key is customer-id of kunde-idx-record
               file status is master-idx-status.

           select legitim-file assign to dynamic legitim-file-name
               organization is line sequential
               file status is legitim-status.

           select screenet-file assign to dynamic screenet-file-name
               organization is line sequential
               file status is screenet-status.

           select review-file assign to dynamic review-file-name
               organization is line sequential
               file status is review-status.

           select samtykke-file assign to dynamic samtykke-file-name
               organization is line sequential
               file status is samtykke-status.

           select skattebop-file assign to dynamic skattebop-file-name
               organization is line sequential
               file status is skattebop-status.

           select start-file assign to dynamic start-file-name
               organization is line sequential
               file status is start-status.

           select afventer-file assign to "ONBOARDING-AFVENTER.txt"
               organization is line sequential.

       data division.
           file section.
           FD kunde-file.
           01 kunde-header-record.
               COPY "KUNDEOPL-HDR.cpy".
           01 kunde-record.
               COPY "kundeopl.cpy".

           FD master-index-file.
           01 kunde-idx-record.
               COPY "kundeopl.cpy".

           FD legitim-file.
           01 legitim-record.
               COPY "LEGITIM.cpy".

           FD screenet-file.
           01 screenet-record.
               02 ss-kunde-id      PIC X(10).
               02 ss-dato          PIC X(8).

           FD review-file.
           01 review-record.
               02 sr-kunde-id      PIC X(10).
               02 sr-liste-type    PIC X(3).
               02 sr-liste-navn    PIC X(40).
               02 sr-dato          PIC X(8).
               02 sr-status        PIC X(1).

           FD samtykke-file.
           01 samtykke-record.
               COPY "SAMTYKKE.cpy".

           FD skattebop-file.
           01 skattebop-record.
               COPY "SKATTEBOP.cpy".

           FD start-file.
           01 start-record.
               02 os-kunde-id      PIC X(10).
               02 os-dato          PIC X(8).

           FD afventer-file.
           01 afventer-record.
               02 afventer-line    PIC X(132).

       working-storage section.
           01 end-of-master    PIC X value "N".
           01 end-of-fil       PIC X value "N".
           01 master-idx-status PIC XX value "00".
           01 kunde-file-name  PIC X(100)
               value "kundeoplysninger.txt".
           01 legitim-file-name PIC X(100) value "LEGITIMATION.txt".
           01 legitim-status   PIC XX value "00".
           01 screenet-file-name PIC X(100)
               value "SANKTION-SCREENET.txt".
           01 screenet-status  PIC XX value "00".
           01 review-file-name PIC X(100) value "SANKTION-REVIEW.txt".
           01 review-status    PIC XX value "00".
           01 samtykke-file-name PIC X(100) value "SAMTYKKE.txt".
           01 samtykke-status  PIC XX value "00".
           01 skattebop-file-name PIC X(100)
               value "SKATTEBOPAEL.txt".
           01 skattebop-status PIC XX value "00".
           01 start-file-name  PIC X(100)
               value "ONBOARDING-START.txt".
           01 start-status     PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 kunde-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).

      *> Kunde-id'er der opfylder hver af de fire kontroller, og
      *> kunder med en blokerende sanktionssag. En kunde kan staa
      *> flere gange i samme tabel - det goer ikke opslaget forkert.
           01 tabel-max        PIC 9(5) value 5000.
           01 leg-count        PIC 9(5) value 0.
           01 leg-tabel.
               02 leg-kunde-id occurs 5000 times PIC X(10).
           01 scr-count        PIC 9(5) value 0.
           01 scr-tabel.
               02 scr-kunde-id occurs 5000 times PIC X(10).
           01 sag-count        PIC 9(5) value 0.
           01 sag-tabel.
               02 sag-kunde-id occurs 5000 times PIC X(10).
           01 sam-count        PIC 9(5) value 0.
           01 sam-tabel.
               02 sam-kunde-id occurs 5000 times PIC X(10).
           01 skat-count       PIC 9(5) value 0.
           01 skat-tabel.
               02 skat-kunde-id occurs 5000 times PIC X(10).
           01 t-index          PIC 9(5).

      *> Hvornaar hver afventende kunde foerst blev set.
           01 start-count      PIC 9(5) value 0.
           01 start-tabel.
               02 start-entry occurs 5000 times.
                   03 ob-kunde-id    PIC X(10).
                   03 ob-dato        PIC X(8).
                   03 ob-venter      PIC X.
           01 ob-index         PIC 9(5).
           01 start-fundet     PIC 9(5).

           01 soeg-kunde-id    PIC X(10).
           01 kontrol-fundet   PIC X value "N".
           01 mangler-tekst    PIC X(60).
           01 mangler-pos      PIC 9(3).
           01 full-name        PIC X(40).
           01 vente-dage       PIC 9(5).
           01 vente-dage-tekst PIC Z(4)9.

           01 afventende-antal PIC 9(5) value 0.
           01 aktiveret-antal  PIC 9(5) value 0.
           01 venter-antal     PIC 9(5) value 0.

           01 audit-program-id PIC X(20) value "KUNDEAKTIVERING".
           01 audit-action     PIC X(10) value "AKTIVERET".

       procedure division.
       main-program.
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept legitim-file-name
               from environment "LEGITIMATIONFIL_NAVN"
               on exception
                   move "LEGITIMATION.txt" to legitim-file-name
           end-accept
           accept screenet-file-name
               from environment "SANKTIONSCREENETFIL_NAVN"
               on exception
                   move "SANKTION-SCREENET.txt" to screenet-file-name
           end-accept
           accept review-file-name
               from environment "SANKTIONREVIEWFIL_NAVN"
               on exception
                   move "SANKTION-REVIEW.txt" to review-file-name
           end-accept
           accept samtykke-file-name
               from environment "SAMTYKKEFIL_NAVN"
               on exception
                   move "SAMTYKKE.txt" to samtykke-file-name
           end-accept
           accept skattebop-file-name
               from environment "SKATTEBOPFIL_NAVN"
               on exception
                   move "SKATTEBOPAEL.txt" to skattebop-file-name
           end-accept
           accept start-file-name
               from environment "ONBOARDINGSTARTFIL_NAVN"
               on exception
                   move "ONBOARDING-START.txt" to start-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if

           perform load-legitimation
           perform load-screenet
           perform load-sanktionssager
           perform load-samtykke
           perform load-skattebopael
           perform load-start-datoer

           perform build-master-index

           open i-o master-index-file
           open output afventer-file
           move spaces to afventer-line
           string
               "*---- Afventende kundeoprettelser pr. "
               koersel-dato " ----*"
               into afventer-line
           end-string
           write afventer-record

           move low-values to customer-id in kunde-idx-record
           start master-index-file
               key is greater than customer-id in kunde-idx-record
               invalid key
                   move "Y" to end-of-master
           end-start
           perform until end-of-master = "Y"
               read master-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   if kunde-afventer in kunde-idx-record
                       perform vurder-kunde
                   end-if
               end-read
           end-perform

           close afventer-file
           close master-index-file

           perform rewrite-master
           perform rewrite-start-datoer

           display "KUNDEAKTIVERING: " afventende-antal
               " afventende kunder, " aktiveret-antal " aktiveret, "
               venter-antal " venter stadig"

           if venter-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

      *> Et dokument uden udloebsdato regnes ikke som gyldigt.
           load-legitimation.
               open input legitim-file
               if legitim-status not = "00"
                   and legitim-status not = "05"
                   display "KUNDEAKTIVERING: "
                       function trim(legitim-file-name)
                       " findes ikke - ingen legitimation registreret"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read legitim-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if lg-udloebs-dato is numeric
                       and lg-udloebs-dato >= koersel-dato
                       if leg-count < tabel-max
                           add 1 to leg-count
                           move lg-kunde-id to leg-kunde-id(leg-count)
                       else
                           display "KUNDEAKTIVERING: legitimations-"
                               "tabel fuld - " lg-kunde-id
                               " ikke indlaest"
                       end-if
                   end-if
               end-read
               end-perform
               close legitim-file
           exit.

           load-screenet.
               open input screenet-file
               if screenet-status not = "00"
                   and screenet-status not = "05"
                   display "KUNDEAKTIVERING: "
                       function trim(screenet-file-name)
                       " findes ikke - ingen kunder screenet"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read screenet-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if scr-count < tabel-max
                       add 1 to scr-count
                       move ss-kunde-id to scr-kunde-id(scr-count)
                   else
                       display "KUNDEAKTIVERING: screenings-"
                           "tabel fuld - " ss-kunde-id
                           " ikke indlaest"
                   end-if
               end-read
               end-perform
               close screenet-file
           exit.

      *> Samme regel som kontopostering.cob: status "N" (aaben) og
      *> "B" (bekraeftet) blokerer.
           load-sanktionssager.
               open input review-file
               if review-status not = "00"
                   and review-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read review-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if sr-status = "N" or sr-status = "B"
                       if sag-count < tabel-max
                           add 1 to sag-count
                           move sr-kunde-id to sag-kunde-id(sag-count)
                       else
                           display "KUNDEAKTIVERING: sags-"
                               "tabel fuld - " sr-kunde-id
                               " ikke indlaest"
                       end-if
                   end-if
               end-read
               end-perform
               close review-file
           exit.

           load-samtykke.
               open input samtykke-file
               if samtykke-status not = "00"
                   and samtykke-status not = "05"
                   display "KUNDEAKTIVERING: "
                       function trim(samtykke-file-name)
                       " findes ikke - ingen samtykker registreret"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read samtykke-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if sam-count < tabel-max
                       add 1 to sam-count
                       move st-kunde-id to sam-kunde-id(sam-count)
                   else
                       display "KUNDEAKTIVERING: samtykke-"
                           "tabel fuld - " st-kunde-id
                           " ikke indlaest"
                   end-if
               end-read
               end-perform
               close samtykke-file
           exit.

      *> Som skattebopkontrol.cob: en erklaering uden dato er ikke
      *> gyldig.
           load-skattebopael.
               open input skattebop-file
               if skattebop-status not = "00"
                   and skattebop-status not = "05"
                   display "KUNDEAKTIVERING: "
                       function trim(skattebop-file-name)
                       " findes ikke - ingen erklaeringer registreret"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read skattebop-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if sb-erklaering-dato is numeric
                       if skat-count < tabel-max
                           add 1 to skat-count
                           move sb-kunde-id to skat-kunde-id(skat-count)
                       else
                           display "KUNDEAKTIVERING: erklaerings-"
                               "tabel fuld - " sb-kunde-id
                               " ikke indlaest"
                       end-if
                   end-if
               end-read
               end-perform
               close skattebop-file
           exit.

           load-start-datoer.
               open input start-file
               if start-status not = "00"
                   and start-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read start-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if start-count < tabel-max
                       add 1 to start-count
                       move os-kunde-id to ob-kunde-id(start-count)
                       move os-dato to ob-dato(start-count)
                       move "N" to ob-venter(start-count)
                   end-if
               end-read
               end-perform
               close start-file
           exit.

      *> Bygger det indekserede arbejdseksemplar af kundemasteren -
      *> samme moenster og header-verificering som returpost.cob.
           build-master-index.
               open input kunde-file
               perform verificer-kunde-header
               open output master-index-file
               move "N" to end-of-master
               if kunde-header-missing = "Y"
                   write kunde-idx-record from kunde-record
                   invalid key
                       display "Dublet customer-id sprunget over: "
                           customer-id in kunde-record
                   end-write
               end-if
               perform until end-of-master = "Y"
                   read kunde-file into kunde-record
               at end
                   move "Y" to end-of-master
               not at end
                   write kunde-idx-record from kunde-record
               invalid key
                   display "Dublet customer-id sprunget over: "
                       customer-id in kunde-record
               end-write
               end-read
               end-perform
               close kunde-file
               close master-index-file
               move "N" to end-of-master
           exit.

           verificer-kunde-header.
               move "Y" to layout-version-ok
               move "N" to kunde-header-missing
               read kunde-file into kunde-header-record
               at end
                   move "N" to layout-version-ok
                   display "KUNDEAKTIVERING: "
                       function trim(kunde-file-name)
                       " er tom - ingen header fundet"
               not at end
                   if kuhdr-marker not = "KHDR"
                       move "Y" to kunde-header-missing
                       display "KUNDEAKTIVERING: ingen header fundet i "
                           function trim(kunde-file-name)
                           " - antager fil fra foer"
                           " layout-versionering"
                   else
                       if not kuhdr-version-kendt
                           or not kuhdr-laengde-kendt
                           move "N" to layout-version-ok
                       end-if
                   end-if
               end-read
               if layout-version-ok = "N"
                   close kunde-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Opbygger listen over manglende kontroller; er den tom,
      *> aktiveres kunden.
           vurder-kunde.
               add 1 to afventende-antal
               move customer-id in kunde-idx-record to soeg-kunde-id
               move spaces to mangler-tekst
               move 1 to mangler-pos

               move "N" to kontrol-fundet
               perform varying t-index from 1 by 1
                   until t-index > leg-count
                   if leg-kunde-id(t-index) = soeg-kunde-id
                       move "Y" to kontrol-fundet
                   end-if
               end-perform
               if kontrol-fundet = "N"
                   string "LEGITIMATION " delimited by size
                       into mangler-tekst with pointer mangler-pos
                   end-string
               end-if

               move "N" to kontrol-fundet
               perform varying t-index from 1 by 1
                   until t-index > scr-count
                   if scr-kunde-id(t-index) = soeg-kunde-id
                       move "Y" to kontrol-fundet
                   end-if
               end-perform
               perform varying t-index from 1 by 1
                   until t-index > sag-count
                   if sag-kunde-id(t-index) = soeg-kunde-id
                       move "N" to kontrol-fundet
                   end-if
               end-perform
               if kontrol-fundet = "N"
                   string "SCREENING " delimited by size
                       into mangler-tekst with pointer mangler-pos
                   end-string
               end-if

               move "N" to kontrol-fundet
               perform varying t-index from 1 by 1
                   until t-index > sam-count
                   if sam-kunde-id(t-index) = soeg-kunde-id
                       move "Y" to kontrol-fundet
                   end-if
               end-perform
               if kontrol-fundet = "N"
                   string "SAMTYKKE " delimited by size
                       into mangler-tekst with pointer mangler-pos
                   end-string
               end-if

               move "N" to kontrol-fundet
               perform varying t-index from 1 by 1
                   until t-index > skat-count
                   if skat-kunde-id(t-index) = soeg-kunde-id
                       move "Y" to kontrol-fundet
                   end-if
               end-perform
               if kontrol-fundet = "N"
                   string "SKATTEBOPAEL " delimited by size
                       into mangler-tekst with pointer mangler-pos
                   end-string
               end-if

               if mangler-tekst = spaces
                   set kunde-aktiv in kunde-idx-record to true
                   rewrite kunde-idx-record
                   add 1 to aktiveret-antal
                   call "AUDITLOG" using audit-program-id
                       soeg-kunde-id audit-action
                   end-call
               else
                   perform skriv-afventer
               end-if
           exit.

           skriv-afventer.
               add 1 to venter-antal
               move 0 to start-fundet
               perform varying ob-index from 1 by 1
                   until ob-index > start-count
                   if ob-kunde-id(ob-index) = soeg-kunde-id
                       move ob-index to start-fundet
                   end-if
               end-perform
               if start-fundet = 0
                   if start-count < tabel-max
                       add 1 to start-count
                       move soeg-kunde-id to ob-kunde-id(start-count)
                       move koersel-dato to ob-dato(start-count)
                       move start-count to start-fundet
                   end-if
               end-if
               move 0 to vente-dage
               if start-fundet > 0
                   move "Y" to ob-venter(start-fundet)
                   if ob-dato(start-fundet) is numeric
                       compute vente-dage =
                           function integer-of-date(
                               function numval(koersel-dato))
                           - function integer-of-date(
                               function numval(
                                   ob-dato(start-fundet)))
                   end-if
               end-if
               move vente-dage to vente-dage-tekst

               if customer-type in kunde-idx-record = "C"
                   move company-name in kunde-idx-record(1:40)
                       to full-name
               else
                   move spaces to full-name
                   call "NAVNEFORMAT" using
                       first-name in kunde-idx-record
                       last-name in kunde-idx-record
                       full-name
                   end-call
               end-if

               move spaces to afventer-line
               string
                   "AFVENTER kunde "
                   function trim(soeg-kunde-id)
                   " " function trim(full-name)
                   " - "
                   function trim(vente-dage-tekst)
                   " dage - mangler: "
                   function trim(mangler-tekst)
                   into afventer-line
               end-string
               write afventer-record
           exit.

           rewrite-master.
               open input master-index-file
               open output kunde-file
               move "KHDR" to kuhdr-marker
               set kuhdr-version-kendt to true
               set kuhdr-laengde-kendt to true
               write kunde-header-record
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read master-index-file next record
                       into kunde-record
               at end
                   move "Y" to end-of-master
               not at end
                   write kunde-record
               end-read
               end-perform
               close master-index-file
               close kunde-file
           exit.

      *> Kun kunder der stadig venter foeres videre - aktiverede og
      *> slettede kunder falder ud af startregistret.
           rewrite-start-datoer.
               open output start-file
               perform varying ob-index from 1 by 1
                   until ob-index > start-count
                   if ob-venter(ob-index) = "Y"
                       move ob-kunde-id(ob-index) to os-kunde-id
                       move ob-dato(ob-index) to os-dato
                       write start-record
                   end-if
               end-perform
               close start-file
           exit.
