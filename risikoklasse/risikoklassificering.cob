       identification division.
       program-id. RISIKOKLASSIFICERING.

      *> Periodisk AML-risikoklassifikation: alle kunder er i dag
      *> ens - et PEP-hit, en udenlandsk adresse, tung overfoersels-
      *> og valutaaktivitet eller en legitimation der er ved at
      *> udloebe aendrer ikke hvor ofte vi kigger paa kunden. Dette
      *> program giver hver kunde i kundeoplysninger.txt point for
      *> hver risikofaktor:
      *>   - PEP/SAN: aaben eller bekraeftet sag i
      *>     SANKTION-REVIEW.txt (frigivne "F"-sager taeller ikke)  50
      *>   - UDL: lande-kode udfyldt og forskellig fra DK            20
      *>   - OVF: mindst RISIKO_OVF_ANTAL (uaendret 20) "OVF "- eller
      *>     "FX  "-posteringer i TRANSOPL.txt paa kundens konti
      *>     inden for RISIKO_DAGE (uaendret 90)                    20
      *>   - LEG: intet legitimationsdokument der er gyldigt ud over
      *>     LEGITIMATION_VARSELDAGE (uaendret 30)                  15
      *> og klassificerer: 50 point eller mere er hoej risiko (H),
      *> 20 eller mere mellem (M), resten lav (L). Resultatet
      *> skrives med dato og aarsager til RISIKO.txt (se
      *> RISIKO.cpy); et skift i niveau - og en kundes allerfoerste
      *> niveau - skrives til revisionsloggen via AUDITLOG.
      *> Gennemfoerte KYC-gennemgange indmeldes i KYC-REVIEW.txt
      *> (kunde-id + dato); en kunde er til gennemgang naar seneste
      *> gennemgang er aeldre end 1 aar (H), 2 aar (M) eller 3 aar
      *> (L) - listen skrives til RISIKO-REVIEW.txt. En kunde der
      *> klassificeres for foerste gang regnes som gennemgaaet ved
      *> oprettelsen paa vurderingsdagen. RC=4 naar der er kunder
      *> til gennemgang.

       environment division.
       input-output section.
       file-control.
           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select historik-file assign to dynamic historik-file-name
               organization is line sequential
               file status is historik-status.

           select sanktion-file assign to dynamic sanktion-file-name
               organization is line sequential
               file status is sanktion-status.

           select legitim-file assign to dynamic legitim-file-name
               organization is line sequential
               file status is legitim-status.

           select risiko-file assign to dynamic risiko-file-name
               organization is line sequential
               file status is risiko-status.

           select kyc-file assign to dynamic kyc-file-name
               organization is line sequential
               file status is kyc-status.

           select review-liste-file assign to "RISIKO-REVIEW.txt"
               organization is line sequential.

       data division.
           file section.
           FD kunde-file.
           01 kunde-header-record.
               COPY "KUNDEOPL-HDR.cpy".
           01 kunde-info.
               COPY "kundeopl.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD historik-file.
           01 historik-record.
               COPY "TRANSOPL.cpy".

      *> Samme layout som sanktionsscreening.cob's review-fil.
           FD sanktion-file.
           01 sanktion-record.
               02 sr-kunde-id      PIC X(10).
               02 sr-liste-type    PIC X(3).
               02 sr-liste-navn    PIC X(40).
               02 sr-dato          PIC X(8).
               02 sr-status        PIC X(1).

           FD legitim-file.
           01 legitim-record.
               COPY "LEGITIM.cpy".

           FD risiko-file.
           01 risiko-record.
               COPY "RISIKO.cpy".

           FD kyc-file.
           01 kyc-record.
               02 kyc-kunde-id     PIC X(10).
               02 kyc-dato         PIC X(8).

           FD review-liste-file.
           01 review-liste-record.
               02 review-liste-line PIC X(100).

       working-storage section.
           01 end-of-kunde     PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 end-of-hist      PIC X value "N".
           01 end-of-sanktion  PIC X value "N".
           01 end-of-legitim   PIC X value "N".
           01 end-of-risiko    PIC X value "N".
           01 end-of-kyc       PIC X value "N".
           01 kunde-file-name  PIC X(100)
               value "kundeoplysninger.txt".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 historik-file-name PIC X(100) value "TRANSOPL.txt".
           01 historik-status  PIC XX value "00".
           01 sanktion-file-name PIC X(100)
               value "SANKTION-REVIEW.txt".
           01 sanktion-status  PIC XX value "00".
           01 legitim-file-name PIC X(100) value "LEGITIMATION.txt".
           01 legitim-status   PIC XX value "00".
           01 risiko-file-name PIC X(100) value "RISIKO.txt".
           01 risiko-status    PIC XX value "00".
           01 kyc-file-name    PIC X(100) value "KYC-REVIEW.txt".
           01 kyc-status       PIC XX value "00".
           01 kunde-header-missing PIC X value "N".
           01 konto-header-missing PIC X value "N".
           01 layout-version-ok PIC X value "Y".

           01 koersel-dato     PIC X(8).
           01 dato-numerisk    PIC 9(8).
           01 parm-tekst       PIC X(5).
           01 risiko-dage      PIC 9(3) value 90.
           01 ovf-graense      PIC 9(5) value 20.
           01 varsel-dage      PIC 9(3) value 30.
           01 cutoff-dato      PIC 9(8).
           01 cutoff-tekst     PIC X(8).
           01 varsel-dato      PIC 9(8).
           01 varsel-tekst     PIC X(8).

      *> Pointvaerdier og graenser for niveauerne.
           01 point-sanktion   PIC 9(3) value 50.
           01 point-udland     PIC 9(3) value 20.
           01 point-ovf        PIC 9(3) value 20.
           01 point-legit      PIC 9(3) value 15.
           01 graense-hoej     PIC 9(3) value 50.
           01 graense-mellem   PIC 9(3) value 20.

      *> Review-frekvens i aar pr. niveau.
           01 review-aar-hoej  PIC 9(1) value 1.
           01 review-aar-mellem PIC 9(1) value 2.
           01 review-aar-lav   PIC 9(1) value 3.
           01 review-aar       PIC 9(1).
           01 review-frist.
               02 rf-aar       PIC 9(4).
               02 rf-rest      PIC X(4).

      *> En raekke pr. kunde: faktorerne opsamles under de enkelte
      *> gennemloeb og vurderes til sidst.
           01 kunde-count      PIC 9(5) value 0.
           01 kunde-max        PIC 9(5) value 3000.
           01 kunde-table.
               02 kunde-entry occurs 3000 times.
                   03 kt-kunde-id      PIC X(10).
                   03 kt-lande-kode    PIC X(2).
                   03 kt-pep           PIC X(1).
                   03 kt-san           PIC X(1).
                   03 kt-legit-ok      PIC X(1).
                   03 kt-ovf-antal     PIC 9(5).
                   03 kt-gl-niveau     PIC X(1).
                   03 kt-gl-niveau-dato PIC X(8).
                   03 kt-seneste-review PIC X(8).
           01 kt-index         PIC 9(5).
           01 kt-fundet        PIC 9(5).

      *> Konto -> kunde-raekke, saa TRANSOPL-linjerne kan henfoeres.
           01 konto-count      PIC 9(5) value 0.
           01 konto-max        PIC 9(5) value 5000.
           01 konto-table.
               02 konto-entry occurs 5000 times.
                   03 ko-konto-id      PIC X(10).
                   03 ko-kunde-index   PIC 9(5).
           01 ko-index         PIC 9(5).

           01 soeg-kunde-id    PIC X(10).
           01 ny-point         PIC 9(3).
           01 ny-niveau        PIC X(1).
           01 ny-aarsager      PIC X(30).
           01 aarsag-pos       PIC 9(2).

           01 audit-program-id PIC X(20) value "RISIKOKLASSE".
           01 audit-kunde-id   PIC X(10).
           01 audit-action     PIC X(10).

           01 hoej-antal       PIC 9(5) value 0.
           01 mellem-antal     PIC 9(5) value 0.
           01 lav-antal        PIC 9(5) value 0.
           01 skift-antal      PIC 9(5) value 0.
           01 review-antal     PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "RISIKOKLASSIFICERING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept historik-file-name
               from environment "TRANSOPLFIL_NAVN"
               on exception
                   move "TRANSOPL.txt" to historik-file-name
           end-accept
           accept sanktion-file-name
               from environment "SANKTIONREVIEWFIL_NAVN"
               on exception
                   move "SANKTION-REVIEW.txt" to sanktion-file-name
           end-accept
           accept legitim-file-name
               from environment "LEGITIMATIONFIL_NAVN"
               on exception
                   move "LEGITIMATION.txt" to legitim-file-name
           end-accept
           accept risiko-file-name from environment "RISIKOFIL_NAVN"
               on exception
                   move "RISIKO.txt" to risiko-file-name
           end-accept
           accept kyc-file-name from environment "KYCREVIEWFIL_NAVN"
               on exception
                   move "KYC-REVIEW.txt" to kyc-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if

           move spaces to parm-tekst
           accept parm-tekst from environment "RISIKO_DAGE"
               on exception
                   move spaces to parm-tekst
           end-accept
           if parm-tekst not = spaces
               compute risiko-dage = function numval(parm-tekst)
           end-if
           move spaces to parm-tekst
           accept parm-tekst from environment "RISIKO_OVF_ANTAL"
               on exception
                   move spaces to parm-tekst
           end-accept
           if parm-tekst not = spaces
               compute ovf-graense = function numval(parm-tekst)
           end-if
           move spaces to parm-tekst
           accept parm-tekst
               from environment "LEGITIMATION_VARSELDAGE"
               on exception
                   move spaces to parm-tekst
           end-accept
           if parm-tekst not = spaces
               compute varsel-dage = function numval(parm-tekst)
           end-if

           move koersel-dato to dato-numerisk
           compute cutoff-dato =
               function date-of-integer(
                   function integer-of-date(dato-numerisk)
                   - risiko-dage)
           move cutoff-dato to cutoff-tekst
           compute varsel-dato =
               function date-of-integer(
                   function integer-of-date(dato-numerisk)
                   + varsel-dage)
           move varsel-dato to varsel-tekst

           perform load-kunder
           perform load-gamle-vurderinger
           perform load-kyc-review
           perform load-konti
           perform tael-overfoersler
           perform tjek-sanktionssager
           perform tjek-legitimation

           open output risiko-file
           open output review-liste-file
           move spaces to review-liste-line
           string
               "*---- KYC-gennemgang forfalden pr. " koersel-dato
               " ----*"
               into review-liste-line
           end-string
           write review-liste-record

           perform vurder-kunde
               varying kt-index from 1 by 1
               until kt-index > kunde-count

           close review-liste-file
           close risiko-file

           display "RISIKOKLASSIFICERING: " kunde-count
               " kunder - H " hoej-antal " M " mellem-antal
               " L " lav-antal ", " skift-antal " niveauskift, "
               review-antal " til gennemgang"

           if review-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

           load-kunder.
               open input kunde-file
               move "N" to kunde-header-missing
               read kunde-file into kunde-header-record
               at end
                   move "Y" to end-of-kunde
               not at end
                   if kuhdr-marker not = "KHDR"
                       move "Y" to kunde-header-missing
                   end-if
               end-read
               if end-of-kunde = "N"
                   and kunde-header-missing = "Y"
                   perform tilfoej-kunde
               end-if
               perform until end-of-kunde = "Y"
                   read kunde-file into kunde-info
               at end
                   move "Y" to end-of-kunde
               not at end
                   perform tilfoej-kunde
               end-read
               end-perform
               close kunde-file
           exit.

           tilfoej-kunde.
               if kunde-count >= kunde-max
                   display "RISIKOKLASSIFICERING: kundetabel fuld - "
                       customer-id in kunde-info " ikke vurderet"
                   exit paragraph
               end-if
               add 1 to kunde-count
               move customer-id in kunde-info
                   to kt-kunde-id(kunde-count)
               move lande-kode in kunde-info
                   to kt-lande-kode(kunde-count)
               move "N" to kt-pep(kunde-count)
               move "N" to kt-san(kunde-count)
               move "N" to kt-legit-ok(kunde-count)
               move 0 to kt-ovf-antal(kunde-count)
               move spaces to kt-gl-niveau(kunde-count)
               move spaces to kt-gl-niveau-dato(kunde-count)
               move spaces to kt-seneste-review(kunde-count)
           exit.

           find-kunde.
               move 0 to kt-fundet
               perform varying kt-index from 1 by 1
                   until kt-index > kunde-count or kt-fundet > 0
                   if kt-kunde-id(kt-index) = soeg-kunde-id
                       move kt-index to kt-fundet
                   end-if
               end-perform
           exit.

      *> Sidste koersels vurdering - niveauet der sammenlignes med,
      *> og datoen for seneste KYC-gennemgang der fores videre.
           load-gamle-vurderinger.
               open input risiko-file
               if risiko-status not = "00"
                   and risiko-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-risiko = "Y"
                   read risiko-file into risiko-record
               at end
                   move "Y" to end-of-risiko
               not at end
                   move rk-kunde-id to soeg-kunde-id
                   perform find-kunde
                   if kt-fundet > 0
                       move rk-niveau to kt-gl-niveau(kt-fundet)
                       move rk-niveau-dato
                           to kt-gl-niveau-dato(kt-fundet)
                       move rk-seneste-review
                           to kt-seneste-review(kt-fundet)
                   end-if
               end-read
               end-perform
               close risiko-file
           exit.

      *> Indmeldte gennemfoerte KYC-gennemgange; den seneste dato
      *> pr. kunde vinder.
           load-kyc-review.
               open input kyc-file
               if kyc-status not = "00" and kyc-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-kyc = "Y"
                   read kyc-file into kyc-record
               at end
                   move "Y" to end-of-kyc
               not at end
                   move kyc-kunde-id to soeg-kunde-id
                   perform find-kunde
                   if kt-fundet > 0 and kyc-dato is numeric
                       if kyc-dato > kt-seneste-review(kt-fundet)
                           or kt-seneste-review(kt-fundet) = spaces
                           move kyc-dato
                               to kt-seneste-review(kt-fundet)
                       end-if
                   end-if
               end-read
               end-perform
               close kyc-file
           exit.

           load-konti.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "RISIKOKLASSIFICERING: "
                       function trim(konto-file-name)
                       " kan ikke aabnes - ingen OVF-faktor"
                   exit paragraph
               end-if
               perform verificer-konto-header
               if end-of-konto = "N"
                   and konto-header-missing = "Y"
                   perform tilfoej-konto
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform tilfoej-konto
               end-read
               end-perform
               close konto-file
           exit.

           verificer-konto-header.
               move "Y" to layout-version-ok
               move "N" to konto-header-missing
               read konto-file into konto-header-record
               at end
                   move "Y" to end-of-konto
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
                   display "RISIKOKLASSIFICERING: ukendt layout i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           tilfoej-konto.
               move customer-id in konto-info to soeg-kunde-id
               perform find-kunde
               if kt-fundet = 0
                   exit paragraph
               end-if
               if konto-count >= konto-max
                   display "RISIKOKLASSIFICERING: kontotabel fuld - "
                       account-id in konto-info " ikke medtaget"
                   exit paragraph
               end-if
               add 1 to konto-count
               move account-id in konto-info
                   to ko-konto-id(konto-count)
               move kt-fundet to ko-kunde-index(konto-count)
           exit.

      *> Overfoersler og valutaposteringer inden for perioden,
      *> begge retninger.
           tael-overfoersler.
               open input historik-file
               if historik-status not = "00"
                   and historik-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-hist = "Y"
                   read historik-file into historik-record
               at end
                   move "Y" to end-of-hist
               not at end
                   if (trans-type in historik-record = "OVF "
                       or trans-type in historik-record = "FX  ")
                       and trans-date in historik-record
                           >= cutoff-tekst
                       and trans-date in historik-record
                           <= koersel-dato
                       perform henfoer-overfoersel
                   end-if
               end-read
               end-perform
               close historik-file
           exit.

           henfoer-overfoersel.
               perform varying ko-index from 1 by 1
                   until ko-index > konto-count
                   if ko-konto-id(ko-index)
                       = account-id in historik-record
                       add 1 to kt-ovf-antal(ko-kunde-index(ko-index))
                       move konto-count to ko-index
                   end-if
               end-perform
           exit.

      *> Aabne ("N") og bekraeftede ("B") sager taeller; en frigivet
      *> falsk positiv ("F") goer ikke.
           tjek-sanktionssager.
               open input sanktion-file
               if sanktion-status not = "00"
                   and sanktion-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-sanktion = "Y"
                   read sanktion-file into sanktion-record
               at end
                   move "Y" to end-of-sanktion
               not at end
                   if sr-status not = "F"
                       move sr-kunde-id to soeg-kunde-id
                       perform find-kunde
                       if kt-fundet > 0
                           if sr-liste-type = "PEP"
                               move "Y" to kt-pep(kt-fundet)
                           else
                               move "Y" to kt-san(kt-fundet)
                           end-if
                       end-if
                   end-if
               end-read
               end-perform
               close sanktion-file
           exit.

           tjek-legitimation.
               open input legitim-file
               if legitim-status not = "00"
                   and legitim-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-legitim = "Y"
                   read legitim-file into legitim-record
               at end
                   move "Y" to end-of-legitim
               not at end
                   if lg-udloebs-dato > varsel-tekst
                       move lg-kunde-id to soeg-kunde-id
                       perform find-kunde
                       if kt-fundet > 0
                           move "Y" to kt-legit-ok(kt-fundet)
                       end-if
                   end-if
               end-read
               end-perform
               close legitim-file
           exit.

           vurder-kunde.
               move 0 to ny-point
               move spaces to ny-aarsager
               move 1 to aarsag-pos
               if kt-pep(kt-index) = "Y"
                   add point-sanktion to ny-point
                   string "PEP " delimited by size
                       into ny-aarsager with pointer aarsag-pos
                   end-string
               end-if
               if kt-san(kt-index) = "Y"
                   if kt-pep(kt-index) = "N"
                       add point-sanktion to ny-point
                   end-if
                   string "SAN " delimited by size
                       into ny-aarsager with pointer aarsag-pos
                   end-string
               end-if
               if kt-lande-kode(kt-index) not = spaces
                   and kt-lande-kode(kt-index) not = "DK"
                   add point-udland to ny-point
                   string "UDL " delimited by size
                       into ny-aarsager with pointer aarsag-pos
                   end-string
               end-if
               if kt-ovf-antal(kt-index) >= ovf-graense
                   add point-ovf to ny-point
                   string "OVF " delimited by size
                       into ny-aarsager with pointer aarsag-pos
                   end-string
               end-if
               if kt-legit-ok(kt-index) = "N"
                   add point-legit to ny-point
                   string "LEG " delimited by size
                       into ny-aarsager with pointer aarsag-pos
                   end-string
               end-if

               evaluate true
                   when ny-point >= graense-hoej
                       move "H" to ny-niveau
                       add 1 to hoej-antal
                       move review-aar-hoej to review-aar
                   when ny-point >= graense-mellem
                       move "M" to ny-niveau
                       add 1 to mellem-antal
                       move review-aar-mellem to review-aar
                   when other
                       move "L" to ny-niveau
                       add 1 to lav-antal
                       move review-aar-lav to review-aar
               end-evaluate

               move spaces to risiko-record
               move kt-kunde-id(kt-index) to rk-kunde-id
               move ny-niveau to rk-niveau
               move ny-point to rk-point
               move koersel-dato to rk-vurderet-dato
               move ny-aarsager to rk-aarsager
               if kt-seneste-review(kt-index) = spaces
                   move koersel-dato to kt-seneste-review(kt-index)
               end-if
               move kt-seneste-review(kt-index) to rk-seneste-review

               if ny-niveau = kt-gl-niveau(kt-index)
                   move kt-gl-niveau-dato(kt-index) to rk-niveau-dato
               else
                   move koersel-dato to rk-niveau-dato
                   perform log-niveauskift
               end-if
               write risiko-record

               move rk-seneste-review to review-frist
               if rf-aar is numeric
                   add review-aar to rf-aar
                   if review-frist <= koersel-dato
                       perform skriv-review-linje
                   end-if
               end-if
           exit.

      *> Revisionsloggens action er "RISIKO L>H"; en kundes foerste
      *> niveau logges som "RISIKO ->H".
           log-niveauskift.
               add 1 to skift-antal
               move kt-kunde-id(kt-index) to audit-kunde-id
               move spaces to audit-action
               if kt-gl-niveau(kt-index) = spaces
                   string "RISIKO ->" ny-niveau
                       delimited by size into audit-action
                   end-string
               else
                   string "RISIKO " kt-gl-niveau(kt-index) ">"
                       ny-niveau
                       delimited by size into audit-action
                   end-string
               end-if
               call "AUDITLOG" using audit-program-id
                   audit-kunde-id audit-action
               end-call
           exit.

           skriv-review-linje.
               add 1 to review-antal
               move spaces to review-liste-line
               string
                   "REVIEW   kunde " rk-kunde-id
                   " niveau " rk-niveau
                   " seneste gennemgang " rk-seneste-review
                   " frist " review-frist
                   " - " function trim(rk-aarsager)
                   delimited by size
                   into review-liste-line
               end-string
               write review-liste-record
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
                   display "RISIKOKLASSIFICERING: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
