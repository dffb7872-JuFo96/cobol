       identification division.
       program-id. IFRS9NEDSKRIVNING.

      *> Nedskrivning efter IFRS 9 ved maanedsultimo: finans har
      *> hidtil regnet tabshensaettelsen i haanden ud fra
      *> laanrestancer.cob's aldersfordeling og ltvrapport.cob.
      *> Dette program placerer hver eksponering - enhver LAAN-konto
      *> med restgaeld og enhver overtrukket konto - i stadie 1, 2
      *> eller 3 ud fra dage i restance og sikkerhedsdaekning, og
      *> beregner et forventet tab (ECL) pr. eksponering med
      *> parametriserede PD- og LGD-satser:
      *>   - dage i restance: for et laan det aeldste ubogfoerte
      *>     forfald i LAANSCHD.txt, for en overtrukket konto antal
      *>     dage siden saldoen sidst gik i minus i TRANSOPL.txt;
      *>   - stadie 3 over IFRS9_DAGE_STADIE3 (90) dage, stadie 2
      *>     over IFRS9_DAGE_STADIE2 (30) dage, eller naar et laans
      *>     registrerede sikkerhed (SIKKERHED.txt) daekker under
      *>     IFRS9_MIN_DAEKNING (100) pct. af eksponeringen;
      *>   - ECL = PD(stadie) * (sikret del * LGD sikret + usikret
      *>     del * LGD usikret), satserne i pct. via PARMS
      *>     (IFRS9_PD_STADIE1/2/3, IFRS9_LGD_SIKRET/USIKRET).
      *> Hver eksponering skrives til NEDSKRIVNING-HIST.txt (se
      *> NEDSKRHIST.cpy), og kun bevaegelsen i forhold til forrige
      *> periodes hensaettelse bogfoeres i GL-JOURNAL.txt pr.
      *> stadie (DR TABSUDGIFT / CR TABSHENSAT ved stigning, omvendt
      *> ved fald, kilde "ECL "). Ligesom renteprovision.cob NAEGTER
      *> programmet at koere foer ULTIMO-<slutdato>.ldg findes, og
      *> en periode der allerede staar i historikken koeres ikke
      *> igen. Rapporten er IFRS9-NEDSKRIVNING.txt.

       environment division.
       input-output section.
       file-control.
           select konto-file assign to dynamic konto-file-name
               organization is line sequential.

           select ledger-file assign to dynamic ledger-file-name
               organization is line sequential
               file status is ledger-status.

           select laan-file assign to dynamic laan-file-name
               organization is line sequential
               file status is laan-status.

           select sikkerhed-file assign to dynamic sikkerhed-file-name
               organization is line sequential
               file status is sikkerhed-status.

           select history-file assign to dynamic history-file-name
               organization is line sequential
               file status is history-status.

           select nedskr-hist-file
               assign to dynamic nedskr-hist-file-name
               organization is line sequential
               file status is nedskr-hist-status.

           select gl-journal-file assign to dynamic gl-journal-file-name
               organization is line sequential
               file status is gl-journal-status.

           select rapport-file assign to "IFRS9-NEDSKRIVNING.txt"
               organization is line sequential.

       data division.
           file section.
           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD ledger-file.
           01 ledger-record.
               02 ledger-line      PIC X(100).

           FD laan-file.
           01 laan-record.
               COPY "LOANSCHD.cpy".

           FD sikkerhed-file.
           01 sikkerhed-record.
               COPY "SIKKERHED.cpy".

           FD history-file.
           01 history-record.
               COPY "TRANSOPL.cpy".

           FD nedskr-hist-file.
           01 nedskr-hist-record.
               COPY "NEDSKRHIST.cpy".

           FD gl-journal-file.
           01 gl-journal-record.
               COPY "GLJOURNAL.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line     PIC X(100).

       working-storage section.
           01 end-of-konto     PIC X value "N".
           01 end-of-laan      PIC X value "N".
           01 end-of-sikkerhed PIC X value "N".
           01 end-of-history   PIC X value "N".
           01 end-of-nedskr    PIC X value "N".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 ledger-file-name PIC X(100).
           01 ledger-status    PIC XX value "00".
           01 laan-file-name   PIC X(100) value "LAANSCHD.txt".
           01 laan-status      PIC XX value "00".
           01 sikkerhed-file-name PIC X(100) value "SIKKERHED.txt".
           01 sikkerhed-status PIC XX value "00".
           01 history-file-name PIC X(100) value "TRANSOPL.txt".
           01 history-status   PIC XX value "00".
           01 nedskr-hist-file-name PIC X(100)
               value "NEDSKRIVNING-HIST.txt".
           01 nedskr-hist-status PIC XX value "00".
           01 gl-journal-file-name PIC X(100)
               value "GL-JOURNAL.txt".
           01 gl-journal-status PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".

           01 slutdato         PIC X(8).
           01 slutdato-heltal  PIC S9(9).
           01 dato-numerisk    PIC 9(8).
           01 forfald-dage     PIC S9(7).

      *> Parametrene - PARMS (miljoevariabel vinder, ellers
      *> PARMS.txt); ugyldige eller manglende vaerdier falder
      *> tilbage til standardvaerdierne herunder.
           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 parm-tal         PIC 9(5)V99.
           01 pd-stadie-table.
               02 pd-stadie    PIC 9(3)V99 occurs 3 times.
           01 lgd-sikret       PIC 9(3)V99 value 25.
           01 lgd-usikret      PIC 9(3)V99 value 45.
           01 dage-stadie2     PIC 9(5) value 30.
           01 dage-stadie3     PIC 9(5) value 90.
           01 min-daekning     PIC 9(3)V99 value 100.

      *> Eksponeringerne - en linje pr. LAAN-konto med restgaeld og
      *> pr. overtrukket konto.
           01 eks-count        PIC 9(4) value 0.
           01 eks-max          PIC 9(4) value 500.
           01 eks-table.
               02 eks-entry occurs 500 times.
                   03 ek-konto-id    PIC X(10).
                   03 ek-type        PIC X(10).
                   03 ek-laan        PIC X(1).
                   03 ek-eksponering PIC 9(9)V99.
                   03 ek-dage-over   PIC 9(5).
                   03 ek-minus-siden PIC X(8).
                   03 ek-sikkerhed   PIC 9(9)V99.
                   03 ek-stadie      PIC 9(1).
                   03 ek-ecl         PIC 9(9)V99.
           01 ek-index         PIC 9(4).
           01 ek-match         PIC 9(4).

           01 daekning-pct     PIC 9(5)V99.
           01 sikret-del       PIC 9(9)V99.
           01 usikret-del      PIC 9(9)V99.

      *> Hensaettelse pr. stadie - denne og forrige periode.
           01 stadie-table.
               02 stadie-entry occurs 3 times.
                   03 st-antal       PIC 9(5).
                   03 st-eksponering PIC 9(11)V99.
                   03 st-ecl         PIC 9(11)V99.
                   03 st-forrige     PIC 9(11)V99.
           01 st-index         PIC 9(1).
           01 forrige-dato     PIC X(8) value spaces.
           01 bevaegelse       PIC S9(11)V99.
           01 bevaegelse-abs   PIC 9(11)V99.
           01 ecl-total        PIC 9(11)V99 value 0.
           01 forrige-total    PIC 9(11)V99 value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "IFRS9NEDSKRIVNING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept laan-file-name from environment "LAANSCHDFIL_NAVN"
               on exception
                   move "LAANSCHD.txt" to laan-file-name
           end-accept
           accept sikkerhed-file-name
               from environment "SIKKERHEDFIL_NAVN"
               on exception
                   move "SIKKERHED.txt" to sikkerhed-file-name
           end-accept
           accept history-file-name from environment "TRANSOPLFIL_NAVN"
               on exception
                   move "TRANSOPL.txt" to history-file-name
           end-accept
           accept nedskr-hist-file-name
               from environment "NEDSKRHISTFIL_NAVN"
               on exception
                   move "NEDSKRIVNING-HIST.txt"
                       to nedskr-hist-file-name
           end-accept
           accept gl-journal-file-name
               from environment "GLJOURNALFIL_NAVN"
               on exception
                   move "GL-JOURNAL.txt" to gl-journal-file-name
           end-accept
           accept slutdato from environment "PERIODE_SLUTDATO"
               on exception
                   move spaces to slutdato
           end-accept
           if slutdato = spaces or slutdato not numeric
               display "IFRS9NEDSKRIVNING: PERIODE_SLUTDATO"
                   " (YYYYMMDD) skal angives"
               move 8 to return-code
               stop run
           end-if
           move slutdato to dato-numerisk
           compute slutdato-heltal =
               function integer-of-date(dato-numerisk)

      *> Grundlaget skal vaere frosset af periodeafslutningen.
           move spaces to ledger-file-name
           string
               "ULTIMO-" slutdato ".ldg"
               into ledger-file-name
           end-string
           open input ledger-file
           if ledger-status not = "00" and ledger-status not = "05"
               display "IFRS9NEDSKRIVNING: "
                   function trim(ledger-file-name)
                   " findes ikke - koer PERIODEAFSLUTNING foerst"
               move 8 to return-code
               stop run
           end-if
           close ledger-file

           perform hent-parametre
           perform laes-forrige-periode
           perform load-eksponeringer
           perform find-restancer
           perform find-overtraek-start
           perform saml-sikkerheder
           perform varying ek-index from 1 by 1
               until ek-index > eks-count
               perform beregn-stadie-og-ecl
           end-perform
           perform skriv-historik
           perform skriv-journal-og-rapport

           display "IFRS9NEDSKRIVNING: " eks-count
               " eksponeringer, ECL " ecl-total
               " (forrige " forrige-total ")"

           stop run.

           hent-parametre.
               move 1 to pd-stadie(1)
               move 10 to pd-stadie(2)
               move 100 to pd-stadie(3)
               move "IFRS9_PD_STADIE1" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to pd-stadie(1)
               end-if
               move "IFRS9_PD_STADIE2" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to pd-stadie(2)
               end-if
               move "IFRS9_PD_STADIE3" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to pd-stadie(3)
               end-if
               move "IFRS9_LGD_SIKRET" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to lgd-sikret
               end-if
               move "IFRS9_LGD_USIKRET" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to lgd-usikret
               end-if
               move "IFRS9_DAGE_STADIE2" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to dage-stadie2
               end-if
               move "IFRS9_DAGE_STADIE3" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to dage-stadie3
               end-if
               move "IFRS9_MIN_DAEKNING" to parm-navn
               perform hent-tal-parameter
               if parm-fundet = "Y"
                   move parm-tal to min-daekning
               end-if
           exit.

      *> En parameter som tal - en vaerdi der ikke kan laeses som
      *> et tal regnes som ikke sat, saa standardvaerdien gaelder.
           hent-tal-parameter.
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               if parm-fundet = "Y"
                   if parm-vaerdi = spaces
                       or function test-numval(parm-vaerdi) not = 0
                       move "N" to parm-fundet
                   else
                       compute parm-tal =
                           function numval(parm-vaerdi)
                   end-if
               end-if
           exit.

      *> Forrige periodes hensaettelse pr. stadie: raekkerne med den
      *> seneste slutdato foer denne. Staar denne slutdato allerede
      *> i historikken, er perioden koert, og den bogfoeres ikke
      *> igen. En manglende historik er den allerfoerste koersel.
           laes-forrige-periode.
               perform varying st-index from 1 by 1 until st-index > 3
                   move 0 to st-antal(st-index)
                   move 0 to st-eksponering(st-index)
                   move 0 to st-ecl(st-index)
                   move 0 to st-forrige(st-index)
               end-perform
               open input nedskr-hist-file
               if nedskr-hist-status not = "00"
                   and nedskr-hist-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-nedskr = "Y"
                   read nedskr-hist-file into nedskr-hist-record
               at end
                   move "Y" to end-of-nedskr
               not at end
                   perform vurder-historik-raekke
               end-read
               end-perform
               close nedskr-hist-file
           exit.

           vurder-historik-raekke.
               if nh-slutdato = slutdato
                   close nedskr-hist-file
                   display "IFRS9NEDSKRIVNING: perioden " slutdato
                       " staar allerede i "
                       function trim(nedskr-hist-file-name)
                       " - en koert periode koeres ikke igen"
                   move 8 to return-code
                   stop run
               end-if
               if nh-slutdato > slutdato
                   or nh-stadie < 1 or nh-stadie > 3
                   exit paragraph
               end-if
               if forrige-dato = spaces or nh-slutdato > forrige-dato
                   move nh-slutdato to forrige-dato
                   perform varying st-index from 1 by 1
                       until st-index > 3
                       move 0 to st-forrige(st-index)
                   end-perform
               end-if
               if nh-slutdato = forrige-dato
                   add nh-ecl to st-forrige(nh-stadie)
               end-if
           exit.

           load-eksponeringer.
               open input konto-file
               perform verificer-konto-header
               if konto-header-missing = "Y"
                   perform registrer-eksponering
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform registrer-eksponering
               end-read
               end-perform
               close konto-file
           exit.

      *> En LAAN-konto er en eksponering med sin (positive)
      *> restgaeld, enhver anden konto kun naar den er overtrukket.
           registrer-eksponering.
               if account-type in konto-info = "LAAN"
                   if balance in konto-info <= 0
                       exit paragraph
                   end-if
               else
                   if balance in konto-info >= 0
                       exit paragraph
                   end-if
               end-if
               if eks-count >= eks-max
                   display "IFRS9NEDSKRIVNING: eksponeringstabel"
                       " fuld - " account-id in konto-info
                       " ikke medtaget"
                   exit paragraph
               end-if
               add 1 to eks-count
               initialize eks-entry(eks-count)
               move account-id in konto-info to ek-konto-id(eks-count)
               move account-type in konto-info to ek-type(eks-count)
               if account-type in konto-info = "LAAN"
                   move "J" to ek-laan(eks-count)
                   move balance in konto-info
                       to ek-eksponering(eks-count)
               else
                   move "N" to ek-laan(eks-count)
                   compute ek-eksponering(eks-count) =
                       0 - balance in konto-info
               end-if
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
                   display "IFRS9NEDSKRIVNING: "
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
                   move 8 to return-code
                   stop run
               end-if
           exit.

           find-eksponering.
               move 0 to ek-match
               perform varying ek-index from 1 by 1
                   until ek-index > eks-count
                   if ek-konto-id(ek-index) = loan-account-id
                       move ek-index to ek-match
                   end-if
               end-perform
           exit.

      *> Et laans dage i restance: det aeldste ubogfoerte afdrag
      *> med forfald foer slutdatoen - samme restance-begreb som
      *> laanrestancer.cob.
           find-restancer.
               open input laan-file
               if laan-status not = "00" and laan-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-laan = "Y"
                   read laan-file into laan-record
               at end
                   move "Y" to end-of-laan
               not at end
                   if installment-status = space
                       and due-date is numeric
                       and due-date < slutdato
                       perform find-eksponering
                       if ek-match > 0
                           move due-date to dato-numerisk
                           compute forfald-dage =
                               slutdato-heltal
                               - function integer-of-date(dato-numerisk)
                           if forfald-dage > ek-dage-over(ek-match)
                               move forfald-dage
                                   to ek-dage-over(ek-match)
                           end-if
                       end-if
                   end-if
               end-read
               end-perform
               close laan-file
           exit.

      *> En overtrukket kontos dage i restance: datoen hvor saldoen
      *> efter postering senest gik fra plus til minus (historikken
      *> er i bogfoeringsraekkefoelge). Findes ingen historik for
      *> kontoen, regnes den for overtrukket fra slutdatoen.
           find-overtraek-start.
               open input history-file
               if history-status not = "00"
                   and history-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-history = "Y"
                   read history-file into history-record
               at end
                   move "Y" to end-of-history
               not at end
                   if trans-date in history-record <= slutdato
                       move account-id in history-record
                           to loan-account-id
                       perform find-eksponering
                       if ek-match > 0
                           and ek-laan(ek-match) = "N"
                           if running-balance in history-record < 0
                               if ek-minus-siden(ek-match) = spaces
                                   move trans-date in history-record
                                       to ek-minus-siden(ek-match)
                               end-if
                           else
                               move spaces to ek-minus-siden(ek-match)
                           end-if
                       end-if
                   end-if
               end-read
               end-perform
               close history-file
               perform varying ek-index from 1 by 1
                   until ek-index > eks-count
                   if ek-laan(ek-index) = "N"
                       and ek-minus-siden(ek-index) is numeric
                       move ek-minus-siden(ek-index) to dato-numerisk
                       compute forfald-dage =
                           slutdato-heltal
                           - function integer-of-date(dato-numerisk)
                       if forfald-dage > 0
                           move forfald-dage to ek-dage-over(ek-index)
                       end-if
                   end-if
               end-perform
           exit.

      *> Sikkerhedsvurderingerne pr. laan - som ltvrapport.cob; en
      *> manglende SIKKERHED.txt goer bare alle laan usikrede.
           saml-sikkerheder.
               open input sikkerhed-file
               if sikkerhed-status not = "00"
                   and sikkerhed-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-sikkerhed = "Y"
                   read sikkerhed-file into sikkerhed-record
               at end
                   move "Y" to end-of-sikkerhed
               not at end
                   move sik-laan-konto-id to loan-account-id
                   perform find-eksponering
                   if ek-match > 0
                       add sik-vurdering to ek-sikkerhed(ek-match)
                   end-if
               end-read
               end-perform
               close sikkerhed-file
           exit.

           beregn-stadie-og-ecl.
               move 1 to ek-stadie(ek-index)
               if ek-sikkerhed(ek-index) > 0
                   compute daekning-pct rounded =
                       ek-sikkerhed(ek-index) * 100
                       / ek-eksponering(ek-index)
                   if daekning-pct < min-daekning
                       move 2 to ek-stadie(ek-index)
                   end-if
               end-if
               if ek-dage-over(ek-index) > dage-stadie2
                   move 2 to ek-stadie(ek-index)
               end-if
               if ek-dage-over(ek-index) > dage-stadie3
                   move 3 to ek-stadie(ek-index)
               end-if

               if ek-sikkerhed(ek-index) > ek-eksponering(ek-index)
                   move ek-eksponering(ek-index) to sikret-del
               else
                   move ek-sikkerhed(ek-index) to sikret-del
               end-if
               compute usikret-del =
                   ek-eksponering(ek-index) - sikret-del
               move ek-stadie(ek-index) to st-index
               compute ek-ecl(ek-index) rounded =
                   pd-stadie(st-index)
                   * (sikret-del * lgd-sikret
                      + usikret-del * lgd-usikret)
                   / 10000

               add 1 to st-antal(st-index)
               add ek-eksponering(ek-index) to st-eksponering(st-index)
               add ek-ecl(ek-index) to st-ecl(st-index)
               add ek-ecl(ek-index) to ecl-total
           exit.

      *> Periodens raekker foejes til historikken - det er dem
      *> naeste maaned maaler sin bevaegelse imod.
           skriv-historik.
               open extend nedskr-hist-file
               if nedskr-hist-status = "35"
                   open output nedskr-hist-file
               end-if
               perform varying ek-index from 1 by 1
                   until ek-index > eks-count
                   move slutdato to nh-slutdato
                   move ek-konto-id(ek-index) to nh-konto-id
                   move ek-stadie(ek-index) to nh-stadie
                   move ek-dage-over(ek-index) to nh-dage-over
                   move ek-eksponering(ek-index) to nh-eksponering
                   move ek-sikkerhed(ek-index) to nh-sikkerhed
                   move ek-ecl(ek-index) to nh-ecl
                   write nedskr-hist-record
               end-perform
               close nedskr-hist-file
           exit.

      *> Bevaegelsen pr. stadie bogfoeres som et GL-par dateret
      *> slutdatoen: en stigning udgiftsfoeres (DR TABSUDGIFT / CR
      *> TABSHENSAT), et fald tilbagefoeres (DR TABSHENSAT / CR
      *> TABSUDGIFT). Et stadie uden bevaegelse giver ingen linjer.
           skriv-journal-og-rapport.
               move gl-journal-file-name to segl-fil-navn
               perform verificer-segl
               open extend gl-journal-file
               if gl-journal-status = "35"
                   open output gl-journal-file
               end-if
               open output rapport-file
               move spaces to rapport-line
               string
                   "*---- IFRS 9 nedskrivning pr. " slutdato
                   " ----*"
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               string
                   "PD pct " pd-stadie(1) "/" pd-stadie(2) "/"
                   pd-stadie(3) " LGD sikret " lgd-sikret
                   " usikret " lgd-usikret
                   into rapport-line
               end-string
               write rapport-record

               perform varying ek-index from 1 by 1
                   until ek-index > eks-count
                   move spaces to rapport-line
                   string
                       ek-konto-id(ek-index) " "
                       ek-type(ek-index)
                       " stadie " ek-stadie(ek-index)
                       " dage " ek-dage-over(ek-index)
                       " eksp " ek-eksponering(ek-index)
                       " sikk " ek-sikkerhed(ek-index)
                       " ECL " ek-ecl(ek-index)
                       into rapport-line
                   end-string
                   write rapport-record
               end-perform

               perform varying st-index from 1 by 1 until st-index > 3
                   perform skriv-stadie-bevaegelse
               end-perform

               move spaces to rapport-line
               string
                   "I alt ECL " ecl-total " forrige periode "
                   forrige-dato " " forrige-total
                   into rapport-line
               end-string
               write rapport-record
               close rapport-file
               close gl-journal-file
               move gl-journal-file-name to segl-fil-navn
               perform forsegl-fil
           exit.

           skriv-stadie-bevaegelse.
               add st-forrige(st-index) to forrige-total
               compute bevaegelse =
                   st-ecl(st-index) - st-forrige(st-index)
               move spaces to rapport-line
               string
                   "Stadie " st-index ": "
                   function trim(st-antal(st-index))
                   " eksponeringer " st-eksponering(st-index)
                   " ECL " st-ecl(st-index)
                   " forrige " st-forrige(st-index)
                   into rapport-line
               end-string
               write rapport-record
               if bevaegelse = 0
                   exit paragraph
               end-if
               if bevaegelse > 0
                   move bevaegelse to bevaegelse-abs
                   move "TABSUDGIFT" to glj-account-id
                   move "TABSHENSAT" to glj-contra-account
               else
                   compute bevaegelse-abs = 0 - bevaegelse
                   move "TABSHENSAT" to glj-account-id
                   move "TABSUDGIFT" to glj-contra-account
               end-if
               move slutdato to glj-date
               move bevaegelse-abs to glj-amount
               move "DR" to glj-dr-cr
               move "01" to glj-cyklus
               move "ECL " to glj-kilde
               write gl-journal-record
               move glj-contra-account to glj-account-id
               if bevaegelse > 0
                   move "TABSUDGIFT" to glj-contra-account
               else
                   move "TABSHENSAT" to glj-contra-account
               end-if
               move "CR" to glj-dr-cr
               write gl-journal-record
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
                   display "IFRS9NEDSKRIVNING: segl brudt for "
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
