       identification division.
       program-id. CAMT053EKSPORT.

      *> Kontoudtog i ISO 20022 camt.053 (BkToCstmrStmt) til
      *> erhvervskunder (customer-type "C"), saa kundens ERP-system
      *> kan afstemme automatisk i stedet for at nogen taster
      *> kundekontoudtog.cob's papirudtog ind igen. Kun kunder der er
      *> tilmeldt feedet - et givet ("G") samtykke af typen CAMT053 i
      *> SAMTYKKE.txt (se SAMTYKKE.cpy) - faar en fil, og kun naar de
      *> er erhvervskunder i KUNDEMST.dat.
      *>
      *> Een fil pr. kunde, CAMT053-<kunde-id>-<til-dato>.xml, med et
      *> <Stmt> pr. konto kunden ejer i KontoOpl.txt: kontoens
      *> valuta-id, aabnings- (OPBD) og lukkesaldo (CLBD) og hver
      *> TRANSOPL.txt-postering i perioden med trans-type som
      *> proprietaer transaktionskode, trans-tekst som
      *> transaktionsinfo og saldoen efter posteringen.
      *> Aabnings-/lukkesaldoen udledes som i kundekontoudtog.cob.
      *>
      *> Dagligt koeres perioden = KOERSEL_DATO; on-demand angives
      *> CAMT053_FRA/CAMT053_TIL (AAAAMMDD) og evt. CAMT053_KUNDE_ID
      *> for en enkelt kunde.

       environment division.
       input-output section.
       file-control.
           select samtykke-file assign to dynamic samtykke-file-name
               organization is line sequential
               file status is samtykke-status.

           select kunde-index-file assign to "KUNDEMST.dat"
               organization is indexed
               access mode is dynamic
               record key is customer-id of kunde-idx-record
               file status is kunde-idx-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select history-file assign to dynamic history-file-name
               organization is line sequential
               file status is history-status.

           select camt-file assign to dynamic camt-file-name
               organization is line sequential.

       data division.
           file section.
           FD samtykke-file.
           01 samtykke-record.
               COPY "SAMTYKKE.cpy".

           FD kunde-index-file.
           01 kunde-idx-record.
               COPY "kundeopl.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD history-file.
           01 history-record.
               COPY "TRANSOPL.cpy".

           FD camt-file.
           01 camt-record.
               02 camt-line         PIC X(200).

       working-storage section.
           01 end-of-samtykke      PIC X value "N".
           01 end-of-konto         PIC X value "N".
           01 end-of-historik      PIC X value "N".
           01 samtykke-file-name   PIC X(100) value "SAMTYKKE.txt".
           01 samtykke-status      PIC XX value "00".
           01 kunde-idx-status     PIC XX value "00".
           01 konto-file-name      PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status     PIC XX value "00".
           01 history-file-name    PIC X(100) value "TRANSOPL.txt".
           01 history-status       PIC XX value "00".
           01 camt-file-name       PIC X(100).
           01 layout-version-ok    PIC X value "Y".
           01 konto-header-missing PIC X value "N".

           01 koersel-dato         PIC X(8).
           01 periode-fra          PIC X(8).
           01 periode-til          PIC X(8).
           01 opslag-kunde-id      PIC X(10).

      *> Tilmeldte kunder (CAMT053-samtykke givet).
           01 abonnent-count       PIC 9(3) value 0.
           01 abonnent-max         PIC 9(3) value 500.
           01 abonnent-table.
               02 abonnent-entry occurs 500 times.
                   03 ab-kunde-id      PIC X(10).
                   03 ab-navn          PIC X(40).
                   03 ab-erhverv       PIC X(1).
           01 ab-index             PIC 9(3).
           01 ab-match             PIC 9(3).

      *> De tilmeldte kunders konti med aabnings-/lukkesaldo.
           01 konto-count          PIC 9(4) value 0.
           01 konto-max            PIC 9(4) value 2000.
           01 konto-table.
               02 konto-entry occurs 2000 times.
                   03 ct-konto-id      PIC X(10).
                   03 ct-kunde-id      PIC X(10).
                   03 ct-valuta        PIC X(3).
                   03 ct-balance       PIC S9(7)V99.
                   03 ct-aabning       PIC S9(7)V99.
                   03 ct-lukning       PIC S9(7)V99.
                   03 ct-har-aabning   PIC X(1).
                   03 ct-har-postering PIC X(1).
           01 ct-index             PIC 9(4).
           01 ct-match             PIC 9(4).

      *> Formatering af beloeb, datoer og tekst til XML.
           01 fmt-beloeb           PIC S9(9)V99.
           01 fmt-vis              PIC Z(8)9.99.
           01 fmt-tekst            PIC X(15).
           01 fmt-ind              PIC X(4).
           01 dato-ind             PIC X(8).
           01 dato-iso             PIC X(10).
           01 esc-ind              PIC X(40).
           01 esc-ud               PIC X(200).
           01 esc-pos              PIC 9(3).
           01 esc-ud-pos           PIC 9(3).
           01 esc-laengde          PIC 9(3).
           01 ntry-kode            PIC X(4).
           01 bal-kode             PIC X(4).
           01 bal-dato             PIC X(8).

           01 antal-filer          PIC 9(5) value 0.
           01 antal-poster         PIC 9(7) value 0.
           01 antal-sprunget       PIC 9(5) value 0.

           01 korr-program     PIC X(20) value "CAMT053EKSPORT".
           01 korr-dok-type    PIC X(12) value "CAMT053".
           01 korr-kanal       PIC X(10) value "FIL".

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "CAMT053EKSPORT".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept samtykke-file-name
               from environment "SAMTYKKEFIL_NAVN"
               on exception
                   move "SAMTYKKE.txt" to samtykke-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept history-file-name from environment "TRANSOPLFIL_NAVN"
               on exception
                   move "TRANSOPL.txt" to history-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           accept periode-fra from environment "CAMT053_FRA"
               on exception
                   move spaces to periode-fra
           end-accept
           accept periode-til from environment "CAMT053_TIL"
               on exception
                   move spaces to periode-til
           end-accept
           accept opslag-kunde-id from environment "CAMT053_KUNDE_ID"
               on exception
                   move spaces to opslag-kunde-id
           end-accept
           if periode-fra = spaces
               move koersel-dato to periode-fra
           end-if
           if periode-til = spaces
               move koersel-dato to periode-til
           end-if
           if periode-fra not numeric or periode-til not numeric
               or periode-fra > periode-til
               display "CAMT053EKSPORT: ugyldig periode "
                   periode-fra "-" periode-til
               move 16 to return-code
               stop run
           end-if

           perform load-abonnenter
           if abonnent-count = 0
               display "CAMT053EKSPORT: ingen tilmeldte kunder"
               stop run
           end-if
           perform tjek-erhvervskunder
           perform load-konti
           perform beregn-saldi

           perform varying ab-index from 1 by 1
               until ab-index > abonnent-count
               if ab-erhverv(ab-index) = "J"
                   perform skriv-kundefil
               end-if
           end-perform

           display "CAMT053EKSPORT: " antal-filer " filer, "
               antal-poster " posteringer, " antal-sprunget
               " tilmeldte sprunget over"
           if antal-sprunget > 0
               move 4 to return-code
           end-if
           stop run.

      *> Tilmeldingen er et givet CAMT053-samtykke - en manglende
      *> registerfil betyder at ingen er tilmeldt. Er der angivet en
      *> enkelt kunde, medtages kun den.
           load-abonnenter.
               open input samtykke-file
               if samtykke-status not = "00"
                   and samtykke-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-samtykke = "Y"
                   read samtykke-file into samtykke-record
               at end
                   move "Y" to end-of-samtykke
               not at end
                   if st-samtykke-type = "CAMT053" and st-givet
                       and (opslag-kunde-id = spaces
                           or opslag-kunde-id = st-kunde-id)
                       if abonnent-count < abonnent-max
                           add 1 to abonnent-count
                           move st-kunde-id
                               to ab-kunde-id(abonnent-count)
                           move spaces to ab-navn(abonnent-count)
                           move "N" to ab-erhverv(abonnent-count)
                       else
                           display "CAMT053EKSPORT: abonnent-"
                               "tabel fuld - " st-kunde-id
                               " ikke medtaget"
                           add 1 to antal-sprunget
                       end-if
                   end-if
               end-read
               end-perform
               close samtykke-file
           exit.

      *> Feedet er for erhvervskunder - en tilmeldt personkunde
      *> eller en kunde der ikke findes i kundemasteren springes
      *> over og taeller med i RC=4.
           tjek-erhvervskunder.
               open input kunde-index-file
               if kunde-idx-status not = "00"
                   display "CAMT053EKSPORT: KUNDEMST.dat kan ikke"
                       " aabnes"
                   move 16 to return-code
                   stop run
               end-if
               perform varying ab-index from 1 by 1
                   until ab-index > abonnent-count
                   move ab-kunde-id(ab-index)
                       to customer-id in kunde-idx-record
                   read kunde-index-file
                   invalid key
                       display "CAMT053EKSPORT: ukendt kunde "
                           ab-kunde-id(ab-index)
                       add 1 to antal-sprunget
                   not invalid key
                       if customer-type in kunde-idx-record = "C"
                           move "J" to ab-erhverv(ab-index)
                           move company-name in kunde-idx-record
                               to ab-navn(ab-index)
                       else
                           display "CAMT053EKSPORT: "
                               ab-kunde-id(ab-index)
                               " er ikke erhvervskunde"
                           add 1 to antal-sprunget
                       end-if
                   end-read
               end-perform
               close kunde-index-file
           exit.

           load-konti.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "CAMT053EKSPORT: kan ikke aabne "
                       function trim(konto-file-name)
                   move 16 to return-code
                   stop run
               end-if
               perform verificer-konto-header
               if konto-header-missing = "Y"
                   perform registrer-konto
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform registrer-konto
               end-read
               end-perform
               close konto-file
           exit.

      *> Laeser den foerste post i konto-file som en header (se
      *> KONTOOPL-HDR.cpy) - samme verificering som de oevrige
      *> konto-laesende programmer.
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
                   display "CAMT053EKSPORT: ukendt layout i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           registrer-konto.
               move 0 to ab-match
               perform varying ab-index from 1 by 1
                   until ab-index > abonnent-count
                   if ab-kunde-id(ab-index) = customer-id in konto-info
                       and ab-erhverv(ab-index) = "J"
                       move ab-index to ab-match
                   end-if
               end-perform
               if ab-match = 0
                   exit paragraph
               end-if
      *> Et udtog der tavst mangler en konto ser rigtigt ud uden at
      *> vaere det - en fuld tabel stopper koerslen.
               if konto-count >= konto-max
                   display "CAMT053EKSPORT: kontotabel fuld ved "
                       account-id in konto-info
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
               add 1 to konto-count
               move account-id in konto-info to ct-konto-id(konto-count)
               move customer-id in konto-info
                   to ct-kunde-id(konto-count)
               if valuta-id in konto-info = spaces
                   move "DKK" to ct-valuta(konto-count)
               else
                   move valuta-id in konto-info
                       to ct-valuta(konto-count)
               end-if
               move balance in konto-info to ct-balance(konto-count)
               move 0 to ct-aabning(konto-count)
               move 0 to ct-lukning(konto-count)
               move "N" to ct-har-aabning(konto-count)
               move "N" to ct-har-postering(konto-count)
           exit.

      *> Eet gennemloeb af TRANSOPL.txt for alle konti: aabnings-
      *> saldoen er den sidste saldo foer perioden (eller saldoen
      *> lige foer periodens foerste postering), lukkesaldoen den
      *> sidste saldo i perioden. En konto uden historik faar sin
      *> aktuelle BALANCE som begge.
           beregn-saldi.
               open input history-file
               if history-status = "00" or history-status = "05"
                   move "N" to end-of-historik
                   perform until end-of-historik = "Y"
                       read history-file into history-record
                   at end
                       move "Y" to end-of-historik
                   not at end
                       perform saldo-fra-historik
                   end-read
                   end-perform
                   close history-file
               end-if
               perform varying ct-index from 1 by 1
                   until ct-index > konto-count
                   if ct-har-aabning(ct-index) = "N"
                       move ct-balance(ct-index)
                           to ct-aabning(ct-index)
                   end-if
                   if ct-har-postering(ct-index) = "N"
                       move ct-aabning(ct-index)
                           to ct-lukning(ct-index)
                   end-if
               end-perform
           exit.

           saldo-fra-historik.
               perform find-konto
               if ct-match = 0
                   or trans-date in history-record > periode-til
                   exit paragraph
               end-if
               if trans-date in history-record < periode-fra
                   move running-balance in history-record
                       to ct-aabning(ct-match)
                   move "Y" to ct-har-aabning(ct-match)
               else
                   if ct-har-aabning(ct-match) = "N"
                       compute ct-aabning(ct-match) =
                           running-balance in history-record
                           - trans-amount in history-record
                       move "Y" to ct-har-aabning(ct-match)
                   end-if
                   move running-balance in history-record
                       to ct-lukning(ct-match)
                   move "Y" to ct-har-postering(ct-match)
               end-if
           exit.

           find-konto.
               move 0 to ct-match
               perform varying ct-index from 1 by 1
                   until ct-index > konto-count or ct-match > 0
                   if ct-konto-id(ct-index)
                       = account-id in history-record
                       move ct-index to ct-match
                   end-if
               end-perform
           exit.

      *> Een XML-fil pr. kunde med et <Stmt> pr. konto.
           skriv-kundefil.
               move spaces to camt-file-name
               string
                   "CAMT053-" function trim(ab-kunde-id(ab-index))
                   "-" periode-til ".xml"
                   delimited by size
                   into camt-file-name
               end-string
               open output camt-file
               move '<?xml version="1.0" encoding="UTF-8"?>'
                   to camt-line
               write camt-record
               move spaces to camt-line
               string
                   '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                   'camt.053.001.02">'
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move "  <BkToCstmrStmt>" to camt-line
               write camt-record
               move "    <GrpHdr>" to camt-line
               write camt-record
               move spaces to camt-line
               string
                   "      <MsgId>CAMT053-"
                   function trim(ab-kunde-id(ab-index))
                   "-" periode-til "</MsgId>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move koersel-dato to dato-ind
               perform formater-dato
               move spaces to camt-line
               string
                   "      <CreDtTm>" dato-iso "T00:00:00</CreDtTm>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move "    </GrpHdr>" to camt-line
               write camt-record

               perform varying ct-index from 1 by 1
                   until ct-index > konto-count
                   if ct-kunde-id(ct-index) = ab-kunde-id(ab-index)
                       perform skriv-stmt
                   end-if
               end-perform

               move "  </BkToCstmrStmt>" to camt-line
               write camt-record
               move "</Document>" to camt-line
               write camt-record
               close camt-file
               add 1 to antal-filer
               call "KORRLOG" using korr-program
                   ab-kunde-id(ab-index) korr-dok-type korr-kanal
               end-call
           exit.

           skriv-stmt.
               move "    <Stmt>" to camt-line
               write camt-record
               move spaces to camt-line
               string
                   "      <Id>" function trim(ct-konto-id(ct-index))
                   "-" periode-til "</Id>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move koersel-dato to dato-ind
               perform formater-dato
               move spaces to camt-line
               string
                   "      <CreDtTm>" dato-iso "T00:00:00</CreDtTm>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move "      <FrToDt>" to camt-line
               write camt-record
               move periode-fra to dato-ind
               perform formater-dato
               move spaces to camt-line
               string
                   "        <FrDtTm>" dato-iso "T00:00:00</FrDtTm>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move periode-til to dato-ind
               perform formater-dato
               move spaces to camt-line
               string
                   "        <ToDtTm>" dato-iso "T23:59:59</ToDtTm>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move "      </FrToDt>" to camt-line
               write camt-record

               move "      <Acct>" to camt-line
               write camt-record
               move spaces to camt-line
               string
                   "        <Id><Othr><Id>"
                   function trim(ct-konto-id(ct-index))
                   "</Id></Othr></Id>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move spaces to camt-line
               string
                   "        <Ccy>" ct-valuta(ct-index) "</Ccy>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move ab-navn(ab-index) to esc-ind
               perform xml-escape
               move spaces to camt-line
               string
                   "        <Ownr><Nm>" esc-ud(1:esc-ud-pos)
                   "</Nm></Ownr>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move "      </Acct>" to camt-line
               write camt-record

               move "OPBD" to bal-kode
               move ct-aabning(ct-index) to fmt-beloeb
               move periode-fra to bal-dato
               perform skriv-saldo
               move "CLBD" to bal-kode
               move ct-lukning(ct-index) to fmt-beloeb
               move periode-til to bal-dato
               perform skriv-saldo

               perform skriv-posteringer

               move "    </Stmt>" to camt-line
               write camt-record
           exit.

           skriv-saldo.
               perform formater-beloeb
               move bal-dato to dato-ind
               perform formater-dato
               move "      <Bal>" to camt-line
               write camt-record
               move spaces to camt-line
               string
                   "        <Tp><CdOrPrtry><Cd>" bal-kode
                   "</Cd></CdOrPrtry></Tp>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move spaces to camt-line
               string
                   '        <Amt Ccy="' ct-valuta(ct-index) '">'
                   function trim(fmt-tekst) "</Amt>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move spaces to camt-line
               string
                   "        <CdtDbtInd>" fmt-ind "</CdtDbtInd>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move spaces to camt-line
               string
                   "        <Dt><Dt>" dato-iso "</Dt></Dt>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move "      </Bal>" to camt-line
               write camt-record
           exit.

      *> Kontoens posteringer i perioden i TRANSOPL-raekkefoelge -
      *> et gennemloeb af historikken pr. konto.
           skriv-posteringer.
               open input history-file
               if history-status not = "00"
                   and history-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-historik
               perform until end-of-historik = "Y"
                   read history-file into history-record
               at end
                   move "Y" to end-of-historik
               not at end
                   if account-id in history-record
                           = ct-konto-id(ct-index)
                       and trans-date in history-record
                           not < periode-fra
                       and trans-date in history-record
                           not > periode-til
                       perform skriv-ntry
                   end-if
               end-read
               end-perform
               close history-file
           exit.

      *> En postering som <Ntry>: trans-type som proprietaer kode
      *> (blank = almindelig postering "POST"), trans-tekst som
      *> transaktionsinfo og saldoen efter posteringen som
      *> yderligere info.
           skriv-ntry.
               add 1 to antal-poster
               move trans-amount in history-record to fmt-beloeb
               perform formater-beloeb
               move trans-date in history-record to dato-ind
               perform formater-dato
               if trans-type in history-record = spaces
                   move "POST" to ntry-kode
               else
                   move trans-type in history-record to ntry-kode
               end-if
               move "      <Ntry>" to camt-line
               write camt-record
               move spaces to camt-line
               string
                   '        <Amt Ccy="' ct-valuta(ct-index) '">'
                   function trim(fmt-tekst) "</Amt>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move spaces to camt-line
               string
                   "        <CdtDbtInd>" fmt-ind "</CdtDbtInd>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move "        <Sts>BOOK</Sts>" to camt-line
               write camt-record
               move spaces to camt-line
               string
                   "        <BookgDt><Dt>" dato-iso
                   "</Dt></BookgDt>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move spaces to camt-line
               string
                   "        <ValDt><Dt>" dato-iso "</Dt></ValDt>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move spaces to camt-line
               string
                   "        <BkTxCd><Prtry><Cd>"
                   function trim(ntry-kode)
                   "</Cd></Prtry></BkTxCd>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move trans-tekst in history-record to esc-ind
               perform xml-escape
               move spaces to camt-line
               string
                   "        <NtryDtls><TxDtls><AddtlTxInf>"
                   esc-ud(1:esc-ud-pos)
                   "</AddtlTxInf></TxDtls></NtryDtls>"
                   delimited by size
                   into camt-line
               end-string
               write camt-record
               move running-balance in history-record to fmt-beloeb
               perform formater-beloeb
               move spaces to camt-line
               if fmt-ind = "DBIT"
                   string
                       "        <AddtlNtryInf>Saldo -"
                       function trim(fmt-tekst) "</AddtlNtryInf>"
                       delimited by size
                       into camt-line
                   end-string
               else
                   string
                       "        <AddtlNtryInf>Saldo "
                       function trim(fmt-tekst) "</AddtlNtryInf>"
                       delimited by size
                       into camt-line
                   end-string
               end-if
               write camt-record
               move "      </Ntry>" to camt-line
               write camt-record
           exit.

      *> camt-beloeb er altid positive med punktum som decimal-
      *> tegn; retningen staar i CdtDbtInd.
           formater-beloeb.
               if fmt-beloeb < 0
                   move "DBIT" to fmt-ind
                   compute fmt-vis = 0 - fmt-beloeb
               else
                   move "CRDT" to fmt-ind
                   move fmt-beloeb to fmt-vis
               end-if
               move fmt-vis to fmt-tekst
           exit.

           formater-dato.
               move spaces to dato-iso
               string
                   dato-ind(1:4) "-" dato-ind(5:2) "-" dato-ind(7:2)
                   delimited by size
                   into dato-iso
               end-string
           exit.

      *> Tegn med saerlig betydning i XML (& < > " ') skrives som
      *> entiteter - en forretning med "&" i navnet maa ikke goere
      *> filen ugyldig. esc-ud-pos er laengden af resultatet (mindst
      *> 1, saa en blank tekst giver et enkelt mellemrum).
           xml-escape.
               move spaces to esc-ud
               move 0 to esc-ud-pos
               move 0 to esc-laengde
               if esc-ind not = spaces
                   move function length(function trim(esc-ind
                       trailing)) to esc-laengde
               end-if
               perform varying esc-pos from 1 by 1
                   until esc-pos > esc-laengde
                   evaluate esc-ind(esc-pos:1)
                       when "&"
                           move "&amp;" to esc-ud(esc-ud-pos + 1:5)
                           add 5 to esc-ud-pos
                       when "<"
                           move "&lt;" to esc-ud(esc-ud-pos + 1:4)
                           add 4 to esc-ud-pos
                       when ">"
                           move "&gt;" to esc-ud(esc-ud-pos + 1:4)
                           add 4 to esc-ud-pos
                       when '"'
                           move "&quot;" to esc-ud(esc-ud-pos + 1:6)
                           add 6 to esc-ud-pos
                       when "'"
                           move "&apos;" to esc-ud(esc-ud-pos + 1:6)
                           add 6 to esc-ud-pos
                       when other
                           add 1 to esc-ud-pos
                           move esc-ind(esc-pos:1)
                               to esc-ud(esc-ud-pos:1)
                   end-evaluate
               end-perform
               if esc-ud-pos = 0
                   move 1 to esc-ud-pos
               end-if
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
                   display "CAMT053EKSPORT: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
