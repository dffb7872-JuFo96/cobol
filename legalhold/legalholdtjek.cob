       identification division.
       program-id. LEGALHOLDTJEK.

      *> Faelles legal hold-opslag for de programmer der sletter
      *> eller anonymiserer data: kalderen giver sit programnavn og
      *> en kunde ("K") eller konto ("A"), og faar "Y" tilbage hvis
      *> et aktivt hold i LEGALHOLD.txt (se LEGALHOLD.cpy) daekker
      *> den. En kunde er ogsaa holdt, naar en konto kunden ejer
      *> (KontoOpl.txt) eller er medejer af (MEDEJERE.txt) er holdt -
      *> kundens data kan ikke fjernes uden at roere kontoens. Et
      *> hold er aktivt indtil ophaevelsesdatoen er naaet. Hvert
      *> fund skrives til LEGALHOLD-SPRUNGET.txt med kalderen og
      *> sagsreferencen, saa det fremgaar hvad der blev sprunget
      *> over og hvorfor. Samme "indlaes tabellen foerste gang"-
      *> moenster som KALENDER; en manglende LEGALHOLD.txt betyder
      *> ingen hold.

       environment division.
       input-output section.
       file-control.
           select hold-file assign to dynamic hold-file-name
               organization is line sequential
               file status is hold-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select medejer-file assign to dynamic medejer-file-name
               organization is line sequential
               file status is medejer-status.

           select sprunget-file assign to dynamic sprunget-file-name
               organization is line sequential
               file status is sprunget-status.

       data division.
           file section.
           FD hold-file.
           01 hold-record.
               COPY "LEGALHOLD.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD medejer-file.
           01 medejer-record.
               02 me-rec-konto-id  PIC X(10).
               02 filler           PIC X(1).
               02 me-rec-kunde-id  PIC X(10).

           FD sprunget-file.
           01 sprunget-record.
               02 sprunget-line     PIC X(120).

       working-storage section.
           01 table-loaded     PIC X value "N".
           01 hold-file-name   PIC X(100) value "LEGALHOLD.txt".
           01 hold-status      PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 medejer-file-name PIC X(100) value "MEDEJERE.txt".
           01 medejer-status   PIC XX value "00".
           01 sprunget-file-name PIC X(100)
               value "LEGALHOLD-SPRUNGET.txt".
           01 sprunget-status  PIC XX value "00".
           01 end-of-hold      PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 end-of-medejer   PIC X value "N".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).

      *> De aktive hold.
           01 hold-count       PIC 9(5) value 0.
           01 hold-max         PIC 9(5) value 2000.
           01 hold-tabel.
               02 ht-entry occurs 2000 times.
                   03 ht-objekt-type   PIC X(1).
                   03 ht-objekt-id     PIC X(10).
                   03 ht-sag-reference PIC X(20).
           01 ht-index         PIC 9(5).
           01 konto-hold-antal PIC 9(5) value 0.

      *> Ejere og medejere af de holdte konti.
           01 ejer-count       PIC 9(5) value 0.
           01 ejer-max         PIC 9(5) value 5000.
           01 ejer-tabel.
               02 et-entry occurs 5000 times.
                   03 et-kunde-id      PIC X(10).
                   03 et-konto-id      PIC X(10).
                   03 et-sag-reference PIC X(20).
           01 et-index         PIC 9(5).
           01 soeg-konto-id    PIC X(10).
           01 soeg-kunde-id    PIC X(10).

           01 fund-objekt      PIC X(16).
           01 fund-sag         PIC X(20).
           01 fund-tekst       PIC X(30).

       linkage section.
           01 ln-program       PIC X(20).
           01 ln-objekt-type   PIC X(1).
           01 ln-objekt-id     PIC X(10).
           01 ln-holdt         PIC X(1).

       procedure division using ln-program ln-objekt-type
           ln-objekt-id ln-holdt.
       main-program.
           if table-loaded = "N"
               perform load-hold
               if konto-hold-antal > 0
                   perform load-ejere
               end-if
               move "Y" to table-loaded
           end-if

           move "N" to ln-holdt
           move spaces to fund-objekt
           move spaces to fund-sag
           if ln-objekt-id = spaces
               goback
           end-if

           perform varying ht-index from 1 by 1
               until ht-index > hold-count or ln-holdt = "Y"
               if ht-objekt-type(ht-index) = ln-objekt-type
                   and ht-objekt-id(ht-index) = ln-objekt-id
                   move "Y" to ln-holdt
                   move ht-sag-reference(ht-index) to fund-sag
               end-if
           end-perform

           if ln-holdt = "N" and ln-objekt-type = "K"
               perform varying et-index from 1 by 1
                   until et-index > ejer-count or ln-holdt = "Y"
                   if et-kunde-id(et-index) = ln-objekt-id
                       move "Y" to ln-holdt
                       move et-sag-reference(et-index) to fund-sag
                       string "konto " et-konto-id(et-index)
                           delimited by size into fund-objekt
                       end-string
                   end-if
               end-perform
           end-if

           if ln-holdt = "Y"
               perform skriv-sprunget
           end-if

           goback.

           skriv-sprunget.
               open extend sprunget-file
               if sprunget-status = "35"
                   open output sprunget-file
               end-if
               move spaces to fund-tekst
               if fund-objekt not = spaces
                   string
                       " (via " function trim(fund-objekt) ")"
                       delimited by size into fund-tekst
                   end-string
               end-if
               move spaces to sprunget-line
               string
                   koersel-dato " " function trim(ln-program)
                   " " ln-objekt-type " " ln-objekt-id
                   " sprunget over - legal hold sag "
                   function trim(fund-sag) fund-tekst
                   delimited by size into sprunget-line
               end-string
               write sprunget-record
               close sprunget-file
           exit.

      *> Kun hold der staar ved magt pr. koerselsdatoen indlaeses.
           load-hold.
               accept hold-file-name
                   from environment "LEGALHOLDFIL_NAVN"
                   on exception
                       move "LEGALHOLD.txt" to hold-file-name
               end-accept
               accept sprunget-file-name
                   from environment "LEGALHOLDSPRUNGET_NAVN"
                   on exception
                       move "LEGALHOLD-SPRUNGET.txt"
                           to sprunget-file-name
               end-accept
               accept koersel-dato from environment "KOERSEL_DATO"
                   on exception
                       move spaces to koersel-dato
               end-accept
               if koersel-dato = spaces
                   move function current-date(1:8) to koersel-dato
               end-if
               open input hold-file
               if hold-status not = "00"
                   and hold-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-hold = "Y"
                   read hold-file
               at end
                   move "Y" to end-of-hold
               not at end
                   if lh-objekt-type-kendt
                       and (lh-aktiv
                       or lh-ophaevet-dato > koersel-dato)
                       perform gem-hold
                   end-if
               end-read
               end-perform
               close hold-file
           exit.

      *> En fuld tabel maa ikke faa et hold til at forsvinde - saa
      *> hellere stoppe koerslen end slette holdte data.
           gem-hold.
               if hold-count >= hold-max
                   display "LEGALHOLDTJEK: holdtabel fuld - "
                       lh-objekt-id " ikke indlaest - koersel"
                       " afbrudt"
                   close hold-file
                   move 8 to return-code
                   stop run
               end-if
               add 1 to hold-count
               move lh-objekt-type to ht-objekt-type(hold-count)
               move lh-objekt-id to ht-objekt-id(hold-count)
               move lh-sag-reference to ht-sag-reference(hold-count)
               if lh-konto-hold
                   add 1 to konto-hold-antal
               end-if
           exit.

      *> Ejer fra KontoOpl.txt og medejere fra MEDEJERE.txt for hver
      *> holdt konto.
           load-ejere.
               accept konto-file-name from environment "KONTOFIL_NAVN"
                   on exception
                       move "KontoOpl.txt" to konto-file-name
               end-accept
               accept medejer-file-name
                   from environment "MEDEJERFIL_NAVN"
                   on exception
                       move "MEDEJERE.txt" to medejer-file-name
               end-accept
               open input konto-file
               if konto-fil-status = "00" or konto-fil-status = "05"
                   perform verificer-konto-header
                   if konto-header-missing = "Y"
                       perform registrer-ejer
                   end-if
                   perform until end-of-konto = "Y"
                       read konto-file into konto-info
                   at end
                       move "Y" to end-of-konto
                   not at end
                       perform registrer-ejer
                   end-read
                   end-perform
                   close konto-file
               end-if
               open input medejer-file
               if medejer-status = "00" or medejer-status = "05"
                   perform until end-of-medejer = "Y"
                       read medejer-file
                   at end
                       move "Y" to end-of-medejer
                   not at end
                       move me-rec-konto-id to soeg-konto-id
                       move me-rec-kunde-id to soeg-kunde-id
                       perform tilfoej-ejer
                   end-read
                   end-perform
                   close medejer-file
               end-if
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
                   display "LEGALHOLDTJEK: ukendt layout-version i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           registrer-ejer.
               move account-id in konto-info to soeg-konto-id
               move customer-id in konto-info to soeg-kunde-id
               perform tilfoej-ejer
           exit.

           tilfoej-ejer.
               perform varying ht-index from 1 by 1
                   until ht-index > hold-count
                   if ht-objekt-type(ht-index) = "A"
                       and ht-objekt-id(ht-index) = soeg-konto-id
                       if ejer-count >= ejer-max
                           display "LEGALHOLDTJEK: ejertabel fuld"
                               " - koersel afbrudt"
                           move 8 to return-code
                           stop run
                       end-if
                       add 1 to ejer-count
                       move soeg-kunde-id to et-kunde-id(ejer-count)
                       move soeg-konto-id to et-konto-id(ejer-count)
                       move ht-sag-reference(ht-index)
                           to et-sag-reference(ejer-count)
                   end-if
               end-perform
           exit.
