       identification division.
       program-id. KLAGESTATISTIK.

      *> Kvartalsstatistik over klager til klageansvarlig: taeller
      *> klagerne i KLAGE.txt (se KLAGE.cpy) modtaget i kvartalet
      *> pr. filial (branch-code) og kategori - antal modtaget,
      *> heraf afsluttet, heraf med (delvist) medhold, og den
      *> tilkendte kompensation - og skriver KLAGE-STATISTIK.txt
      *> med en sum pr. filial og en totalsum. Kvartalet angives som
      *> AAAAK i KLAGE_KVARTAL (f.eks. 20263); standard er kvartalet
      *> foer koerselsdatoen. Filialen er kontoens branch-code, naar
      *> klagen henviser til en konto; ellers filialen for kundens
      *> foerste konto i KontoOpl.txt, og "???" for en kunde uden
      *> konti.

       environment division.
       input-output section.
       file-control.
           select klage-file assign to dynamic klage-file-name
               organization is line sequential
               file status is klage-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select rapport-file assign to "KLAGE-STATISTIK.txt"
               organization is line sequential.

       data division.
           file section.
           FD klage-file.
           01 klage-record.
               COPY "KLAGE.cpy".

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(100).

       working-storage section.
           01 end-of-klage     PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 klage-file-name  PIC X(100) value "KLAGE.txt".
           01 klage-status     PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).

           01 kvartal-tekst    PIC X(5).
           01 kvartal-aar      PIC 9(4).
           01 kvartal-nr       PIC 9(1).
           01 maaned           PIC 9(2).
           01 periode-fra      PIC X(8).
           01 periode-til      PIC X(8).
           01 naeste-start     PIC 9(8).
           01 periode-heltal   PIC S9(9).

      *> Kvartalets klager med deres filial - kunder uden konto-
      *> henvisning faar filialen fra KontoOpl.txt.
           01 kvk-count        PIC 9(5) value 0.
           01 kvk-max          PIC 9(5) value 5000.
           01 kvk-tabel.
               02 kvk-entry occurs 5000 times.
                   03 kq-kunde-id      PIC X(10).
                   03 kq-filial        PIC X(3).
                   03 kq-kategori      PIC X(4).
                   03 kq-status        PIC X(1).
                   03 kq-kompensation  PIC 9(7)V99.
           01 kq-index         PIC 9(5).

      *> Statistikken, holdt sorteret paa filial + kategori.
           01 stat-count       PIC 9(4) value 0.
           01 stat-max         PIC 9(4) value 1000.
           01 stat-tabel.
               02 stat-entry occurs 1000 times.
                   03 sx-noegle.
                       04 sx-filial    PIC X(3).
                       04 sx-kategori  PIC X(4).
                   03 sx-modtaget      PIC 9(5).
                   03 sx-afsluttet     PIC 9(5).
                   03 sx-medhold       PIC 9(5).
                   03 sx-kompensation  PIC 9(9)V99.
           01 sx-index         PIC 9(4).
           01 sx-flyt          PIC 9(4).
           01 soeg-noegle.
               02 soeg-filial      PIC X(3).
               02 soeg-kategori    PIC X(4).

           01 sum-filial       PIC X(3).
           01 sum-modtaget     PIC 9(5).
           01 sum-afsluttet    PIC 9(5).
           01 sum-medhold      PIC 9(5).
           01 sum-kompensation PIC 9(9)V99.
           01 tot-modtaget     PIC 9(5) value 0.
           01 tot-afsluttet    PIC 9(5) value 0.
           01 tot-medhold      PIC 9(5) value 0.
           01 tot-kompensation PIC 9(9)V99 value 0.
           01 vist-antal-1     PIC Z(4)9.
           01 vist-antal-2     PIC Z(4)9.
           01 vist-antal-3     PIC Z(4)9.
           01 vist-beloeb      PIC Z(8)9.99.

       procedure division.
       main-program.
           accept klage-file-name from environment "KLAGEFIL_NAVN"
               on exception
                   move "KLAGE.txt" to klage-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           accept kvartal-tekst from environment "KLAGE_KVARTAL"
               on exception
                   move spaces to kvartal-tekst
           end-accept

           perform bestem-kvartal
           perform load-klager
           perform find-kundefilialer
           perform varying kq-index from 1 by 1
               until kq-index > kvk-count
               perform opdater-statistik
           end-perform
           perform skriv-rapport

           display "KLAGESTATISTIK: " kvk-count " klager i kvartal "
               kvartal-aar "-" kvartal-nr
           move 0 to return-code
           stop run.

      *> Standard er kvartalet foer koerselsdatoens kvartal.
           bestem-kvartal.
               if kvartal-tekst is numeric
                   move kvartal-tekst(1:4) to kvartal-aar
                   move kvartal-tekst(5:1) to kvartal-nr
               else
                   move koersel-dato(1:4) to kvartal-aar
                   move koersel-dato(5:2) to maaned
                   compute kvartal-nr = (maaned - 1) / 3 + 1
                   if kvartal-nr = 1
                       move 4 to kvartal-nr
                       subtract 1 from kvartal-aar
                   else
                       subtract 1 from kvartal-nr
                   end-if
               end-if
               if kvartal-nr < 1 or kvartal-nr > 4
                   display "KLAGESTATISTIK: ugyldigt kvartal "
                       kvartal-tekst
                   move 16 to return-code
                   stop run
               end-if
               compute maaned = (kvartal-nr - 1) * 3 + 1
               move spaces to periode-fra
               string kvartal-aar maaned "01"
                   delimited by size into periode-fra
               end-string
      *> Kvartalets sidste dag er dagen foer naeste kvartals
      *> foerste dag.
               if kvartal-nr = 4
                   compute naeste-start = (kvartal-aar + 1) * 10000
                       + 101
               else
                   compute naeste-start = kvartal-aar * 10000
                       + (kvartal-nr * 3 + 1) * 100 + 1
               end-if
               compute periode-heltal =
                   function integer-of-date(naeste-start) - 1
               move function date-of-integer(periode-heltal)
                   to periode-til
           exit.

           load-klager.
               open input klage-file
               if klage-status not = "00"
                   and klage-status not = "05"
                   display "KLAGESTATISTIK: "
                       function trim(klage-file-name)
                       " findes ikke - ingen klager registreret"
                   exit paragraph
               end-if
               perform until end-of-klage = "Y"
                   read klage-file
               at end
                   move "Y" to end-of-klage
               not at end
                   if kl-modtaget-dato in klage-record >= periode-fra
                       and kl-modtaget-dato in klage-record
                           <= periode-til
                       if kvk-count < kvk-max
                           add 1 to kvk-count
                           move kl-kunde-id in klage-record
                               to kq-kunde-id(kvk-count)
                           if kl-konto-id in klage-record = spaces
                               move spaces to kq-filial(kvk-count)
                           else
                               move kl-konto-id in klage-record(1:3)
                                   to kq-filial(kvk-count)
                           end-if
                           move kl-kategori in klage-record
                               to kq-kategori(kvk-count)
                           move kl-status in klage-record
                               to kq-status(kvk-count)
                           move kl-kompensation in klage-record
                               to kq-kompensation(kvk-count)
                       else
                           display "KLAGESTATISTIK: klagetabel fuld - "
                               kl-klage-id in klage-record
                               " ikke talt med"
                       end-if
                   end-if
               end-read
               end-perform
               close klage-file
           exit.

      *> Kundens foerste konto i filen giver filialen for klager
      *> uden kontohenvisning.
           find-kundefilialer.
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "KLAGESTATISTIK: "
                       function trim(konto-file-name)
                       " kan ikke aabnes - filial ukendt for klager"
                       " uden konto"
               else
                   perform verificer-konto-header
                   if konto-header-missing = "Y"
                       perform match-kunde
                   end-if
                   perform until end-of-konto = "Y"
                       read konto-file into konto-info
                   at end
                       move "Y" to end-of-konto
                   not at end
                       perform match-kunde
                   end-read
                   end-perform
                   close konto-file
               end-if
               perform varying kq-index from 1 by 1
                   until kq-index > kvk-count
                   if kq-filial(kq-index) = spaces
                       move "???" to kq-filial(kq-index)
                   end-if
               end-perform
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
                   display "KLAGESTATISTIK: ukendt layout-version i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           match-kunde.
               perform varying kq-index from 1 by 1
                   until kq-index > kvk-count
                   if kq-filial(kq-index) = spaces
                       and kq-kunde-id(kq-index)
                           = customer-id in konto-info
                       move branch-code in konto-info
                           to kq-filial(kq-index)
                   end-if
               end-perform
           exit.

      *> Finder (eller indsaetter paa sin sorterede plads) linjen for
      *> klagens filial + kategori og taeller klagen med.
           opdater-statistik.
               move kq-filial(kq-index) to soeg-filial
               move kq-kategori(kq-index) to soeg-kategori
               perform varying sx-index from 1 by 1
                   until sx-index > stat-count
                   or sx-noegle(sx-index) >= soeg-noegle
                   continue
               end-perform
               if sx-index > stat-count
                   or sx-noegle(sx-index) not = soeg-noegle
                   if stat-count >= stat-max
                       display "KLAGESTATISTIK: statistiktabel fuld - "
                           soeg-filial " " soeg-kategori
                           " ikke talt med"
                       exit paragraph
                   end-if
                   perform varying sx-flyt from stat-count by -1
                       until sx-flyt < sx-index
                       move stat-entry(sx-flyt)
                           to stat-entry(sx-flyt + 1)
                   end-perform
                   add 1 to stat-count
                   move soeg-noegle to sx-noegle(sx-index)
                   move 0 to sx-modtaget(sx-index)
                   move 0 to sx-afsluttet(sx-index)
                   move 0 to sx-medhold(sx-index)
                   move 0 to sx-kompensation(sx-index)
               end-if
               add 1 to sx-modtaget(sx-index)
               if kq-status(kq-index) = "M"
                   or kq-status(kq-index) = "D"
                   or kq-status(kq-index) = "A"
                   add 1 to sx-afsluttet(sx-index)
               end-if
               if kq-status(kq-index) = "M"
                   or kq-status(kq-index) = "D"
                   add 1 to sx-medhold(sx-index)
                   add kq-kompensation(kq-index)
                       to sx-kompensation(sx-index)
               end-if
           exit.

           skriv-rapport.
               open output rapport-file
               move spaces to rapport-line
               string
                   "*---- Klagestatistik kvartal " kvartal-aar "-"
                   kvartal-nr " (" periode-fra "-" periode-til
                   ") ----*"
                   into rapport-line
               end-string
               write rapport-record
               move spaces to rapport-line
               string
                   "FILIAL KATEGORI  MODTAGET AFSLUTTET  MEDHOLD"
                   " KOMPENSATION"
                   into rapport-line
               end-string
               write rapport-record

               move spaces to sum-filial
               perform varying sx-index from 1 by 1
                   until sx-index > stat-count
                   if sx-filial(sx-index) not = sum-filial
                       if sum-filial not = spaces
                           perform skriv-filialsum
                       end-if
                       move sx-filial(sx-index) to sum-filial
                       move 0 to sum-modtaget sum-afsluttet
                           sum-medhold sum-kompensation
                   end-if
                   move sx-modtaget(sx-index) to vist-antal-1
                   move sx-afsluttet(sx-index) to vist-antal-2
                   move sx-medhold(sx-index) to vist-antal-3
                   move sx-kompensation(sx-index) to vist-beloeb
                   move spaces to rapport-line
                   string
                       sx-filial(sx-index) "    "
                       sx-kategori(sx-index) "         "
                       vist-antal-1 "     " vist-antal-2 "    "
                       vist-antal-3 " " vist-beloeb
                       delimited by size into rapport-line
                   end-string
                   write rapport-record
                   add sx-modtaget(sx-index) to sum-modtaget
                       tot-modtaget
                   add sx-afsluttet(sx-index) to sum-afsluttet
                       tot-afsluttet
                   add sx-medhold(sx-index) to sum-medhold tot-medhold
                   add sx-kompensation(sx-index) to sum-kompensation
                       tot-kompensation
               end-perform
               if sum-filial not = spaces
                   perform skriv-filialsum
               end-if

               move tot-modtaget to vist-antal-1
               move tot-afsluttet to vist-antal-2
               move tot-medhold to vist-antal-3
               move tot-kompensation to vist-beloeb
               move spaces to rapport-line
               string
                   "TOTAL               "
                   vist-antal-1 "     " vist-antal-2 "    "
                   vist-antal-3 " " vist-beloeb
                   delimited by size into rapport-line
               end-string
               write rapport-record
               close rapport-file
           exit.

           skriv-filialsum.
               move sum-modtaget to vist-antal-1
               move sum-afsluttet to vist-antal-2
               move sum-medhold to vist-antal-3
               move sum-kompensation to vist-beloeb
               move spaces to rapport-line
               string
                   sum-filial "    I ALT        "
                   vist-antal-1 "     " vist-antal-2 "    "
                   vist-antal-3 " " vist-beloeb
                   delimited by size into rapport-line
               end-string
               write rapport-record
           exit.
