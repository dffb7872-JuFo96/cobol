       identification division.
       program-id. POSTKOERSEL.

      *> Samlet postkoersel til trykkeriet: hvert brevproducerende
      *> program (kontoudtog, velkomstpakke, aftaleindlaans-varsler,
      *> rentevarsler, rykkere, ...) skriver sin egen fil, og hver fil
      *> gik hidtil til trykkeriet for sig - en husstand kunne faa
      *> fire kuverter paa en uge. Dette trin samler dagens papir-
      *> dokumenter fra alle kilderne i batch/PRINTKILDER.txt
      *> (PRINTKILDERFIL_NAVN) og laegger dem i een kuvert pr.
      *> modtager - eller pr. husstand efter HUSSTAND-GRUPPER.txt
      *> (husstand.cob), naar kunden bruger den registrerede adresse.
      *> Kuverterne sorteres paa postnummer for portorabatten
      *> (udlandsadresser til sidst) og skrives til POSTKOERSEL.txt;
      *> kuvertens adresseark afloeser de separate etiketter.
      *> Jobsedlen POSTKOERSEL-JOBSEDDEL.txt viser dokumenter pr.
      *> kilde, kuverter, ark og antal pr. portoklasse. En modtager
      *> med adresse-status "U" (eller som ikke findes) udelades med
      *> en linje paa jobsedlen - RC=4.
      *>
      *> POSTKOERSEL.txt: kontroltegn i kolonne 1 - "K" ny kuvert
      *> (efterfulgt af adresseblokken), "D" nyt dokument (nyt ark),
      *> blank = tekstlinje, "E" kuvertens slutlinje med ark og
      *> portoklasse. Arkantallet regnes med POSTKOERSEL_LINJER_PR_ARK
      *> (PARMS, uaendret 60) linjer pr. ark plus adressearket;
      *> portoklassen er BREV op til POSTKOERSEL_BREV_MAX_ARK (5),
      *> STORBREV op til POSTKOERSEL_STORBREV_MAX_ARK (20), ellers
      *> PAKKE - og UDLAND for en udenlandsk adresse.
      *>
      *> Naar alt er skrevet, toemmes kildefilerne, saa et dokument
      *> ikke kommer med i naeste koersel igen (POSTKOERSEL_TOEM=N
      *> lader dem staa, fx ved en proevekoersel).

       environment division.
       input-output section.
       file-control.
           select kilde-ctl-file assign to dynamic kilde-ctl-file-name
               organization is line sequential
               file status is kilde-ctl-status.

           select kilde-file assign to dynamic kilde-file-name
               organization is line sequential
               file status is kilde-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is kontofil-status.

           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential
               file status is kundefil-status.

           select gruppe-file assign to dynamic gruppe-file-name
               organization is line sequential
               file status is gruppe-status.

           select sort-work-post
               assign to "postkoersel-sort.tmp".

           select sorted-post-file
               assign to "POSTKOERSEL-Sorted.tmp"
               organization is line sequential.

           select print-file assign to dynamic print-file-name
               organization is line sequential.

           select jobseddel-file assign to "POSTKOERSEL-JOBSEDDEL.txt"
               organization is line sequential.

       data division.
           file section.
           FD kilde-ctl-file.
           01 kilde-ctl-record.
               02 kilde-ctl-line    PIC X(200).

           FD kilde-file.
           01 kilde-record.
               02 kilde-line        PIC X(100).

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

           FD gruppe-file.
           01 gruppe-record.
               02 hg-marker         PIC X(1).
               02 hg-husstand-id    PIC 9(6).
               02 filler            PIC X(1).
               02 hg-kunde-id       PIC X(10).

           SD sort-work-post.
           01 sort-post-record.
               02 sp-udland         PIC X(1).
               02 sp-postnr         PIC X(4).
               02 sp-kuvert         PIC X(11).
               02 sp-kunde-id       PIC X(10).
               02 sp-dok-nr         PIC 9(7).
               02 sp-linje-nr       PIC 9(5).
               02 sp-tekst          PIC X(100).

           FD sorted-post-file.
           01 sorted-post-record.
               02 so-udland         PIC X(1).
               02 so-postnr         PIC X(4).
               02 so-kuvert         PIC X(11).
               02 so-kunde-id       PIC X(10).
               02 so-dok-nr         PIC 9(7).
               02 so-linje-nr       PIC 9(5).
               02 so-tekst          PIC X(100).

           FD print-file.
           01 print-record.
               02 pr-kontrol        PIC X(1).
               02 pr-tekst          PIC X(100).

           FD jobseddel-file.
           01 jobseddel-record.
               02 jobseddel-line    PIC X(120).

       working-storage section.
           01 kilde-ctl-file-name PIC X(100)
               value "batch/PRINTKILDER.txt".
           01 kilde-ctl-status PIC XX value "00".
           01 kilde-file-name  PIC X(100).
           01 kilde-status     PIC XX value "00".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 kontofil-status  PIC XX value "00".
           01 kunde-file-name  PIC X(100) value "kundeoplysninger.txt".
           01 kundefil-status  PIC XX value "00".
           01 gruppe-file-name PIC X(100)
               value "HUSSTAND-GRUPPER.txt".
           01 gruppe-status    PIC XX value "00".
           01 print-file-name  PIC X(100) value "POSTKOERSEL.txt".
           01 end-of-fil       PIC X value "N".
           01 kunde-header-missing PIC X value "N".
           01 konto-header-missing PIC X value "N".

           01 koersel-dato     PIC X(8).
           01 toem-tilstand    PIC X value "J".
           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 linjer-pr-ark    PIC 9(3) value 60.
           01 brev-max-ark     PIC 9(3) value 5.
           01 storbrev-max-ark PIC 9(3) value 20.

      *> Kilderne fra PRINTKILDER.txt.
           01 kilde-count      PIC 9(2) value 0.
           01 kilde-max        PIC 9(2) value 30.
           01 kilde-table.
               02 kilde-entry occurs 30 times.
                   03 kt-fil           PIC X(60).
                   03 kt-dok-type      PIC X(12).
                   03 kt-start         PIC X(40).
                   03 kt-start-laengde PIC 9(2).
                   03 kt-tag           PIC X(30).
                   03 kt-tag-laengde   PIC 9(2).
                   03 kt-art           PIC X(1).
                   03 kt-fundet        PIC X(1).
                   03 kt-dokumenter    PIC 9(7).
                   03 kt-printet       PIC 9(7).
                   03 kt-foer-start    PIC 9(7).
           01 kt-index         PIC 9(2).
           01 ctl-fil          PIC X(60).
           01 ctl-dok-type     PIC X(12).
           01 ctl-start        PIC X(40).
           01 ctl-tag          PIC X(30).
           01 ctl-art          PIC X(1).
           01 konto-opslag     PIC X value "N".

      *> Dokumenterne i koerselsraekkefoelge; dt-status " " =
      *> printes, "U" = adresse ugyldig, "X" = ukendt modtager.
           01 dok-count        PIC 9(7) value 0.
           01 dok-max          PIC 9(7) value 20000.
           01 dok-table.
               02 dok-entry occurs 20000 times.
                   03 dt-kilde         PIC 9(2).
                   03 dt-id            PIC X(10).
                   03 dt-linjer        PIC 9(5).
                   03 dt-modtager      PIC 9(5).
                   03 dt-status        PIC X(1).
           01 dt-index         PIC 9(7).
           01 dok-nr           PIC 9(7).
           01 dok-linje-nr     PIC 9(5).

      *> Modtagerne og deres forsendelsesadresse.
           01 modtager-count   PIC 9(5) value 0.
           01 modtager-max     PIC 9(5) value 10000.
           01 modtager-table.
               02 modtager-entry occurs 10000 times.
                   03 mt-kunde-id      PIC X(10).
                   03 mt-fundet        PIC X(1).
                   03 mt-adresse-status PIC X(1).
                   03 mt-navn          PIC X(40).
                   03 mt-adr-1         PIC X(40).
                   03 mt-adr-2         PIC X(12).
                   03 mt-adr-3         PIC X(30).
                   03 mt-postnr        PIC X(4).
                   03 mt-land          PIC X(2).
                   03 mt-postadresse   PIC X(1).
                   03 mt-husstand-id   PIC 9(6).
                   03 mt-kuvert        PIC X(11).
                   03 mt-udland        PIC X(1).
                   03 mt-dokumenter    PIC 9(5).
           01 mt-index         PIC 9(5).
           01 mt-found         PIC 9(5).
           01 soege-kunde-id   PIC X(10).

           01 konto-count      PIC 9(5) value 0.
           01 konto-max        PIC 9(5) value 9000.
           01 konto-table.
               02 konto-entry occurs 9000 times.
                   03 ko-konto-id      PIC X(10).
                   03 ko-kunde-id      PIC X(10).
           01 ko-index         PIC 9(5).

           01 aktuel-dok       PIC 9(7) value 0.
           01 tag-position     PIC 9(3).
           01 id-rest          PIC X(100).
           01 full-name        PIC X(40).

      *> Kuvertbruddet i udskrivningen.
           01 forrige-kuvert   PIC X(11).
           01 forrige-dok      PIC 9(7).
           01 kuvert-nr        PIC 9(7) value 0.
           01 kuvert-ark       PIC 9(5) value 0.
           01 kuvert-udland    PIC X(1).
           01 kuvert-klasse    PIC X(8).
           01 dok-ark          PIC 9(5).
           01 foerste-modtager PIC 9(5).

           01 klasse-brev      PIC 9(7) value 0.
           01 klasse-storbrev  PIC 9(7) value 0.
           01 klasse-pakke     PIC 9(7) value 0.
           01 klasse-udland    PIC 9(7) value 0.
           01 ark-total        PIC 9(9) value 0.
           01 printet-total    PIC 9(7) value 0.
           01 udeladt-antal    PIC 9(7) value 0.
           01 undtagelse-antal PIC 9(5) value 0.
           01 foerste-postnr   PIC X(4) value spaces.
           01 sidste-postnr    PIC X(4) value spaces.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "POSTKOERSEL".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept kilde-ctl-file-name
               from environment "PRINTKILDERFIL_NAVN"
               on exception
                   move "batch/PRINTKILDER.txt" to kilde-ctl-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept gruppe-file-name from environment "GRUPPEFIL_NAVN"
               on exception
                   move "HUSSTAND-GRUPPER.txt" to gruppe-file-name
           end-accept
           accept print-file-name from environment "POSTKOERSELFIL_NAVN"
               on exception
                   move "POSTKOERSEL.txt" to print-file-name
           end-accept
           accept toem-tilstand from environment "POSTKOERSEL_TOEM"
               on exception
                   move "J" to toem-tilstand
           end-accept
           if toem-tilstand not = "N"
               move "J" to toem-tilstand
           end-if
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           perform hent-parametre

           perform load-kilder
           if kilde-count = 0
               display "POSTKOERSEL: ingen kilder i "
                   function trim(kilde-ctl-file-name)
               move 8 to return-code
               stop run
           end-if

           perform varying kt-index from 1 by 1
               until kt-index > kilde-count
               perform find-dokumenter
           end-perform

           if konto-opslag = "Y"
               perform load-konti
           end-if
           perform varying dt-index from 1 by 1
               until dt-index > dok-count
               perform bestem-modtager
           end-perform
           perform load-kunder
           perform load-husstande
           perform varying mt-index from 1 by 1
               until mt-index > modtager-count
               perform bestem-kuvert
           end-perform
           perform varying dt-index from 1 by 1
               until dt-index > dok-count
               perform vurder-dokument
           end-perform

           sort sort-work-post
               on ascending key sp-udland
               on ascending key sp-postnr
               on ascending key sp-kuvert
               on ascending key sp-kunde-id
               on ascending key sp-dok-nr
               on ascending key sp-linje-nr
               input procedure release-dokumenter
               giving sorted-post-file

           perform skriv-printfil
           perform skriv-jobseddel

           if toem-tilstand = "J"
               perform varying kt-index from 1 by 1
                   until kt-index > kilde-count
                   perform toem-kilde
               end-perform
           end-if

           display "POSTKOERSEL: " printet-total " dokumenter i "
               kuvert-nr " kuverter, " ark-total " ark, "
               udeladt-antal " dokumenter udeladt"
           if udeladt-antal > 0 or undtagelse-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

           hent-parametre.
               move "POSTKOERSEL_LINJER_PR_ARK" to parm-navn
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               if parm-fundet = "Y"
                   and function test-numval(parm-vaerdi) = 0
                   and function numval(parm-vaerdi) > 0
                   compute linjer-pr-ark = function numval(parm-vaerdi)
               end-if
               move "POSTKOERSEL_BREV_MAX_ARK" to parm-navn
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               if parm-fundet = "Y"
                   and function test-numval(parm-vaerdi) = 0
                   compute brev-max-ark = function numval(parm-vaerdi)
               end-if
               move "POSTKOERSEL_STORBREV_MAX_ARK" to parm-navn
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               if parm-fundet = "Y"
                   and function test-numval(parm-vaerdi) = 0
                   compute storbrev-max-ark =
                       function numval(parm-vaerdi)
               end-if
           exit.

      *> FIL;DOKTYPE;START;MODTAGER;ART - "#"-linjer er kommentarer.
           load-kilder.
               open input kilde-ctl-file
               if kilde-ctl-status not = "00"
                   and kilde-ctl-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read kilde-ctl-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if kilde-ctl-line not = spaces
                       and kilde-ctl-line(1:1) not = "#"
                       perform tilfoej-kilde
                   end-if
               end-read
               end-perform
               close kilde-ctl-file
           exit.

           tilfoej-kilde.
               move spaces to ctl-fil ctl-dok-type ctl-start ctl-tag
                   ctl-art
               unstring kilde-ctl-line delimited by ";"
                   into ctl-fil ctl-dok-type ctl-start ctl-tag ctl-art
               end-unstring
               if ctl-fil = spaces or ctl-start = spaces
                   or ctl-tag = spaces
                   or (ctl-art not = "K" and ctl-art not = "A")
                   add 1 to undtagelse-antal
                   display "POSTKOERSEL: ugyldig kildelinje ["
                       function trim(kilde-ctl-line) "]"
                   exit paragraph
               end-if
               if kilde-count >= kilde-max
                   add 1 to undtagelse-antal
                   display "POSTKOERSEL: kildetabel fuld - "
                       function trim(ctl-fil) " ikke medtaget"
                   exit paragraph
               end-if
               add 1 to kilde-count
               move ctl-fil to kt-fil(kilde-count)
               move ctl-dok-type to kt-dok-type(kilde-count)
               move ctl-start to kt-start(kilde-count)
               move function length(function trim(ctl-start trailing))
                   to kt-start-laengde(kilde-count)
               move ctl-tag to kt-tag(kilde-count)
               move function length(function trim(ctl-tag trailing))
                   to kt-tag-laengde(kilde-count)
               move ctl-art to kt-art(kilde-count)
               move "N" to kt-fundet(kilde-count)
               move 0 to kt-dokumenter(kilde-count)
               move 0 to kt-printet(kilde-count)
               move 0 to kt-foer-start(kilde-count)
               if ctl-art = "A"
                   move "Y" to konto-opslag
               end-if
           exit.

      *> Foerste gennemloeb af en kilde: hvor begynder dokumenterne,
      *> og hvem er de til. En manglende fil betyder ingen breve fra
      *> det program i dag.
           find-dokumenter.
               move kt-fil(kt-index) to kilde-file-name
               open input kilde-file
               if kilde-status not = "00"
                   and kilde-status not = "05"
                   exit paragraph
               end-if
               move "Y" to kt-fundet(kt-index)
               move 0 to aktuel-dok
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read kilde-file
               at end
                   move "Y" to end-of-fil
               not at end
                   perform registrer-linje
               end-read
               end-perform
               close kilde-file
           exit.

           registrer-linje.
               if kilde-line(1:kt-start-laengde(kt-index))
                   = kt-start(kt-index)(1:kt-start-laengde(kt-index))
                   if dok-count >= dok-max
                       add 1 to undtagelse-antal
                       display "POSTKOERSEL: dokumenttabel fuld - "
                           "resten af " function trim(kt-fil(kt-index))
                           " tages ikke med"
                       move "Y" to end-of-fil
                       exit paragraph
                   end-if
                   add 1 to dok-count
                   move dok-count to aktuel-dok
                   move kt-index to dt-kilde(aktuel-dok)
                   move spaces to dt-id(aktuel-dok)
                   move 0 to dt-linjer(aktuel-dok)
                   move 0 to dt-modtager(aktuel-dok)
                   move space to dt-status(aktuel-dok)
                   add 1 to kt-dokumenter(kt-index)
               end-if
               if aktuel-dok = 0
                   add 1 to kt-foer-start(kt-index)
                   exit paragraph
               end-if
               add 1 to dt-linjer(aktuel-dok)
               if dt-id(aktuel-dok) = spaces
                   perform find-id
               end-if
           exit.

      *> Modtagerens id er foerste ord efter MODTAGER-teksten.
           find-id.
               move 0 to tag-position
               inspect kilde-line tallying tag-position
                   for characters before initial
                   kt-tag(kt-index)(1:kt-tag-laengde(kt-index))
               if tag-position + kt-tag-laengde(kt-index) >= 100
                   exit paragraph
               end-if
               move kilde-line(tag-position + kt-tag-laengde(kt-index)
                   + 1:) to id-rest
               move function trim(id-rest leading) to id-rest
               unstring id-rest delimited by " " or ")" or ","
                   into dt-id(aktuel-dok)
               end-unstring
           exit.

      *> Ejeren af konti der er naevnt i et konto-adresseret brev.
           load-konti.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if kontofil-status not = "00"
                   and kontofil-status not = "05"
                   add 1 to undtagelse-antal
                   display "POSTKOERSEL: "
                       function trim(konto-file-name)
                       " kan ikke aabnes - kontobreve uden modtager"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               move "N" to konto-header-missing
               read konto-file into konto-header-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if kohdr-marker not = "KHDR"
                       move "Y" to konto-header-missing
                   end-if
               end-read
               if end-of-fil = "N"
                   and konto-header-missing = "Y"
                   perform gem-konto
               end-if
               perform until end-of-fil = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-fil
               not at end
                   perform gem-konto
               end-read
               end-perform
               close konto-file
           exit.

           gem-konto.
               if konto-count < konto-max
                   add 1 to konto-count
                   move account-id to ko-konto-id(konto-count)
                   move customer-id in konto-info
                       to ko-kunde-id(konto-count)
               else
                   add 1 to undtagelse-antal
                   display "POSTKOERSEL: kontotabel fuld - "
                       account-id " ikke medtaget"
               end-if
           exit.

           bestem-modtager.
               if dt-id(dt-index) = spaces
                   move "X" to dt-status(dt-index)
                   exit paragraph
               end-if
               move dt-id(dt-index) to soege-kunde-id
               if kt-art(dt-kilde(dt-index)) = "A"
                   move spaces to soege-kunde-id
                   perform varying ko-index from 1 by 1
                       until ko-index > konto-count
                           or soege-kunde-id not = spaces
                       if ko-konto-id(ko-index) = dt-id(dt-index)
                           move ko-kunde-id(ko-index)
                               to soege-kunde-id
                       end-if
                   end-perform
                   if soege-kunde-id = spaces
                       move "X" to dt-status(dt-index)
                       exit paragraph
                   end-if
               end-if
               perform find-modtager
               if mt-found = 0
                   if modtager-count >= modtager-max
                       add 1 to undtagelse-antal
                       move "X" to dt-status(dt-index)
                       display "POSTKOERSEL: modtagertabel fuld - "
                           soege-kunde-id " ikke medtaget"
                       exit paragraph
                   end-if
                   add 1 to modtager-count
                   move modtager-count to mt-found
                   move soege-kunde-id to mt-kunde-id(mt-found)
                   move "N" to mt-fundet(mt-found)
                   move space to mt-adresse-status(mt-found)
                   move 0 to mt-husstand-id(mt-found)
                   move 0 to mt-dokumenter(mt-found)
               end-if
               move mt-found to dt-modtager(dt-index)
           exit.

           find-modtager.
               move 0 to mt-found
               perform varying mt-index from 1 by 1
                   until mt-index > modtager-count or mt-found > 0
                   if mt-kunde-id(mt-index) = soege-kunde-id
                       move mt-index to mt-found
                   end-if
               end-perform
           exit.

           load-kunder.
               open input kunde-file
               if kundefil-status not = "00"
                   and kundefil-status not = "05"
                   add 1 to undtagelse-antal
                   display "POSTKOERSEL: "
                       function trim(kunde-file-name)
                       " kan ikke aabnes - ingen adresser"
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
                   perform gem-kunde
               end-if
               perform until end-of-fil = "Y"
                   read kunde-file into kunde-info
               at end
                   move "Y" to end-of-fil
               not at end
                   perform gem-kunde
               end-read
               end-perform
               close kunde-file
           exit.

      *> Forsendelsesadressen (post-adresse) bruges frem for den
      *> registrerede, samme regel som kundeetiketter.
           gem-kunde.
               move customer-id in kunde-info to soege-kunde-id
               perform find-modtager
               if mt-found = 0
                   exit paragraph
               end-if
               move "Y" to mt-fundet(mt-found)
               move adresse-status to mt-adresse-status(mt-found)
               if customer-type = "C"
                   move company-name to mt-navn(mt-found)
               else
                   move spaces to full-name
                   call "NAVNEFORMAT" using first-name last-name
                       full-name
                   end-call
                   move full-name to mt-navn(mt-found)
               end-if
               move spaces to mt-adr-1(mt-found) mt-adr-2(mt-found)
                   mt-adr-3(mt-found)
               if post-adresse not = spaces
                   move "Y" to mt-postadresse(mt-found)
                   string
                       function trim(post-street-name) " "
                       function trim(post-house-number)
                       into mt-adr-1(mt-found)
                   end-string
                   if post-etage not = spaces or post-side not = spaces
                       string
                           function trim(post-etage) "."
                           function trim(post-side)
                           into mt-adr-2(mt-found)
                       end-string
                   end-if
                   string
                       post-postnr " " function trim(post-bynavn)
                       into mt-adr-3(mt-found)
                   end-string
                   move post-postnr to mt-postnr(mt-found)
                   move post-lande-kode to mt-land(mt-found)
               else
                   move "N" to mt-postadresse(mt-found)
                   string
                       function trim(street-name) " "
                       function trim(house-number)
                       into mt-adr-1(mt-found)
                   end-string
                   if etage not = spaces or side not = spaces
                       string
                           function trim(etage) "."
                           function trim(side)
                           into mt-adr-2(mt-found)
                       end-string
                   end-if
                   string
                       postnr " " function trim(bynavn)
                       into mt-adr-3(mt-found)
                   end-string
                   move postnr to mt-postnr(mt-found)
                   move lande-kode to mt-land(mt-found)
               end-if
           exit.

      *> En manglende HUSSTAND-GRUPPER.txt giver bare een kuvert pr.
      *> modtager.
           load-husstande.
               open input gruppe-file
               if gruppe-status not = "00"
                   and gruppe-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read gruppe-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if hg-marker = "H" and hg-husstand-id is numeric
                       move hg-kunde-id to soege-kunde-id
                       perform find-modtager
                       if mt-found > 0
                           move hg-husstand-id
                               to mt-husstand-id(mt-found)
                       end-if
                   end-if
               end-read
               end-perform
               close gruppe-file
           exit.

      *> Husstanden er grupperet paa den registrerede adresse - en
      *> kunde med egen forsendelsesadresse faar sin egen kuvert.
           bestem-kuvert.
               move spaces to mt-kuvert(mt-index)
               if mt-husstand-id(mt-index) > 0
                   and mt-postadresse(mt-index) = "N"
                   string "H" mt-husstand-id(mt-index)
                       into mt-kuvert(mt-index)
                   end-string
               else
                   string "K" mt-kunde-id(mt-index)
                       into mt-kuvert(mt-index)
                   end-string
               end-if
               if mt-land(mt-index) = spaces
                   or mt-land(mt-index) = "DK"
                   move "0" to mt-udland(mt-index)
               else
                   move "1" to mt-udland(mt-index)
               end-if
           exit.

           vurder-dokument.
               if dt-status(dt-index) = space
                   move dt-modtager(dt-index) to mt-index
                   evaluate true
                       when mt-fundet(mt-index) not = "Y"
                           move "X" to dt-status(dt-index)
                       when mt-adresse-status(mt-index) = "U"
                           move "U" to dt-status(dt-index)
                       when other
                           add 1 to mt-dokumenter(mt-index)
                           add 1 to kt-printet(dt-kilde(dt-index))
                           add 1 to printet-total
                   end-evaluate
               end-if
               if dt-status(dt-index) not = space
                   add 1 to udeladt-antal
               end-if
           exit.

      *> Andet gennemloeb: linjerne fra de dokumenter der skal ud,
      *> med kuvertens sorteringsnoegle. Dokumenterne nummereres i
      *> samme raekkefoelge som i find-dokumenter.
           release-dokumenter.
               move 0 to dok-nr
               perform varying kt-index from 1 by 1
                   until kt-index > kilde-count
                   if kt-fundet(kt-index) = "Y"
                       perform release-kilde
                   end-if
               end-perform
           exit.

           release-kilde.
               move kt-fil(kt-index) to kilde-file-name
               open input kilde-file
               if kilde-status not = "00"
                   and kilde-status not = "05"
                   exit paragraph
               end-if
               move 0 to aktuel-dok
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read kilde-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if kilde-line(1:kt-start-laengde(kt-index))
                       = kt-start(kt-index)(1:kt-start-laengde(
                           kt-index))
                       add 1 to dok-nr
                       move dok-nr to aktuel-dok
                       move 0 to dok-linje-nr
                       if dok-nr > dok-count
                           move "Y" to end-of-fil
                           move 0 to aktuel-dok
                       end-if
                   end-if
                   if aktuel-dok > 0
                       add 1 to dok-linje-nr
                       if dt-status(aktuel-dok) = space
                           perform release-linje
                       end-if
                   end-if
               end-read
               end-perform
               close kilde-file
           exit.

           release-linje.
               move dt-modtager(aktuel-dok) to mt-index
               move mt-udland(mt-index) to sp-udland
               move mt-postnr(mt-index) to sp-postnr
               move mt-kuvert(mt-index) to sp-kuvert
               move mt-kunde-id(mt-index) to sp-kunde-id
               move aktuel-dok to sp-dok-nr
               move dok-linje-nr to sp-linje-nr
               move kilde-line to sp-tekst
               release sort-post-record
           exit.

           skriv-printfil.
               open input sorted-post-file
               open output print-file
               move spaces to forrige-kuvert
               move 0 to forrige-dok
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read sorted-post-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if so-kuvert not = forrige-kuvert
                       if forrige-kuvert not = spaces
                           perform afslut-kuvert
                       end-if
                       perform start-kuvert
                   end-if
                   if so-dok-nr not = forrige-dok
                       perform start-dokument
                   end-if
                   move space to pr-kontrol
                   move so-tekst to pr-tekst
                   write print-record
               end-read
               end-perform
               if forrige-kuvert not = spaces
                   perform afslut-kuvert
               end-if
               close sorted-post-file
               close print-file
           exit.

      *> Adressearket: alle kuvertens modtagere med breve i dag, og
      *> derefter adressen een gang.
           start-kuvert.
               move so-kuvert to forrige-kuvert
               move 0 to forrige-dok
               add 1 to kuvert-nr
               move 1 to kuvert-ark
               move so-udland to kuvert-udland
               if foerste-postnr = spaces and so-udland = "0"
                   move so-postnr to foerste-postnr
               end-if
               if so-udland = "0"
                   move so-postnr to sidste-postnr
               end-if
               move "K" to pr-kontrol
               move spaces to pr-tekst
               string
                   "KUVERT " kuvert-nr " " so-kuvert
                   into pr-tekst
               end-string
               write print-record
               move 0 to foerste-modtager
               perform varying mt-index from 1 by 1
                   until mt-index > modtager-count
                   if mt-kuvert(mt-index) = so-kuvert
                       and mt-dokumenter(mt-index) > 0
                       if foerste-modtager = 0
                           move mt-index to foerste-modtager
                       end-if
                       move space to pr-kontrol
                       move mt-navn(mt-index) to pr-tekst
                       write print-record
                   end-if
               end-perform
               if foerste-modtager = 0
                   move so-kunde-id to soege-kunde-id
                   perform find-modtager
                   move mt-found to foerste-modtager
               end-if
               move space to pr-kontrol
               move mt-adr-1(foerste-modtager) to pr-tekst
               write print-record
               if mt-adr-2(foerste-modtager) not = spaces
                   move mt-adr-2(foerste-modtager) to pr-tekst
                   write print-record
               end-if
               move mt-adr-3(foerste-modtager) to pr-tekst
               write print-record
               if mt-udland(foerste-modtager) = "1"
                   move mt-land(foerste-modtager) to pr-tekst
                   write print-record
               end-if
           exit.

           start-dokument.
               move so-dok-nr to forrige-dok
               compute dok-ark =
                   (dt-linjer(so-dok-nr) + linjer-pr-ark - 1)
                   / linjer-pr-ark
               add dok-ark to kuvert-ark
               move "D" to pr-kontrol
               move spaces to pr-tekst
               string
                   "DOKUMENT "
                   kt-dok-type(dt-kilde(so-dok-nr)) " til "
                   so-kunde-id
                   into pr-tekst
               end-string
               write print-record
           exit.

           afslut-kuvert.
               evaluate true
                   when kuvert-udland = "1"
                       move "UDLAND" to kuvert-klasse
                       add 1 to klasse-udland
                   when kuvert-ark <= brev-max-ark
                       move "BREV" to kuvert-klasse
                       add 1 to klasse-brev
                   when kuvert-ark <= storbrev-max-ark
                       move "STORBREV" to kuvert-klasse
                       add 1 to klasse-storbrev
                   when other
                       move "PAKKE" to kuvert-klasse
                       add 1 to klasse-pakke
               end-evaluate
               add kuvert-ark to ark-total
               move "E" to pr-kontrol
               move spaces to pr-tekst
               string
                   "SLUT KUVERT " kuvert-nr " ark " kuvert-ark
                   " porto " kuvert-klasse
                   into pr-tekst
               end-string
               write print-record
           exit.

           skriv-jobseddel.
               open output jobseddel-file
               move spaces to jobseddel-line
               string
                   "*---- Postkoersel pr. " koersel-dato " - "
                   function trim(print-file-name) " ----*"
                   into jobseddel-line
               end-string
               write jobseddel-record
               move spaces to jobseddel-line
               write jobseddel-record
               move "Kilder:" to jobseddel-line
               write jobseddel-record
               perform varying kt-index from 1 by 1
                   until kt-index > kilde-count
                   move spaces to jobseddel-line
                   if kt-fundet(kt-index) = "Y"
                       string
                           "  " kt-dok-type(kt-index) " "
                           kt-dokumenter(kt-index) " dokumenter, "
                           kt-printet(kt-index) " printet  ("
                           function trim(kt-fil(kt-index)) ")"
                           into jobseddel-line
                       end-string
                   else
                       string
                           "  " kt-dok-type(kt-index)
                           " ingen fil i dag ("
                           function trim(kt-fil(kt-index)) ")"
                           into jobseddel-line
                       end-string
                   end-if
                   write jobseddel-record
                   if kt-foer-start(kt-index) > 0
                       move spaces to jobseddel-line
                       string
                           "    " kt-foer-start(kt-index)
                           " linjer foer foerste dokument ikke"
                           " medtaget"
                           into jobseddel-line
                       end-string
                       write jobseddel-record
                   end-if
               end-perform

               move spaces to jobseddel-line
               write jobseddel-record
               move spaces to jobseddel-line
               string
                   "Kuverter: " kuvert-nr "  ark: " ark-total
                   "  dokumenter: " printet-total
                   into jobseddel-line
               end-string
               write jobseddel-record
               move spaces to jobseddel-line
               string
                   "Postnumre: " foerste-postnr " - " sidste-postnr
                   " (udland til sidst)"
                   into jobseddel-line
               end-string
               write jobseddel-record
               move spaces to jobseddel-line
               string
                   "Portoklasse BREV " klasse-brev
                   "  STORBREV " klasse-storbrev
                   "  PAKKE " klasse-pakke
                   "  UDLAND " klasse-udland
                   into jobseddel-line
               end-string
               write jobseddel-record

               move spaces to jobseddel-line
               write jobseddel-record
               move "Udeladt:" to jobseddel-line
               write jobseddel-record
               perform varying dt-index from 1 by 1
                   until dt-index > dok-count
                   if dt-status(dt-index) not = space
                       perform skriv-udeladt
                   end-if
               end-perform
               close jobseddel-file
           exit.

           skriv-udeladt.
               move spaces to jobseddel-line
               evaluate true
                   when dt-status(dt-index) = "U"
                       move dt-modtager(dt-index) to mt-index
                       string
                           "  UDELADT " kt-dok-type(dt-kilde(dt-index))
                           " kunde "
                           function trim(mt-kunde-id(mt-index))
                           ": adresse-status U (ugyldig adresse)"
                           into jobseddel-line
                       end-string
                   when dt-id(dt-index) = spaces
                       string
                           "  UDELADT " kt-dok-type(dt-kilde(dt-index))
                           " dokument nr. " dt-index
                           ": ingen modtager i dokumentet"
                           into jobseddel-line
                       end-string
                   when other
                       string
                           "  UDELADT " kt-dok-type(dt-kilde(dt-index))
                           " " function trim(dt-id(dt-index))
                           ": modtager findes ikke"
                           into jobseddel-line
                       end-string
               end-evaluate
               write jobseddel-record
           exit.

           toem-kilde.
               if kt-fundet(kt-index) = "Y"
                   move kt-fil(kt-index) to kilde-file-name
                   open output kilde-file
                   close kilde-file
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
                   display "POSTKOERSEL: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
