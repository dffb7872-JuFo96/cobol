       identification division.
       program-id. NETBANKFEED.

      *> Natligt udtraek til netbanken: frontenden har hidtil ikke
      *> haft andet end gaarsdagens papirudtogsbillede. Koeres efter
      *> sidste posteringscyklus og skriver pr. kunde tre filer:
      *>
      *>   NETBANK-KONTI.txt       kundens egne konti og faelleskonti
      *>                           (MEDEJERE.txt) med bogfoert saldo,
      *>                           bevilget traekret (TRAEKRET.txt) og
      *>                           disponibelt beloeb
      *>   NETBANK-POSTERINGER.txt posteringerne fra TRANSOPL.txt
      *>                           siden sidste udtraek, med tekst
      *>   NETBANK-AFVENTER.txt    faste ordrer (FASTORDRE.txt) der
      *>                           forfalder inden for horisonten
      *>                           (NETBANK_HORISONT_DAGE, standard
      *>                           30) og laanets naeste ubetalte
      *>                           afdrag (LAANSCHD.txt)
      *>
      *> Kontofilen laeses fra den senest publicerede generation
      *> (GENERATION.txt, se kontopostering's publicer-generation),
      *> saa udtraekket aldrig ser en halvt posteret KontoOpl - kun
      *> et eksplicit KONTOFIL_NAVN gaar uden om det, som i kunde360.
      *>
      *> Foerste koersel (ingen NETBANK-POSITION.txt) eller
      *> NETBANK_TILSTAND=FULD giver et fuldt udtraek: alle konti og
      *> hele TRANSOPL. Derefter er det et delta: kun kontolinjer der
      *> er nye eller aendrede siden sidst (sammenholdt med
      *> NETBANK-SIDSTE.txt, de senest leverede kontolinjer), en
      *> "S"-linje for en konto der er forsvundet, og kun TRANSOPL-
      *> linjer efter positionen. De afventende poster er et
      *> fremadrettet vindue og leveres altid komplet - frontenden
      *> erstatter dem hver nat. Hver fil slutter med en kontrol-
      *> trailer (antal linjer og beloebssum), saa frontenden kan
      *> afvise en ufuldstaendig levering. Position og kontolinje-
      *> snapshot gemmes foerst naar alle tre filer er skrevet; en
      *> afbrudt koersel leverer derfor samme delta igen.

       environment division.
       input-output section.
       file-control.
           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is kontofil-status.

           select generation-file assign to "GENERATION.txt"
               organization is line sequential
               file status is generation-status.

           select history-file assign to dynamic history-file-name
               organization is line sequential
               file status is history-status.

           select medejer-file assign to dynamic medejer-file-name
               organization is line sequential
               file status is medejer-status.

           select traekret-file assign to dynamic traekret-file-name
               organization is line sequential
               file status is traekret-status.

           select fastordre-file assign to dynamic fastordre-file-name
               organization is line sequential
               file status is fastordre-status.

           select laan-file assign to dynamic laan-file-name
               organization is line sequential
               file status is laan-status.

           select position-file assign to "NETBANK-POSITION.txt"
               organization is line sequential
               file status is position-status.

           select snapshot-file assign to "NETBANK-SIDSTE.txt"
               organization is line sequential
               file status is snapshot-status.

           select snapshot-ny-file assign to "NETBANK-SIDSTE.tmp"
               organization is line sequential.

           select konti-file assign to "NETBANK-KONTI.txt"
               organization is line sequential.

           select poster-file assign to "NETBANK-POSTERINGER.txt"
               organization is line sequential.

           select afventer-file assign to "NETBANK-AFVENTER.txt"
               organization is line sequential.

       data division.
           file section.
           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD generation-file.
           01 generation-record.
               02 gen-nummer       PIC 9(6).
               02 gen-filnavn      PIC X(100).

           FD history-file.
           01 history-record.
               COPY "TRANSOPL.cpy".

           FD medejer-file.
           01 medejer-record.
               02 me-rec-konto-id  PIC X(10).
               02 filler           PIC X(1).
               02 me-rec-kunde-id  PIC X(10).

           FD traekret-file.
           01 traekret-record.
               COPY "TRAEKRET.cpy".

           FD fastordre-file.
           01 fastordre-record.
               02 fo-account-id     PIC X(10).
               02 fo-amount         PIC S9(7)V99.
               02 fo-frekvens       PIC X(7).
               02 fo-naeste-dato    PIC X(8).

           FD laan-file.
           01 laan-record.
               COPY "LOANSCHD.cpy".

           FD position-file.
           01 position-record.
               02 pos-linjer        PIC 9(9).
               02 pos-dato          PIC X(8).
               02 pos-generation    PIC 9(6).

           FD snapshot-file.
           01 snapshot-record.
               02 snapshot-line     PIC X(66).

           FD snapshot-ny-file.
           01 snapshot-ny-record.
               02 snapshot-ny-line  PIC X(66).

           FD konti-file.
           01 konti-record.
               02 konti-line        PIC X(66).

           FD poster-file.
           01 poster-record.
               02 poster-line       PIC X(85).

           FD afventer-file.
           01 afventer-record.
               02 afventer-line     PIC X(62).

       working-storage section.
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 kontofil-status  PIC XX value "00".
           01 kontofil-sat     PIC X value "N".
           01 generation-status PIC XX value "00".
           01 history-file-name PIC X(100) value "TRANSOPL.txt".
           01 history-status   PIC XX value "00".
           01 medejer-file-name PIC X(100) value "MEDEJERE.txt".
           01 medejer-status   PIC XX value "00".
           01 traekret-file-name PIC X(100) value "TRAEKRET.txt".
           01 traekret-status  PIC XX value "00".
           01 fastordre-file-name PIC X(100) value "FASTORDRE.txt".
           01 fastordre-status PIC XX value "00".
           01 laan-file-name   PIC X(100) value "LAANSCHD.txt".
           01 laan-status      PIC XX value "00".
           01 position-status  PIC XX value "00".
           01 snapshot-status  PIC XX value "00".
           01 end-of-fil       PIC X value "N".

           01 koersel-dato     PIC X(8).
           01 horisont-tekst   PIC X(3).
           01 horisont-dage    PIC 9(3) value 30.
           01 horisont-dato    PIC 9(8).
           01 udtraek-tilstand PIC X(5).
               88 fuldt-udtraek    VALUE "FULD".
               88 delta-udtraek    VALUE "DELTA".
           01 generation-brugt PIC 9(6) value 0.

      *> TRANSOPL-positionen: linjer leveret ved sidste udtraek.
           01 gammel-position  PIC 9(9) value 0.
           01 linje-nr         PIC 9(9) value 0.
           01 linje-total      PIC 9(9) value 0.

      *> Kontolinjen som den leveres - og som den gemmes i
      *> NETBANK-SIDSTE.txt til naeste nats sammenligning. Rolle
      *> "E" = ejer, "M" = medejer; handling "A" = aktuel (ny eller
      *> aendret), "S" = kontoen er ikke laengere kundens.
           01 konto-linje.
               02 nk-kunde-id      PIC X(10).
               02 nk-konto-id      PIC X(10).
               02 nk-rolle         PIC X(1).
               02 nk-handling      PIC X(1).
               02 nk-account-type  PIC X(10).
               02 nk-valuta        PIC X(3).
               02 nk-saldo         PIC S9(7)V99 sign leading separate.
               02 nk-traekret      PIC 9(7)V99.
               02 nk-disponibel    PIC S9(8)V99 sign leading separate.
               02 nk-konto-status  PIC X(1).

           01 poster-linje.
               02 np-kunde-id      PIC X(10).
               02 np-konto-id      PIC X(10).
               02 np-rolle         PIC X(1).
               02 np-dato          PIC X(8).
               02 np-beloeb        PIC S9(7)V99 sign leading separate.
               02 np-saldo-efter   PIC S9(7)V99 sign leading separate.
               02 np-type          PIC X(4).
               02 np-tekst         PIC X(30).
               02 np-cyklus        PIC X(2).

      *> Art "FAST" = fast ordre (reference = frekvens), "AFDR" =
      *> naeste laaneafdrag (reference = afdragsnummer, beloeb =
      *> afdrag plus rente, restgaeld efter afdraget).
           01 afventer-linje.
               02 na-kunde-id      PIC X(10).
               02 na-konto-id      PIC X(10).
               02 na-rolle         PIC X(1).
               02 na-art           PIC X(4).
               02 na-forfald       PIC X(8).
               02 na-beloeb        PIC S9(7)V99 sign leading separate.
               02 na-reference     PIC X(10).
               02 na-restgaeld     PIC 9(7)V99.

           01 feed-trailer.
               02 ft-marker        PIC X(10) value "TRAILER".
               02 ft-fil           PIC X(10).
               02 ft-tilstand      PIC X(5).
               02 ft-dato          PIC X(8).
               02 ft-generation    PIC 9(6).
               02 ft-antal         PIC 9(9).
               02 ft-sum           PIC S9(13)V99 sign leading
                                       separate.

      *> Kontoerne i den publicerede generation: konto -> ejer.
           01 konto-count      PIC 9(5) value 0.
           01 konto-max        PIC 9(5) value 9000.
           01 konto-table.
               02 konto-entry occurs 9000 times.
                   03 kt-konto-id      PIC X(10).
                   03 kt-kunde-id      PIC X(10).
           01 kt-index         PIC 9(5).
           01 kt-found         PIC 9(5).

           01 medejer-count    PIC 9(4) value 0.
           01 medejer-max      PIC 9(4) value 3000.
           01 medejer-table.
               02 medejer-entry occurs 3000 times.
                   03 mt-konto-id      PIC X(10).
                   03 mt-kunde-id      PIC X(10).
           01 mt-index         PIC 9(4).

           01 traekret-count   PIC 9(4) value 0.
           01 traekret-max     PIC 9(4) value 3000.
           01 traekret-table.
               02 traekret-entry occurs 3000 times.
                   03 tt-konto-id      PIC X(10).
                   03 tt-graense       PIC 9(7)V99.
           01 tt-index         PIC 9(4).

      *> Naeste ubetalte afdrag pr. laanekonto.
           01 laan-count       PIC 9(4) value 0.
           01 laan-max         PIC 9(4) value 3000.
           01 laan-table.
               02 laan-entry occurs 3000 times.
                   03 lt-konto-id      PIC X(10).
                   03 lt-nummer        PIC 9(4).
                   03 lt-forfald       PIC X(8).
                   03 lt-beloeb        PIC S9(7)V99.
                   03 lt-restgaeld     PIC 9(7)V99.
           01 lt-index         PIC 9(4).
           01 lt-found         PIC 9(4).

      *> Sidst leverede kontolinjer (kun ved delta).
           01 snap-count       PIC 9(5) value 0.
           01 snap-max         PIC 9(5) value 12000.
           01 snap-table.
               02 snap-entry occurs 12000 times.
                   03 st-linje         PIC X(66).
                   03 st-set           PIC X(1).
           01 st-index         PIC 9(5).
           01 st-found         PIC 9(5).

           01 aktuel-konto-id  PIC X(10).
           01 aktuel-kunde-id  PIC X(10).
           01 aktuel-rolle     PIC X(1).
           01 post-konto-id    PIC X(10).
           01 konto-header-missing PIC X value "N".

           01 konti-antal      PIC 9(9) value 0.
           01 konti-sum        PIC S9(13)V99 value 0.
           01 poster-antal     PIC 9(9) value 0.
           01 poster-sum       PIC S9(13)V99 value 0.
           01 afventer-antal   PIC 9(9) value 0.
           01 afventer-sum     PIC S9(13)V99 value 0.
           01 uaendret-antal   PIC 9(7) value 0.
           01 slettet-antal    PIC 9(7) value 0.
           01 ukendt-konto-antal PIC 9(7) value 0.
           01 undtagelse-antal PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "NETBANKFEED".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           move "N" to kontofil-sat
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           not on exception
               move "Y" to kontofil-sat
           end-accept
           accept history-file-name
               from environment "TRANSOPLFIL_NAVN"
               on exception
                   move "TRANSOPL.txt" to history-file-name
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
           accept fastordre-file-name
               from environment "FASTORDREFIL_NAVN"
               on exception
                   move "FASTORDRE.txt" to fastordre-file-name
           end-accept
           accept laan-file-name from environment "LAANSCHDFIL_NAVN"
               on exception
                   move "LAANSCHD.txt" to laan-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           accept horisont-tekst from environment
               "NETBANK_HORISONT_DAGE"
               on exception
                   move spaces to horisont-tekst
           end-accept
           if horisont-tekst is numeric
               and horisont-tekst not = spaces
               move horisont-tekst to horisont-dage
           end-if
           compute horisont-dato =
               function date-of-integer(
                   function integer-of-date(
                       function numval(koersel-dato))
                   + horisont-dage)
           accept udtraek-tilstand from environment "NETBANK_TILSTAND"
               on exception
                   move spaces to udtraek-tilstand
           end-accept

           perform bestem-kontofil
           move konto-file-name to segl-fil-navn
           perform verificer-segl
           open input konto-file
           if kontofil-status not = "00"
               and kontofil-status not = "05"
               display "NETBANKFEED: " function trim(konto-file-name)
                   " kan ikke aabnes (status " kontofil-status
                   ") - intet udtraek leveret"
               move 8 to return-code
               stop run
           end-if

           perform load-position
           if delta-udtraek
               perform load-snapshot
           end-if
           perform load-medejere
           perform load-traekret

           open output konti-file
           open output poster-file
           open output afventer-file
           open output snapshot-ny-file

           perform skriv-konti
           if delta-udtraek
               perform skriv-slettede
           end-if
           perform skriv-posteringer
           perform skriv-fastordrer
           perform load-afdrag
           perform skriv-afdrag

           move "KONTI" to ft-fil
           move konti-antal to ft-antal
           move konti-sum to ft-sum
           perform udfyld-trailer
           write konti-record from feed-trailer
           move "POSTER" to ft-fil
           move poster-antal to ft-antal
           move poster-sum to ft-sum
           perform udfyld-trailer
           write poster-record from feed-trailer
           move "AFVENTER" to ft-fil
           move afventer-antal to ft-antal
           move afventer-sum to ft-sum
           perform udfyld-trailer
           write afventer-record from feed-trailer
           close konti-file
           close poster-file
           close afventer-file
           close snapshot-ny-file

           perform gem-snapshot
           perform gem-position

           display "NETBANKFEED: " udtraek-tilstand " udtraek, "
               konti-antal " kontolinjer (" uaendret-antal
               " uaendrede udeladt, " slettet-antal " slettet), "
               poster-antal " posteringer, " afventer-antal
               " afventende"
           if ukendt-konto-antal > 0
               display "NETBANKFEED: " ukendt-konto-antal
                   " posteringer paa konti uden for kontofilen"
                   " sprunget over"
           end-if
           if undtagelse-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> Uden eksplicit KONTOFIL_NAVN laeses den senest publicerede
      *> generation. Er der ingen, bruges KontoOpl.txt - det flages,
      *> da udtraekket saa kun er konsistent hvis det koerer efter
      *> posteringen i jobplanen.
           bestem-kontofil.
               if kontofil-sat = "Y"
                   exit paragraph
               end-if
               open input generation-file
               if generation-status = "00"
                   or generation-status = "05"
                   read generation-file into generation-record
                   at end
                       continue
                   not at end
                       if gen-filnavn not = spaces
                           move gen-filnavn to konto-file-name
                           move gen-nummer to generation-brugt
                       end-if
                   end-read
                   close generation-file
               end-if
               if generation-brugt = 0
                   add 1 to undtagelse-antal
                   display "NETBANKFEED: ingen publiceret konto-"
                       "generation - laeser "
                       function trim(konto-file-name)
               end-if
           exit.

      *> Ingen position = foerste levering = fuldt udtraek.
           load-position.
               if udtraek-tilstand = "FULD"
                   exit paragraph
               end-if
               move "FULD" to udtraek-tilstand
               open input position-file
               if position-status not = "00"
                   and position-status not = "05"
                   exit paragraph
               end-if
               read position-file
               at end
                   continue
               not at end
                   if pos-linjer is numeric
                       move pos-linjer to gammel-position
                       move "DELTA" to udtraek-tilstand
                   end-if
               end-read
               close position-file
           exit.

      *> Mangler snapshottet, kan et delta ikke beregnes - saa
      *> leveres der fuldt igen.
           load-snapshot.
               open input snapshot-file
               if snapshot-status not = "00"
                   and snapshot-status not = "05"
                   display "NETBANKFEED: NETBANK-SIDSTE.txt mangler"
                       " - fuldt udtraek"
                   move "FULD" to udtraek-tilstand
                   move 0 to gammel-position
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read snapshot-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if snap-count < snap-max
                       add 1 to snap-count
                       move snapshot-line to st-linje(snap-count)
                       move "N" to st-set(snap-count)
                   else
                       add 1 to undtagelse-antal
                       display "NETBANKFEED: snapshot-tabel fuld - "
                           snapshot-line(1:20) " leveres igen"
                   end-if
               end-read
               end-perform
               close snapshot-file
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
                               to mt-konto-id(medejer-count)
                           move me-rec-kunde-id
                               to mt-kunde-id(medejer-count)
                       else
                           add 1 to undtagelse-antal
                           display "NETBANKFEED: medejer-tabel fuld"
                               " - " me-rec-konto-id " "
                               me-rec-kunde-id " ikke medtaget"
                       end-if
                   end-if
               end-read
               end-perform
               close medejer-file
           exit.

      *> En udloebet bevilling er nedsat til nul og giver intet
      *> disponibelt traek.
           load-traekret.
               open input traekret-file
               if traekret-status not = "00"
                   and traekret-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read traekret-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if tr-konto-id not = spaces
                       and tr-graense is numeric
                       and not tr-udloebet
                       if traekret-count < traekret-max
                           add 1 to traekret-count
                           move tr-konto-id
                               to tt-konto-id(traekret-count)
                           move tr-graense
                               to tt-graense(traekret-count)
                       else
                           add 1 to undtagelse-antal
                           display "NETBANKFEED: traekret-tabel fuld"
                               " - " tr-konto-id " ikke medtaget"
                       end-if
                   end-if
               end-read
               end-perform
               close traekret-file
           exit.

      *> Headeren smides vaek paa samme tolerante maade som i
      *> kunde360's skriv-konti.
           skriv-konti.
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
                   perform behandl-konto
               end-if
               perform until end-of-fil = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-fil
               not at end
                   perform behandl-konto
               end-read
               end-perform
               close konto-file
           exit.

           behandl-konto.
               if account-id in konto-info = spaces
                   exit paragraph
               end-if
               if konto-count < konto-max
                   add 1 to konto-count
                   move account-id in konto-info
                       to kt-konto-id(konto-count)
                   move customer-id in konto-info
                       to kt-kunde-id(konto-count)
               else
                   add 1 to undtagelse-antal
                   display "NETBANKFEED: kontotabel fuld - "
                       account-id in konto-info
                       " faar ingen posteringer/afventende"
               end-if

               move spaces to konto-linje
               move account-id in konto-info to nk-konto-id
               move "A" to nk-handling
               move account-type in konto-info to nk-account-type
               move valuta-id in konto-info to nk-valuta
               move balance in konto-info to nk-saldo
               move konto-status in konto-info to nk-konto-status
               move 0 to nk-traekret
               perform varying tt-index from 1 by 1
                   until tt-index > traekret-count
                   if tt-konto-id(tt-index) = nk-konto-id
                       move tt-graense(tt-index) to nk-traekret
                   end-if
               end-perform
               compute nk-disponibel = nk-saldo + nk-traekret
               if konto-spaerret in konto-info
                   or konto-lukket in konto-info
                   move 0 to nk-disponibel
               end-if

               move customer-id in konto-info to nk-kunde-id
               move "E" to nk-rolle
               perform lever-kontolinje
               perform varying mt-index from 1 by 1
                   until mt-index > medejer-count
                   if mt-konto-id(mt-index) = nk-konto-id
                       and mt-kunde-id(mt-index) not = nk-kunde-id
                       move mt-kunde-id(mt-index) to nk-kunde-id
                       move "M" to nk-rolle
                       perform lever-kontolinje
                       move customer-id in konto-info to nk-kunde-id
                   end-if
               end-perform
           exit.

      *> Ved delta leveres linjen kun hvis den er ny eller aendret i
      *> forhold til sidste levering; den gemmes altid i det nye
      *> snapshot.
           lever-kontolinje.
               write snapshot-ny-record from konto-linje
               if delta-udtraek
                   move 0 to st-found
                   perform varying st-index from 1 by 1
                       until st-index > snap-count or st-found > 0
                       if st-linje(st-index)(1:20) = konto-linje(1:20)
                           move st-index to st-found
                       end-if
                   end-perform
                   if st-found > 0
                       move "Y" to st-set(st-found)
                       if st-linje(st-found) = konto-linje
                           add 1 to uaendret-antal
                           exit paragraph
                       end-if
                   end-if
               end-if
               write konti-record from konto-linje
               add 1 to konti-antal
               add nk-saldo to konti-sum
           exit.

      *> Sidst leverede kontolinjer der ikke er set i nat: kontoen
      *> er purget, eller kunden er ikke laengere medejer.
           skriv-slettede.
               perform varying st-index from 1 by 1
                   until st-index > snap-count
                   if st-set(st-index) = "N"
                       move st-linje(st-index) to konto-linje
                       move "S" to nk-handling
                       move 0 to nk-saldo
                       move 0 to nk-traekret
                       move 0 to nk-disponibel
                       write konti-record from konto-linje
                       add 1 to konti-antal
                       add 1 to slettet-antal
                   end-if
               end-perform
           exit.

      *> Er TRANSOPL blevet kortere end positionen (arkiveret og
      *> startet forfra), leveres hele den nye fil.
           skriv-posteringer.
               open input history-file
               if history-status not = "00"
                   and history-status not = "05"
                   display "NETBANKFEED: "
                       function trim(history-file-name)
                       " findes ikke - ingen posteringer"
                   move gammel-position to linje-total
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read history-file
               at end
                   move "Y" to end-of-fil
               not at end
                   add 1 to linje-total
               end-read
               end-perform
               close history-file
               if linje-total < gammel-position
                   display "NETBANKFEED: TRANSOPL kortere end sidste"
                       " position - hele filen leveres"
                   move 0 to gammel-position
               end-if
               if fuldt-udtraek
                   move 0 to gammel-position
               end-if

               open input history-file
               move 0 to linje-nr
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read history-file
               at end
                   move "Y" to end-of-fil
               not at end
                   add 1 to linje-nr
                   if linje-nr > gammel-position
                       perform lever-postering
                   end-if
               end-read
               end-perform
               close history-file
           exit.

           lever-postering.
               move account-id in history-record to post-konto-id
               perform find-konto
               if kt-found = 0
                   add 1 to ukendt-konto-antal
                   exit paragraph
               end-if
               move spaces to poster-linje
               move post-konto-id to np-konto-id
               move trans-date to np-dato
               move trans-amount to np-beloeb
               move running-balance to np-saldo-efter
               move trans-type to np-type
               move trans-tekst to np-tekst
               move trans-cyklus to np-cyklus

               move kt-kunde-id(kt-found) to np-kunde-id
               move "E" to np-rolle
               write poster-record from poster-linje
               add 1 to poster-antal
               add np-beloeb to poster-sum
               perform varying mt-index from 1 by 1
                   until mt-index > medejer-count
                   if mt-konto-id(mt-index) = post-konto-id
                       and mt-kunde-id(mt-index)
                           not = kt-kunde-id(kt-found)
                       move mt-kunde-id(mt-index) to np-kunde-id
                       move "M" to np-rolle
                       write poster-record from poster-linje
                       add 1 to poster-antal
                       add np-beloeb to poster-sum
                   end-if
               end-perform
           exit.

           find-konto.
               move 0 to kt-found
               perform varying kt-index from 1 by 1
                   until kt-index > konto-count or kt-found > 0
                   if kt-konto-id(kt-index) = post-konto-id
                       move kt-index to kt-found
                   end-if
               end-perform
           exit.

      *> Faste ordrer med naeste dato fra i dag til horisonten.
           skriv-fastordrer.
               open input fastordre-file
               if fastordre-status not = "00"
                   and fastordre-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read fastordre-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if fo-naeste-dato is numeric
                       and fo-naeste-dato >= koersel-dato
                       and function numval(fo-naeste-dato)
                           <= horisont-dato
                       and fo-amount is numeric
                       move spaces to afventer-linje
                       move fo-account-id to na-konto-id
                       move "FAST" to na-art
                       move fo-naeste-dato to na-forfald
                       move fo-amount to na-beloeb
                       move fo-frekvens to na-reference
                       move 0 to na-restgaeld
                       perform lever-afventende
                   end-if
               end-read
               end-perform
               close fastordre-file
           exit.

      *> Laveste ubetalte afdrag pr. laanekonto, uanset horisont -
      *> kunden skal altid kunne se sit naeste afdrag.
           load-afdrag.
               open input laan-file
               if laan-status not = "00"
                   and laan-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read laan-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if installment-status not = "P"
                       and loan-account-id not = spaces
                       perform noter-afdrag
                   end-if
               end-read
               end-perform
               close laan-file
           exit.

           noter-afdrag.
               move 0 to lt-found
               perform varying lt-index from 1 by 1
                   until lt-index > laan-count or lt-found > 0
                   if lt-konto-id(lt-index) = loan-account-id
                       move lt-index to lt-found
                   end-if
               end-perform
               if lt-found = 0
                   if laan-count >= laan-max
                       add 1 to undtagelse-antal
                       display "NETBANKFEED: afdragstabel fuld - "
                           loan-account-id " ikke medtaget"
                       exit paragraph
                   end-if
                   add 1 to laan-count
                   move laan-count to lt-found
                   move loan-account-id to lt-konto-id(lt-found)
               else
                   if lt-nummer(lt-found) <= installment-number
                       exit paragraph
                   end-if
               end-if
               move installment-number to lt-nummer(lt-found)
               move due-date to lt-forfald(lt-found)
               compute lt-beloeb(lt-found) =
                   principal-amount + interest-amount
               move remaining-balance to lt-restgaeld(lt-found)
           exit.

           skriv-afdrag.
               perform varying lt-index from 1 by 1
                   until lt-index > laan-count
                   move spaces to afventer-linje
                   move lt-konto-id(lt-index) to na-konto-id
                   move "AFDR" to na-art
                   move lt-forfald(lt-index) to na-forfald
                   move lt-beloeb(lt-index) to na-beloeb
                   move lt-nummer(lt-index) to na-reference
                   move lt-restgaeld(lt-index) to na-restgaeld
                   perform lever-afventende
               end-perform
           exit.

      *> Afventende post til kontoens ejer og medejere; konti uden
      *> for den publicerede kontofil springes over.
           lever-afventende.
               move na-konto-id to post-konto-id
               perform find-konto
               if kt-found = 0
                   exit paragraph
               end-if
               move kt-kunde-id(kt-found) to na-kunde-id
               move "E" to na-rolle
               write afventer-record from afventer-linje
               add 1 to afventer-antal
               add na-beloeb to afventer-sum
               perform varying mt-index from 1 by 1
                   until mt-index > medejer-count
                   if mt-konto-id(mt-index) = post-konto-id
                       and mt-kunde-id(mt-index)
                           not = kt-kunde-id(kt-found)
                       move mt-kunde-id(mt-index) to na-kunde-id
                       move "M" to na-rolle
                       write afventer-record from afventer-linje
                       add 1 to afventer-antal
                       add na-beloeb to afventer-sum
                   end-if
               end-perform
           exit.

           udfyld-trailer.
               move "TRAILER" to ft-marker
               move udtraek-tilstand to ft-tilstand
               move koersel-dato to ft-dato
               move generation-brugt to ft-generation
           exit.

      *> Nattens kontolinjer bliver naeste nats sammenligningsgrundlag.
           gem-snapshot.
               open input snapshot-ny-file
               open output snapshot-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read snapshot-ny-file
               at end
                   move "Y" to end-of-fil
               not at end
                   move snapshot-ny-record to snapshot-record
                   write snapshot-record
               end-read
               end-perform
               close snapshot-ny-file
               close snapshot-file
           exit.

           gem-position.
               open output position-file
               move linje-total to pos-linjer
               move koersel-dato to pos-dato
               move generation-brugt to pos-generation
               write position-record
               close position-file
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
                   display "NETBANKFEED: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
