      *> Findes der allerede plan-raekker for kontoen, afvises
      *> oprettelsen (RC=8) i stedet for at der tavst kommer to
      *> planer oven i hinanden.
      *>
      *> Udbetalingen af laanet blev tidligere haandtastet som to
      *> posteringer (kredit udbetalingskontoen, debet LAAN-kontoen),
      *> og blev den glemt, begyndte afdragsservice at opkraeve
      *> afdrag paa penge kunden aldrig havde faaet. Oprettelsen
      *> skriver derfor nu selv udbetalingen som en "UDBT"-linje i
      *> TRANS-POST.txt mod den navngivne udbetalingskonto
      *> (LAAN_UDBETALINGSKONTO) - kontopostering.cob bogfoerer begge
      *> ben og GL-parret, og afdragsservice.cob holder afdragene
      *> tilbage og melder en undtagelse for et laan hvis udbetaling
      *> ikke er bogfoert.
      *>
      *> Satsen planen er regnet med, og for et variabelt forrentet
      *> laan den rentesats-type i RENTESATS.txt det foelger
      *> (LAAN_RENTE_TYPE), skrives til LAANVILKAAR.txt (se
      *> LAANVILKAAR.cpy), saa laanrentetilpasning.cob kan
      *> genberegne de resterende raekker naar satsen aendres.
      *>
      *> Intet laan oprettes uden en godkendt kreditindstilling
      *> (LAAN_INDSTILLING_ID, se KREDITINDSTILLING.cpy): KREDITTJEK
      *> skal bekraefte at indstillingen er godkendt til et LAAN paa
      *> netop denne konto og daekker hovedstolen, ellers afvises
      *> oprettelsen (RC=8). Naar planen er skrevet, stemples
      *> indstillingen som udnyttet, saa den ikke kan bruges igen;
      *> lykkes stemplingen ikke, staar laanet, men koerslen giver
      *> RC=4, saa indstillingen stemples i haanden.

       environment division.
       input-output section.
               organization is line sequential
               file status is laan-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-status.

           select vilkaar-file assign to dynamic vilkaar-file-name
               organization is line sequential
               file status is vilkaar-status.

       data division.
           file section.
           FD konto-file.
           01 laan-record.
               COPY "LOANSCHD.cpy".

      *> Fuldt TRANS-POST-layout (se kontopostering.cob) - typen og
      *> modkontoen er det der goer linjen til en laanudbetaling.
           FD trans-file.
           01 trans-record.
               02 trans-account-id  PIC X(10).
               02 trans-date        PIC X(8).
               02 trans-amount      PIC S9(7)V99.
               02 trans-type        PIC X(4).
               02 trans-modkonto    PIC X(10).
               02 trans-tekst       PIC X(30).

           FD vilkaar-file.
           01 vilkaar-record.
               COPY "LAANVILKAAR.cpy".

       working-storage section.
           01 end-of-konto         PIC X value "N".
           01 end-of-laan          PIC X value "N".
           01 konto-file-name      PIC X(100) value "KontoOpl.txt".
           01 laan-file-name       PIC X(100) value "LAANSCHD.txt".
           01 laan-status          PIC XX value "00".
           01 trans-file-name      PIC X(100) value "TRANS-POST.txt".
           01 trans-status         PIC XX value "00".
           01 koersel-dato         PIC X(8).
           01 vilkaar-file-name    PIC X(100) value "LAANVILKAAR.txt".
           01 vilkaar-status       PIC XX value "00".
           01 rente-type-valg      PIC X(10).
           01 layout-version-ok    PIC X value "Y".
           01 konto-header-missing PIC X value "N".

           01 sats-tekst           PIC X(8).
           01 terminer-tekst       PIC X(4).
           01 foerste-dato         PIC X(8).
           01 indstilling-id       PIC X(10).

           01 hovedstol            PIC 9(7)V99.
           01 aarlig-sats          PIC 9(3)V99.
           01 terminer             PIC 9(4).

           01 laan-konto-fundet    PIC X value "N".

      *> Udbetalingskontoen skal findes, vaere aktiv og ikke selv
      *> vaere en LAAN-konto - ellers afvises oprettelsen foer der
      *> skrives en plan uden en udbetaling at bogfoere.
           01 udbetalingskonto     PIC X(10).
           01 udbetaling-fundet    PIC X value "N".
           01 udbetaling-gyldig    PIC X value "N".
           01 plan-findes          PIC X value "N".

      *> Kreditindstillingen laanet oprettes paa (KREDITTJEK).
           01 kredit-funktion      PIC X(1).
           01 kredit-produkt       PIC X(4) value "LAAN".
           01 kredit-beloeb        PIC 9(9)V99.
           01 kredit-ok            PIC X(1).
           01 kredit-aarsag        PIC X(60).

      *> Annuitetsberegning: maanedsrenten er aarlig sats/1200, og
      *> ydelsen H*r*(1+r)^n / ((1+r)^n - 1). Potensen bygges ved
      *> gentagen multiplikation, saa beregningen kan efterregnes
               02 ny-dag-edit      PIC 9(2).
           01 forfald-dato         PIC X(8).

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "LAANOPRETTELSE".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move spaces to foerste-dato
           end-accept
           accept udbetalingskonto
               from environment "LAAN_UDBETALINGSKONTO"
               on exception
                   move spaces to udbetalingskonto
           end-accept
           accept indstilling-id from environment "LAAN_INDSTILLING_ID"
               on exception
                   move spaces to indstilling-id
           end-accept
           accept vilkaar-file-name
               from environment "LAANVILKAARFIL_NAVN"
               on exception
                   move "LAANVILKAAR.txt" to vilkaar-file-name
           end-accept
           accept rente-type-valg from environment "LAAN_RENTE_TYPE"
               on exception
                   move spaces to rente-type-valg
           end-accept
           accept trans-file-name from environment "TRANSPOSTFIL_NAVN"
               on exception
                   move "TRANS-POST.txt" to trans-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if

           perform valider-parametre
           perform find-laan-konto
               move 8 to return-code
               stop run
           end-if
           if udbetaling-fundet = "N" or udbetaling-gyldig = "N"
               display "LAANOPRETTELSE: udbetalingskonto "
                   function trim(udbetalingskonto)
                   " findes ikke som aktiv ikke-LAAN-konto i "
                   function trim(konto-file-name)
               move 8 to return-code
               stop run
           end-if
      *> Seglet paa TRANS-POST.txt efterregnes foer der skrives en
      *> eneste plan-raekke - et brudt segl midt i oprettelsen ville
      *> efterlade en plan uden udbetaling, som ingen genkoersel kan
      *> rydde op i.
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           perform tjek-eksisterende-plan
           if plan-findes = "Y"
               display "LAANOPRETTELSE: der findes allerede en"
               move 8 to return-code
               stop run
           end-if
           move "T" to kredit-funktion
           perform tjek-kreditindstilling
           if kredit-ok not = "Y"
               display "LAANOPRETTELSE: kreditindstilling "
                   function trim(indstilling-id) " afvist - "
                   function trim(kredit-aarsag)
               move 8 to return-code
               stop run
           end-if

           perform beregn-ydelse
           perform skriv-plan
           perform skriv-udbetaling
           perform skriv-vilkaar
           move "U" to kredit-funktion
           perform tjek-kreditindstilling
           if kredit-ok not = "Y"
               display "LAANOPRETTELSE: kreditindstilling "
                   function trim(indstilling-id)
                   " kunne ikke stemples som udnyttet - "
                   function trim(kredit-aarsag)
                   " - stemples i haanden"
               move 4 to return-code
           end-if

           display "LAANOPRETTELSE: " terminer
               " afdrag skrevet for konto "
               function trim(laan-konto-id)
               " - ydelse " ydelse
           display "LAANOPRETTELSE: udbetaling " hovedstol
               " til konto " function trim(udbetalingskonto)
               " skrevet til " function trim(trans-file-name)

           stop run.

                   move 8 to return-code
                   stop run
               end-if
               if indstilling-id = spaces
                   display "LAANOPRETTELSE: LAAN_INDSTILLING_ID"
                       " mangler - intet laan uden godkendt"
                       " kreditindstilling"
                   move 8 to return-code
                   stop run
               end-if
               if udbetalingskonto = spaces
                   or udbetalingskonto = laan-konto-id
                   display "LAANOPRETTELSE: LAAN_UDBETALINGSKONTO"
                       " mangler eller er laanekontoen selv"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Kontoen skal findes i KontoOpl.txt og vaere oprettet som en
                   and account-type in konto-info = "LAAN"
                   move "Y" to laan-konto-fundet
               end-if
               if account-id in konto-info = udbetalingskonto
                   move "Y" to udbetaling-fundet
                   if account-type in konto-info not = "LAAN"
                       and konto-status in konto-info = space
                       move "Y" to udbetaling-gyldig
                   end-if
               end-if
           exit.

      *> Laeser den foerste post i konto-file som en header (se
               close laan-file
           exit.

      *> Udbetalingen som en "UDBT"-linje: LAAN-kontoen er
      *> posteringskontoen og udbetalingskontoen modkontoen, beloebet
      *> er hele hovedstolen - praecis summen af planens principal-
      *> amount, som kontopostering.cob afstemmer den imod.
      *> Manglende TRANS-POST.txt falder tilbage til OPEN OUTPUT,
      *> samme moenster som afdragsservice.cob.
      *> Seglet er efterregnet i main-program foer planen skrives.
           skriv-udbetaling.
               open extend trans-file
               if trans-status = "35"
                   open output trans-file
               end-if
               move laan-konto-id to trans-account-id
               move koersel-dato to trans-date
               move hovedstol to trans-amount
               move "UDBT" to trans-type
               move udbetalingskonto to trans-modkonto
               move spaces to trans-tekst
               string
                   "Udbetaling af laan "
                   function trim(laan-konto-id)
                   into trans-tekst
               end-string
               write trans-record
               close trans-file
               move trans-file-name to segl-fil-navn
               perform forsegl-fil
           exit.

      *> "T" tjekker indstillingen foer noget skrives, "U" stempler
      *> den som udnyttet med hovedstolen bagefter.
           tjek-kreditindstilling.
               move hovedstol to kredit-beloeb
               call "KREDITTJEK" using kredit-funktion indstilling-id
                   kredit-produkt laan-konto-id kredit-beloeb
                   koersel-dato kredit-ok kredit-aarsag
               end-call
           exit.

      *> Laanets vilkaar - satsen gaelder fra oprettelsesdagen.
           skriv-vilkaar.
               open extend vilkaar-file
               if vilkaar-status = "35"
                   open output vilkaar-file
               end-if
               move laan-konto-id to lv-laan-konto-id
               move rente-type-valg to lv-rente-type
               move aarlig-sats to lv-aarlig-sats
               move koersel-dato to lv-sats-dato
               write vilkaar-record
               close vilkaar-file
           exit.

           formater-forfald-dato.
               move dato-aar to ny-aar-edit
               move dato-maaned to ny-maaned-edit
                   move dage-i-maaned to dato-dag
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
                   display "LAANOPRETTELSE: segl brudt for "
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
