      *> og skriver nettojusteringen pr. konto som TRANS-POST.txt-
      *> posteringer plus en korrektionsrapport
      *> (RENTEKORREKTION-RAPPORT.txt) der refererer hver enkelt
      *> rh-accrual-date-linje den afloeser. En linje tilskrevet
      *> mens kontoen havde en individuel renteaftale i kraft
      *> (RENTEAFTALEOPSLAG paa linjens dato) er ikke beregnet med
      *> produktsatsen og roeres ikke - den staar i rapporten som
      *> sprunget over. En linje paa en medarbejders egen konto
      *> (PERSONALEOPSLAG paa linjens dato) er tilskrevet med
      *> produktsatsen plus personaletillaegget og skaleres derfor
      *> med de to satser plus tillaegget, saa personalerabatten
      *> bevares; var personalesatsen nul (debetrenten kan ikke gaa
      *> under nul), kan linjen ikke skaleres og springes over.

       environment division.
       input-output section.
           01 konto-table.
               02 konto-entry occurs 200 times.
                   03 kt-konto-id   PIC X(10).
                   03 kt-kunde-id   PIC X(10).
                   03 kt-justering  PIC S9(9)V99.
                   03 kt-linjer     PIC 9(5).
           01 kt-index             PIC 9(3).
           01 linje-justering      PIC S9(7)V99.
           01 justeret-antal       PIC 9(5) value 0.

           01 aftale-art           PIC X(1).
           01 aftale-fundet        PIC X(1).
           01 aftale-sats          PIC S9(3)V99.
           01 aftale-skifte        PIC X(8).
           01 aftale-sprunget      PIC 9(5) value 0.

      *> Personalevilkaar paa linjens dato - se PERSONALEOPSLAG.
           01 personale-fundet     PIC X(1).
           01 personale-tillaeg    PIC S9(3)V99.
           01 personale-antal      PIC 9(5) value 0.
           01 personale-sprunget   PIC 9(5) value 0.
           01 skala-gammel-sats    PIC S9(3)V9(4).
           01 skala-ny-sats        PIC S9(3)V9(4).

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "RENTEKORREKTION".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
           close rapport-file

           display "RENTEKORREKTION: " justeret-antal
               " historiklinjer genberegnet, " aftale-sprunget
               " under individuel renteaftale sprunget over"
           display "RENTEKORREKTION: " personale-antal
               " linjer under personalevilkaar, heraf "
               personale-sprunget " med sats nul sprunget over"

           stop run.

                       add 1 to konto-count
                       move account-id in konto-info
                           to kt-konto-id(konto-count)
                       move customer-id in konto-info
                           to kt-kunde-id(konto-count)
                       move 0 to kt-justering(konto-count)
                       move 0 to kt-linjer(konto-count)
                   else
                   end-if
               end-perform
               if kt-match > 0
                   if rh-rente-art = "D"
                       move "D" to aftale-art
                   else
                       move "K" to aftale-art
                   end-if
                   call "RENTEAFTALEOPSLAG" using
                       rh-account-id aftale-art rh-accrual-date
                       aftale-fundet aftale-sats aftale-skifte
                   end-call
                   if aftale-fundet = "Y"
                       add 1 to aftale-sprunget
                       move spaces to rapport-line
                       string
                           "Konto " rh-account-id
                           " linje " rh-accrual-date
                           " under individuel renteaftale"
                           " - ikke justeret"
                           into rapport-line
                       end-string
                       write rapport-record
                       exit paragraph
                   end-if
                   perform find-personalevilkaar
                   if skala-gammel-sats = 0
                       add 1 to personale-sprunget
                       move spaces to rapport-line
                       string
                           "Konto " rh-account-id
                           " linje " rh-accrual-date
                           " under personalevilkaar med sats nul"
                           " - ikke justeret"
                           into rapport-line
                       end-string
                       write rapport-record
                       exit paragraph
                   end-if
                   add 1 to justeret-antal
                   add 1 to kt-linjer(kt-match)
                   if rh-fortegn = "-"
                       move rh-accrual-amount to original-beloeb
                   end-if
                   compute korrekt-beloeb rounded =
                       original-beloeb * skala-ny-sats
                       / skala-gammel-sats
                   compute linje-justering =
                       korrekt-beloeb - original-beloeb
                   add linje-justering to kt-justering(kt-match)
               end-if
           exit.

      *> Satserne linjen skaleres med: produktsatserne, eller for en
      *> medarbejders egen konto produktsatserne plus tillaegget
      *> (negativt for debetrenten, dog aldrig under nul) - samme
      *> regel som kontorente.cob's find-personalevilkaar.
           find-personalevilkaar.
               move gammel-sats to skala-gammel-sats
               move ny-sats to skala-ny-sats
               call "PERSONALEOPSLAG" using
                   kt-kunde-id(kt-match) aftale-art rh-accrual-date
                   personale-fundet personale-tillaeg
               end-call
               if personale-fundet = "Y"
                   add 1 to personale-antal
                   add personale-tillaeg to skala-gammel-sats
                   add personale-tillaeg to skala-ny-sats
                   if aftale-art = "D"
                       if skala-gammel-sats < 0
                           move 0 to skala-gammel-sats
                       end-if
                       if skala-ny-sats < 0
                           move 0 to skala-ny-sats
                       end-if
                   end-if
               end-if
           exit.

      *> Nettojusteringen pr. konto som en TRANS-POST.txt-postering
      *> dateret koerselsdatoen - positiv giver kunden det manglende,
      *> negativ traekker det for meget tilskrevne tilbage. Konti
      *> uden nettojustering faar ingen postering.
           skriv-justeringsposteringer.
               move trans-file-name to segl-fil-navn
               perform verificer-segl
               open extend trans-file
               if trans-status = "35"
                   open output trans-file
                   end-if
               end-perform
               close trans-file
               move trans-file-name to segl-fil-navn
               perform forsegl-fil
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
                   display "RENTEKORREKTION: segl brudt for "
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
