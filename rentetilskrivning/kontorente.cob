      *> satsaendring midt i perioden, og hvert segment tilskrives
      *> dag-for-dag (sats/100 * dage/365) med det segments sats -
      *> i stedet for at hele perioden faar den sats der tilfaeldigt
      *> staar i filen paa koerselsdagen. En individuel renteaftale
      *> paa kontoen (RENTEAFTALE.txt, se RENTEAFTALEOPSLAG) gaar
      *> forud for produktsatsen i de dage den er i kraft - kredit-
      *> aftalen naar kontoen staar i plus, debetaftalen naar den er
      *> overtrukket - og perioden deles ogsaa hvor en aftale
      *> traeder i kraft eller udloeber. Uden en aftale faar en
      *> medarbejders egen konto personaletillaegget til
      *> produktsatsen (PERSONALEOPSLAG, se PERSONALE.cpy).
      *>
      *> Kildeskat: en kunde, der er skattemaessigt hjemmehoerende
      *> i udlandet, faar kildeskat tilbageholdt af kreditrenten
      *> med overenskomstsatsen for landet (KILDESKAT.txt, se
      *> KILDESKAT.cpy). Hjemstedet er kundens erklaering i
      *> SKATTEBOPAEL.txt, naar den findes (en DK-erklaering =
      *> hjemmehoerende i Danmark), ellers adressens lande-kode.
      *> Tilskrivningen deles i nettorente til kunden og
      *> tilbageholdt skat: begge staar paa KONTORENTE.txt-linjen,
      *> skatten gemmes i RENTEHISTORIK.txt (rh-kildeskat) og
      *> journaliseres i GL-JOURNAL.txt som DR RENTEUDGIF / CR
      *> skatteskyldkontoen (KILDESKAT_GL_KONTO, kilde "KSKT").

       environment division.
       input-output section.
               organization is line sequential
               file status is trans-status.

           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential
               file status is kundefil-status.

           select skattebop-file assign to dynamic skattebop-file-name
               organization is line sequential
               file status is skattebop-status.

           select kildeskat-file assign to dynamic kildeskat-file-name
               organization is line sequential
               file status is kildeskat-status.

           select gl-journal-file assign to dynamic gl-journal-file-name
               organization is line sequential
               file status is gl-journal-status.

       data division.
           file section.
           FD konto-file.

           FD accrual-file.
           01 accrual-record.
               02 accrual-line     PIC X(132).

           FD valuta-reject-file.
           01 valuta-reject-record.
               02 trans-modkonto    PIC X(10).
               02 trans-tekst       PIC X(30).

           FD kunde-file.
           01 kunde-header-record.
               COPY "KUNDEOPL-HDR.cpy".
           01 kunde-info.
               COPY "kundeopl.cpy".

           FD skattebop-file.
           01 skattebop-record.
               COPY "SKATTEBOP.cpy".

           FD kildeskat-file.
           01 kildeskat-record.
               COPY "KILDESKAT.cpy".

           FD gl-journal-file.
           01 gl-journal-record.
               COPY "GLJOURNAL.cpy".

       working-storage section.
           01 end-of-konto PIC X value "N".
           01 end-of-rente PIC X value "N".
           01 seg-naeste        PIC S9(9).
           01 seg-accrual       PIC S9(7)V99.

      *> Individuel renteaftale (RENTEAFTALEOPSLAG) for segmentets
      *> startdag: "K" kreditrente, "D" debetrente.
           01 aftale-art        PIC X(1).
           01 aftale-dato       PIC X(8).
           01 aftale-fundet     PIC X(1).
           01 aftale-sats       PIC S9(3)V99.
           01 aftale-skifte     PIC X(8).
           01 aftale-skifte-heltal PIC S9(9).
           01 konto-aftale-brugt PIC X(1).
           01 aftale-antal      PIC 9(5) value 0.
           01 aftale-markering  PIC X(14).
           01 personale-fundet  PIC X(1).
           01 personale-tillaeg PIC S9(3)V99.
           01 konto-personale-brugt PIC X(1).
           01 personale-antal   PIC 9(5) value 0.

      *> Periodestart pr. konto, naar RENTE_FRA ikke er sat
      *> eksplicit: kontoens seneste rh-accrual-date fra
      *> RENTEHISTORIK.txt, indlaest som tabel ved opstart.
           01 si-index          PIC 9(4).
           01 sprunget-antal    PIC 9(5) value 0.

      *> Kildeskat: kundernes hjemland (erklaering foer adresse),
      *> overenskomstsatserne og skatteskyldkontoen.
           01 kunde-file-name   PIC X(100)
               value "kundeoplysninger.txt".
           01 kundefil-status   PIC XX value "00".
           01 skattebop-file-name PIC X(100)
               value "SKATTEBOPAEL.txt".
           01 skattebop-status  PIC XX value "00".
           01 kildeskat-file-name PIC X(100) value "KILDESKAT.txt".
           01 kildeskat-status  PIC XX value "00".
           01 gl-journal-file-name PIC X(100)
               value "GL-JOURNAL.txt".
           01 gl-journal-status PIC XX value "00".
           01 end-of-fil        PIC X value "N".
           01 kunde-header-missing PIC X value "N".
           01 parm-navn         PIC X(30).
           01 parm-vaerdi       PIC X(100).
           01 parm-fundet       PIC X.
           01 skat-gl-konto     PIC X(10) value "KILDESKAT".
           01 standard-sats     PIC 9(2)V99 value 22.
           01 hjem-count        PIC 9(5) value 0.
           01 hjem-max          PIC 9(5) value 2000.
           01 hjem-table.
               02 hjem-entry occurs 2000 times.
                   03 hj-kunde-id   PIC X(10).
                   03 hj-land       PIC X(2).
                   03 hj-erklaeret  PIC X(1).
           01 hj-index          PIC 9(5).
           01 hj-match          PIC 9(5).
           01 soeg-hjem-kunde   PIC X(10).
           01 sats-count        PIC 9(3) value 0.
           01 sats-max          PIC 9(3) value 200.
           01 sats-table.
               02 sats-entry occurs 200 times.
                   03 ss-land       PIC X(2).
                   03 ss-sats       PIC 9(2)V99.
           01 ss-index          PIC 9(3).
           01 kildeskat-land    PIC X(2).
           01 kildeskat-sats    PIC 9(2)V99.
           01 kildeskat-beloeb  PIC S9(7)V99.
           01 netto-beloeb      PIC S9(7)V99.
           01 kildeskat-tekst   PIC X(50).
           01 kildeskat-antal   PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "KONTORENTE".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"

           perform load-rate-table

           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept skattebop-file-name
               from environment "SKATTEBOPFIL_NAVN"
               on exception
                   move "SKATTEBOPAEL.txt" to skattebop-file-name
           end-accept
           accept kildeskat-file-name
               from environment "KILDESKATFIL_NAVN"
               on exception
                   move "KILDESKAT.txt" to kildeskat-file-name
           end-accept
           accept gl-journal-file-name
               from environment "GLJOURNALFIL_NAVN"
               on exception
                   move "GL-JOURNAL.txt" to gl-journal-file-name
           end-accept
           move "KILDESKAT_GL_KONTO" to parm-navn
           move spaces to parm-vaerdi
           call "PARMS" using parm-navn parm-vaerdi parm-fundet
           end-call
           if parm-fundet = "Y" and parm-vaerdi not = spaces
               move parm-vaerdi(1:10) to skat-gl-konto
           end-if
           move "KILDESKAT_STANDARDSATS" to parm-navn
           move spaces to parm-vaerdi
           call "PARMS" using parm-navn parm-vaerdi parm-fundet
           end-call
           if parm-fundet = "Y"
               if function test-numval(parm-vaerdi) = 0
                   compute standard-sats =
                       function numval(parm-vaerdi)
               else
                   display "KONTORENTE: ugyldig "
                       "KILDESKAT_STANDARDSATS - bruger "
                       standard-sats
               end-if
           end-if
           perform load-hjemland
           perform load-kildeskat-satser

           move konto-file-name to segl-fil-navn
           perform verificer-segl
           open input konto-file
           perform verificer-konto-header
           open output accrual-file
           if rente-historik-status = "35"
               open output rente-historik-file
           end-if
           move trans-file-name to segl-fil-navn
           perform verificer-segl
           open extend trans-file
           if trans-status = "35"
               open output trans-file
           end-if
           move gl-journal-file-name to segl-fil-navn
           perform verificer-segl
           open extend gl-journal-file
           if gl-journal-status = "35"
               open output gl-journal-file
           end-if

           if konto-header-missing = "Y"
               perform accrue-interest
           close valuta-reject-file
           close rente-historik-file
           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil
           close gl-journal-file
           move gl-journal-file-name to segl-fil-navn
           perform forsegl-fil

           display "KONTORENTE: " debet-antal
               " debetrente-posteringer skrevet, "
               sprunget-antal " konti allerede tilskrevet, "
               aftale-antal " konti med individuel renteaftale, "
               personale-antal " konti med personalevilkaar"
           display "KONTORENTE: " kildeskat-antal
               " tilskrivninger med tilbageholdt kildeskat"

           stop run.

                       move "DEBET" to opslag-type
                       compute opslag-saldo =
                           0 - balance in konto-info
                       move "D" to aftale-art
                   else
                       move account-type in konto-info to opslag-type
                       move balance in konto-info to opslag-saldo
                       move "K" to aftale-art
                   end-if

                   perform beregn-periode-tilskrivning
                   if konto-aftale-brugt = "J"
                       add 1 to aftale-antal
                   end-if
                   if konto-personale-brugt = "J"
                       add 1 to personale-antal
                   end-if

                   if rt-found = "N"
                       display "Ingen rentesats for opslag-type: "
                           function trim(opslag-type)
                   end-if

                   move spaces to aftale-markering
                   if konto-aftale-brugt = "J"
                       move " (renteaftale)" to aftale-markering
                   else
                       if konto-personale-brugt = "J"
                           move " (personale)" to aftale-markering
                       end-if
                   end-if
                   perform beregn-kildeskat
                   move spaces to accrual-line
                   string
                       "Konto: " function trim(account-id in konto-info)
                       function trim(account-type in konto-info)
                       " Tilskrivning: " accrual-amount
                       " " function trim(valuta-id in konto-info)
                       aftale-markering
                       kildeskat-tekst
                       into accrual-line
                   end-string
                   write accrual-record
                   else
                       move space to rh-rente-art
                   end-if
                   move kildeskat-beloeb to rh-kildeskat
                   move kildeskat-land to rh-kildeskat-land
                   write rente-historik-record

      *> Debetrenten opkraeves med det samme som en TRANS-POST-
      *> find-sats-paa-dag.
           beregn-periode-tilskrivning.
               move "N" to rt-found
               move "N" to konto-aftale-brugt
               move "N" to konto-personale-brugt
               move 0 to accrual-amount
               move konto-fra-heltal to seg-start
               perform until seg-start >= periode-til-heltal
                       and seg-naeste < seg-slut
                       move seg-naeste to seg-slut
                   end-if
                   perform find-aftale-paa-dag
                   perform find-sats-paa-dag
                   if aftale-fundet = "Y"
                       move aftale-sats to seg-sats
                       move "Y" to rt-found
                       move "J" to konto-aftale-brugt
                   else
                       if rt-found = "Y"
                           perform find-personalevilkaar
                       end-if
                   end-if
                   compute seg-dage = seg-slut - seg-start
                   compute seg-accrual rounded =
                       balance in konto-info * seg-sats * seg-dage
                   end-if
               end-perform
           exit.

      *> Kontoens individuelle renteaftale ved seg-start - og
      *> naeste dag aftalebilledet skifter, som ogsaa deler
      *> segmentet.
           find-aftale-paa-dag.
               move function date-of-integer(seg-start)
                   to aftale-dato
               call "RENTEAFTALEOPSLAG" using
                   account-id in konto-info aftale-art aftale-dato
                   aftale-fundet aftale-sats aftale-skifte
               end-call
               if aftale-skifte not = spaces
                   compute aftale-skifte-heltal =
                       function integer-of-date(
                           function numval(aftale-skifte))
                   if aftale-skifte-heltal > seg-start
                       and aftale-skifte-heltal < seg-slut
                       move aftale-skifte-heltal to seg-slut
                   end-if
               end-if
           exit.

      *> Personalevilkaar for segmentet: en medarbejders egen konto
      *> uden individuel aftale faar tillaegget til produktsatsen
      *> (negativt for debetrenten, dog aldrig under nul).
           find-personalevilkaar.
               call "PERSONALEOPSLAG" using
                   customer-id in konto-info aftale-art aftale-dato
                   personale-fundet personale-tillaeg
               end-call
               if personale-fundet = "Y"
                   add personale-tillaeg to seg-sats
                   if aftale-art = "D" and seg-sats < 0
                       move 0 to seg-sats
                   end-if
                   move "J" to konto-personale-brugt
               end-if
           exit.

      *> Kundernes skattemaessige hjemland: adressens lande-kode
      *> (blank = DK) som udgangspunkt, overskrevet af kundens
      *> erklaering i SKATTEBOPAEL.txt. En DK-erklaering vinder
      *> altid; ellers gaelder den foerste udenlandske erklaering.
      *> Manglende filer betyder bare at ingen kunder er
      *> hjemmehoerende i udlandet efter den kilde.
           load-hjemland.
               open input kunde-file
               if kundefil-status not = "00"
                   and kundefil-status not = "05"
                   display "KONTORENTE: " function trim(kunde-file-name)
                       " findes ikke - ingen kildeskat efter adresse"
               else
                   move "N" to end-of-fil
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
                       perform registrer-adresseland
                   end-if
                   perform until end-of-fil = "Y"
                       read kunde-file into kunde-info
                   at end
                       move "Y" to end-of-fil
                   not at end
                       perform registrer-adresseland
                   end-read
                   end-perform
                   close kunde-file
               end-if

               open input skattebop-file
               if skattebop-status = "00" or skattebop-status = "05"
                   move "N" to end-of-fil
                   perform until end-of-fil = "Y"
                       read skattebop-file into skattebop-record
                   at end
                       move "Y" to end-of-fil
                   not at end
                       perform registrer-erklaering
                   end-read
                   end-perform
                   close skattebop-file
               end-if
           exit.

           registrer-adresseland.
               if hjem-count >= hjem-max
                   display "KONTORENTE: hjemlandstabel fuld - "
                       customer-id in kunde-info " ikke medtaget"
                   exit paragraph
               end-if
               add 1 to hjem-count
               move customer-id in kunde-info to hj-kunde-id(hjem-count)
               move lande-kode in kunde-info to hj-land(hjem-count)
               if hj-land(hjem-count) = spaces
                   move "DK" to hj-land(hjem-count)
               end-if
               move "N" to hj-erklaeret(hjem-count)
           exit.

           registrer-erklaering.
               move sb-kunde-id to soeg-hjem-kunde
               perform find-hjemland
               if hj-match = 0
                   if hjem-count >= hjem-max
                       exit paragraph
                   end-if
                   add 1 to hjem-count
                   move hjem-count to hj-match
                   move sb-kunde-id to hj-kunde-id(hj-match)
                   move "N" to hj-erklaeret(hj-match)
               end-if
               evaluate true
                   when sb-land = "DK"
                       move "DK" to hj-land(hj-match)
                       move "D" to hj-erklaeret(hj-match)
                   when hj-erklaeret(hj-match) = "N"
                       move sb-land to hj-land(hj-match)
                       move "J" to hj-erklaeret(hj-match)
               end-evaluate
           exit.

           find-hjemland.
               move 0 to hj-match
               perform varying hj-index from 1 by 1
                   until hj-index > hjem-count or hj-match > 0
                   if hj-kunde-id(hj-index) = soeg-hjem-kunde
                       move hj-index to hj-match
                   end-if
               end-perform
           exit.

      *> Overenskomstsatserne - uden KILDESKAT.txt faar alle
      *> udenlandske kunder standardsatsen.
           load-kildeskat-satser.
               open input kildeskat-file
               if kildeskat-status not = "00"
                   and kildeskat-status not = "05"
                   display "KONTORENTE: "
                       function trim(kildeskat-file-name)
                       " findes ikke - standardsats " standard-sats
                       " for alle lande"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read kildeskat-file into kildeskat-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if sats-count >= sats-max
                       display "KONTORENTE: satstabel fuld - "
                           ks-land " faar standardsatsen"
                   else
                       if ks-sats is numeric
                           add 1 to sats-count
                           move ks-land to ss-land(sats-count)
                           move ks-sats to ss-sats(sats-count)
                       else
                           display "KONTORENTE: ugyldig kildeskat"
                               "esats for " ks-land " - ignoreret"
                       end-if
                   end-if
               end-read
               end-perform
               close kildeskat-file
           exit.

      *> Kildeskat af en positiv kreditrente til en kunde med
      *> udenlandsk hjemland; debetrente og negativ rente er aldrig
      *> kildeskattepligtig. Skatten journaliseres straks.
           beregn-kildeskat.
               move 0 to kildeskat-beloeb
               move spaces to kildeskat-land
               move spaces to kildeskat-tekst
               if balance in konto-info < 0
                   or accrual-amount not > 0
                   exit paragraph
               end-if
               move customer-id in konto-info to soeg-hjem-kunde
               perform find-hjemland
               if hj-match = 0
                   exit paragraph
               end-if
               if hj-land(hj-match) = "DK"
                   exit paragraph
               end-if
               move hj-land(hj-match) to kildeskat-land
               move standard-sats to kildeskat-sats
               perform varying ss-index from 1 by 1
                   until ss-index > sats-count
                   if ss-land(ss-index) = kildeskat-land
                       move ss-sats(ss-index) to kildeskat-sats
                   end-if
               end-perform
               compute kildeskat-beloeb rounded =
                   accrual-amount * kildeskat-sats / 100
               if kildeskat-beloeb = 0
                   exit paragraph
               end-if
               compute netto-beloeb = accrual-amount - kildeskat-beloeb
               add 1 to kildeskat-antal
               string
                   " Kildeskat " kildeskat-land ": " kildeskat-beloeb
                   " Netto: " netto-beloeb
                   into kildeskat-tekst
               end-string

               move "RENTEUDGIF" to glj-account-id
               move skat-gl-konto to glj-contra-account
               move koersel-dato to glj-date
               move kildeskat-beloeb to glj-amount
               move "DR" to glj-dr-cr
               move "01" to glj-cyklus
               move "KSKT" to glj-kilde
               write gl-journal-record
               move skat-gl-konto to glj-account-id
               move "RENTEUDGIF" to glj-contra-account
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
                   display "KONTORENTE: segl brudt for "
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
