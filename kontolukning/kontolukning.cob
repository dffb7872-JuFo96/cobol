      *> (konto-id, modtagerkonto, lukningsdato):
      *>
      *> 1) Rente fra kontoens seneste RENTEHISTORIK-tilskrivning
      *>    frem til lukningsdatoen (aktuel sats fra RENTESATS.txt,
      *>    eller kontoens individuelle renteaftale naar en er i
      *>    kraft - se RENTEAFTALEOPSLAG - og ellers med
      *>    personaletillaegget for en medarbejders egen konto, se
      *>    PERSONALEOPSLAG) skrives som en TRANS-POST-postering.
      *>    Slutrenten behandles som kontorente.cob's tilskrivning:
      *>    en kunde skattemaessigt hjemmehoerende i udlandet faar
      *>    kildeskat tilbageholdt (DR RENTEUDGIF / CR skatteskyld-
      *>    kontoen i GL-JOURNAL.txt, kilde "KSKT") og kun netto-
      *>    renten posteret, og bruttorenten skrives i
      *>    RENTEHISTORIK.txt med skatten, saa kildeskatafregning
      *>    og aarsrenteopgoerelse ogsaa faar slutrenten med.
      *> 2) Hele saldoen inkl. slutrenten flyttes til kundens
      *>    modtagerkonto. Begge gaar som trans-type "AFVK" - den
      *>    sanktionerede afviklingstype, som kontopostering.cob
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
           01 end-of-master    PIC X value "N".
           01 end-of-modtager  PIC X value "N".
           01 rt-index         PIC 9(3).
           01 fundet-sats      PIC S9(3)V99.
           01 bedste-fra       PIC X(8).
           01 aftale-art       PIC X(1).
           01 aftale-fundet    PIC X(1).
           01 aftale-sats      PIC S9(3)V99.
           01 aftale-skifte    PIC X(8).
           01 personale-fundet PIC X(1).
           01 personale-tillaeg PIC S9(3)V99.

           01 sidste-tilskrivning PIC X(8).
           01 rente-dage       PIC S9(5).
           01 slut-rente       PIC S9(7)V99.
           01 slut-saldo       PIC S9(8)V99.
           01 slut-netto       PIC S9(7)V99.
           01 afregnet-antal   PIC 9(3) value 0.
           01 purget-antal     PIC 9(3) value 0.

      *> Kildeskat: kundernes hjemland (erklaering foer adresse),
      *> overenskomstsatserne og skatteskyldkontoen - samme tabeller
      *> som kontorente.cob.
           01 kunde-file-name  PIC X(100)
               value "kundeoplysninger.txt".
           01 kundefil-status  PIC XX value "00".
           01 skattebop-file-name PIC X(100)
               value "SKATTEBOPAEL.txt".
           01 skattebop-status PIC XX value "00".
           01 kildeskat-file-name PIC X(100) value "KILDESKAT.txt".
           01 kildeskat-status PIC XX value "00".
           01 gl-journal-file-name PIC X(100)
               value "GL-JOURNAL.txt".
           01 gl-journal-status PIC XX value "00".
           01 end-of-fil       PIC X value "N".
           01 kunde-header-missing PIC X value "N".
           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 skat-gl-konto    PIC X(10) value "KILDESKAT".
           01 standard-sats    PIC 9(2)V99 value 22.
           01 hjem-count       PIC 9(5) value 0.
           01 hjem-max         PIC 9(5) value 2000.
           01 hjem-table.
               02 hjem-entry occurs 2000 times.
                   03 hj-kunde-id   PIC X(10).
                   03 hj-land       PIC X(2).
                   03 hj-erklaeret  PIC X(1).
           01 hj-index         PIC 9(5).
           01 hj-match         PIC 9(5).
           01 soeg-hjem-kunde  PIC X(10).
           01 sats-count       PIC 9(3) value 0.
           01 sats-max         PIC 9(3) value 200.
           01 sats-table.
               02 sats-entry occurs 200 times.
                   03 ss-land       PIC X(2).
                   03 ss-sats       PIC 9(2)V99.
           01 ss-index         PIC 9(3).
           01 kildeskat-land   PIC X(2).
           01 kildeskat-sats   PIC 9(2)V99.
           01 kildeskat-beloeb PIC S9(7)V99.
           01 kildeskat-antal  PIC 9(3) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "KONTOLUKNING".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
               compute retention-dage =
                   function numval(retention-tekst)
           end-if
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
                   display "KONTOLUKNING: ugyldig "
                       "KILDESKAT_STANDARDSATS - bruger "
                       standard-sats
               end-if
           end-if

           perform load-modtagere
           perform load-behandlede
           perform load-rate-table
           perform load-hjemland
           perform load-kildeskat-satser
           perform build-konto-index

           open i-o konto-index-file
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
           open extend behandlet-file
           if behandlet-status = "35"
               open output behandlet-file

           close behandlet-file
           close trans-file
           move trans-file-name to segl-fil-navn
           perform forsegl-fil
           close gl-journal-file
           move gl-journal-file-name to segl-fil-navn
           perform forsegl-fil
           close konto-index-file

           perform rewrite-konto-file

           display "KONTOLUKNING: " afregnet-antal
               " konti afregnet, " purget-antal " purget"
           display "KONTOLUKNING: " kildeskat-antal
               " slutrenter med tilbageholdt kildeskat"

           stop run.

      *> Bygger det indekserede arbejdseksemplar - samme moenster
      *> og header-verificering som kontopostering.cob.
           build-konto-index.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               perform verificer-konto-header
               open output konto-index-file

      *> Slutafregningen: rente fra seneste tilskrivning til
      *> lukningsdatoen, saa hele saldoen inkl. slutrenten over til
      *> modtagerkontoen - begge gennem TRANS-POST.txt. Slutrenten
      *> posteres netto for kildeskat; bruttorenten og skatten gaar
      *> i RENTEHISTORIK.txt.
           afregn-konto.
               add 1 to afregnet-antal
               perform find-sidste-tilskrivning
               compute slut-rente rounded =
                   balance in konto-idx-record * fundet-sats
                   * rente-dage / 36500
               perform beregn-kildeskat
               compute slut-netto = slut-rente - kildeskat-beloeb

      *> Begge posteringer gaar som trans-type "AFVK" - den
      *> sanktionerede afviklingstype kontopostering.cob anvender
      *> selv om kontoen staar "L"; en almindelig postering ville
      *> blive afvist af status-gaten og stranden paa interims-
      *> kontoen.
               if slut-netto not = 0
                   move account-id in konto-idx-record
                       to trans-account-id
                   move koersel-dato
                       to trans-date in trans-record
                   move slut-netto
                       to trans-amount in trans-record
                   move "AFVK" to trans-type in trans-record
                   move spaces to trans-modkonto
                       to trans-tekst in trans-record
                   write trans-record
               end-if
               if slut-rente not = 0
                   perform skriv-rentehistorik
               end-if

               compute slut-saldo =
                   balance in konto-idx-record + slut-netto
               if slut-saldo > 0
                   move account-id in konto-idx-record
                       to trans-account-id
                       end-if
                   end-if
               end-perform
      *> En individuel renteaftale i kraft gaar forud for
      *> produktsatsen, som i kontorente.cob.
               if balance in konto-idx-record < 0
                   move "D" to aftale-art
               else
                   move "K" to aftale-art
               end-if
               call "RENTEAFTALEOPSLAG" using
                   account-id in konto-idx-record aftale-art
                   koersel-dato aftale-fundet aftale-sats
                   aftale-skifte
               end-call
               if aftale-fundet = "Y"
                   move aftale-sats to fundet-sats
               else
                   perform find-personalevilkaar
               end-if
           exit.

      *> Uden en aftale faar en medarbejders egen konto
      *> personaletillaegget til produktsatsen (negativt for
      *> debetrenten, dog aldrig under nul) - som kontorente.cob's
      *> find-personalevilkaar.
           find-personalevilkaar.
               call "PERSONALEOPSLAG" using
                   customer-id in konto-idx-record aftale-art
                   koersel-dato personale-fundet personale-tillaeg
               end-call
               if personale-fundet = "Y"
                   add personale-tillaeg to fundet-sats
                   if aftale-art = "D" and fundet-sats < 0
                       move 0 to fundet-sats
                   end-if
               end-if
           exit.

      *> Kundernes skattemaessige hjemland: adressens lande-kode
      *> (blank = DK) som udgangspunkt, overskrevet af kundens
      *> erklaering i SKATTEBOPAEL.txt - samme regel som
      *> kontorente.cob's load-hjemland. Manglende filer betyder
      *> bare at ingen kunder er hjemmehoerende i udlandet efter den
      *> kilde.
           load-hjemland.
               open input kunde-file
               if kundefil-status not = "00"
                   and kundefil-status not = "05"
                   display "KONTOLUKNING: "
                       function trim(kunde-file-name)
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
                   display "KONTOLUKNING: hjemlandstabel fuld - "
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
                   display "KONTOLUKNING: "
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
                       display "KONTOLUKNING: satstabel fuld - "
                           ks-land " faar standardsatsen"
                   else
                       if ks-sats is numeric
                           add 1 to sats-count
                           move ks-land to ss-land(sats-count)
                           move ks-sats to ss-sats(sats-count)
                       else
                           display "KONTOLUKNING: ugyldig kildeskat"
                               "esats for " ks-land " - ignoreret"
                       end-if
                   end-if
               end-read
               end-perform
               close kildeskat-file
           exit.

      *> Kildeskat af en positiv kreditslutrente til en kunde med
      *> udenlandsk hjemland; debetrente og negativ rente er aldrig
      *> kildeskattepligtig. Skatten journaliseres straks, som i
      *> kontorente.cob's beregn-kildeskat.
           beregn-kildeskat.
               move 0 to kildeskat-beloeb
               move spaces to kildeskat-land
               if balance in konto-idx-record < 0
                   or slut-rente not > 0
                   exit paragraph
               end-if
               move customer-id in konto-idx-record to soeg-hjem-kunde
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
                   slut-rente * kildeskat-sats / 100
               if kildeskat-beloeb = 0
                   exit paragraph
               end-if
               add 1 to kildeskat-antal

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

      *> Slutrenten som en RENTEHISTORIK.txt-linje - samme felter
      *> som kontorente.cob's tilskrivning, dateret koerselsdatoen.
           skriv-rentehistorik.
               open extend rente-historik-file
               if rente-historik-status = "35"
                   open output rente-historik-file
               end-if
               move account-id in konto-idx-record to rh-account-id
               move koersel-dato to rh-accrual-date
               if slut-rente < 0
                   compute rh-accrual-amount = 0 - slut-rente
                   move "-" to rh-fortegn
               else
                   move slut-rente to rh-accrual-amount
                   move space to rh-fortegn
               end-if
               move valuta-id in konto-idx-record to rh-valuta-id
               if balance in konto-idx-record < 0
                   move "D" to rh-rente-art
               else
                   move space to rh-rente-art
               end-if
               move kildeskat-beloeb to rh-kildeskat
               move kildeskat-land to rh-kildeskat-land
               write rente-historik-record
               close rente-historik-file
           exit.

      *> Tilbageskrivning: en "L"-konto med nulsaldo hvis
               end-perform
               close konto-index-file
               close konto-file
               move konto-file-name to segl-fil-navn
               perform forsegl-fil
           exit.

           skriv-eller-purg.
               end-if
               write konto-record
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
                   display "KONTOLUKNING: segl brudt for "
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
