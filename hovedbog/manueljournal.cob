       identification division.
       program-id. MANUELJOURNAL.

      *> Manuelle finansposteringer med maker-checker: hidtil har
      *> kun kontopostering.cob, afklaring.cob og renteprovision.cob
      *> skrevet GL-JOURNAL.txt, og en korrektion, en periodisering
      *> eller en omklassificering mellem GL-konti blev lavet ved at
      *> redigere journalfilen i haanden. Dette program laeser
      *> bilag fra MANUELJOURNAL-TRANS.txt og vedligeholder
      *> registeret MANUEL-JOURNAL.txt (se MANJOURNAL.cpy) - samme
      *> byg-indekseret-kopi / anvend / skriv-tilbage-moenster og
      *> samme godkendelsesmarkoer (<transfil>.GODKENDT) som
      *> kreditvedligehold.cob.
      *>   - "T" er en linje i et nyt bilag. Et bilags linjer skal
      *>     staa samlet i transaktionsfilen; naar bilaget er laest,
      *>     valideres det som helhed: mindst to linjer, hver paa en
      *>     konto i KONTOPLAN.txt med DR/CR og et positivt beloeb,
      *>     een bogfoeringsdato og een opretter - og sum DR skal
      *>     stemme med sum CR. Et ugyldigt bilag afvises helt.
      *>     Et gyldigt bilag registreres som afventende; intet
      *>     skrives til journalen endnu.
      *>   - "G" godkender et afventende bilag. Godkenderen maa ikke
      *>     vaere opretteren. Foerst nu tilfoejes linjerne til
      *>     GL-JOURNAL.txt med glj-kilde "MANU".
      *>   - "A" afviser et afventende bilag - ogsaa det af en anden
      *>     end opretteren. Det afviste bilag bliver staaende i
      *>     registeret til revisionen.
      *> Oprettelse og beslutning stemples i revisionsloggen via
      *> AUDITLOG. Afviste transaktioner staar i MANUELJOURNAL-
      *> FEJL.txt og giver RC=4.

       environment division.
       input-output section.
       file-control.
           select mj-file assign to dynamic mj-file-name
               organization is line sequential
               file status is mj-status-fil.

           select mj-index-file assign to "MANJOURNALMST.dat"
               organization is indexed
               access mode is dynamic
               record key is mj-idx-noegle of mj-idx-record
               file status is mj-idx-status.

           select kontoplan-file assign to dynamic kontoplan-file-name
               organization is line sequential
               file status is kontoplan-status.

           select gl-journal-file assign to dynamic gl-journal-file-name
               organization is line sequential
               file status is gl-journal-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "MANUELJOURNAL-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD mj-file.
           01 mj-record.
               COPY "MANJOURNAL.cpy".

           FD mj-index-file.
           01 mj-idx-record.
               02 mj-idx-noegle      PIC X(13).
               02 mj-idx-data        PIC X(96).

           FD kontoplan-file.
           01 kontoplan-record.
               COPY "KONTOPLAN.cpy".

           FD gl-journal-file.
           01 gl-journal-record.
               COPY "GLJOURNAL.cpy".

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-linje.
                   COPY "MANJOURNAL.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 end-of-plan PIC X value "N".
           01 end-of-bilag PIC X value "N".
           01 mj-idx-status PIC XX value "00".
           01 mj-status-fil PIC XX value "00".
           01 mj-file-name PIC X(100) value "MANUEL-JOURNAL.txt".
           01 kontoplan-file-name PIC X(100) value "KONTOPLAN.txt".
           01 kontoplan-status PIC XX value "00".
           01 gl-journal-file-name PIC X(100) value "GL-JOURNAL.txt".
           01 gl-journal-status PIC XX value "00".
           01 trans-file-name PIC X(100)
               value "MANUELJOURNAL-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 bilag-gyldig PIC X value "Y".
           01 koersel-dato PIC X(8).
           01 fejl-antal PIC 9(5) value 0.
           01 oprettet-antal PIC 9(5) value 0.
           01 bogfoert-antal PIC 9(5) value 0.
           01 afvist-antal PIC 9(5) value 0.

      *> Kontoplanen som opslagstabel, som i hovedbog.cob.
           01 plan-count           PIC 9(3) value 0.
           01 plan-max             PIC 9(3) value 100.
           01 plan-table.
               02 plan-entry occurs 100 times.
                   03 pl-gl-konto   PIC X(10).
           01 pl-index             PIC 9(3).
           01 pl-found             PIC X value "N".

      *> Det bilag der er ved at blive laest ind fra transaktions-
      *> filen ("T"), eller som er hentet fra registeret til en
      *> beslutning ("G"/"A").
           01 bilag-id             PIC X(10) value spaces.
           01 bilag-count          PIC 9(3) value 0.
           01 bilag-max            PIC 9(3) value 99.
           01 bilag-tabel.
               02 bilag-entry occurs 99 times.
                   03 bl-linje.
                       COPY "MANJOURNAL.cpy".
           01 bl-index             PIC 9(3).
           01 bl-modpart           PIC 9(3).
           01 bilag-fejl           PIC X(60).
           01 sum-debet            PIC 9(11)V99.
           01 sum-kredit           PIC 9(11)V99.

           01 audit-program-id PIC X(20) value "MANUELJOURNAL".
           01 audit-kunde-id   PIC X(10).
           01 audit-action     PIC X(10).

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "MANUELJOURNAL".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept mj-file-name
               from environment "MANJOURNALFIL_NAVN"
               on exception
                   move "MANUEL-JOURNAL.txt" to mj-file-name
           end-accept
           accept trans-file-name
               from environment "MANJOURNALTRANS_NAVN"
               on exception
                   move "MANUELJOURNAL-TRANS.txt" to trans-file-name
           end-accept
           accept kontoplan-file-name
               from environment "KONTOPLANFIL_NAVN"
               on exception
                   move "KONTOPLAN.txt" to kontoplan-file-name
           end-accept
           accept gl-journal-file-name
               from environment "GLJOURNALFIL_NAVN"
               on exception
                   move "GL-JOURNAL.txt" to gl-journal-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if

           perform tjek-godkendelse
           perform load-kontoplan
           perform build-mj-index

           open i-o mj-index-file
           open input trans-file
           open output error-file
           move gl-journal-file-name to segl-fil-navn
           perform verificer-segl
           open extend gl-journal-file
           if gl-journal-status = "35"
               open output gl-journal-file
           end-if

           perform until end-of-trans = "Y"
               read trans-file into trans-record
           at end
               move "Y" to end-of-trans
           not at end
               perform apply-transaction
           end-read
           end-perform
           perform afslut-bilag

           close trans-file
           close error-file
           close gl-journal-file
           move gl-journal-file-name to segl-fil-navn
           perform forsegl-fil
           close mj-index-file

           perform rewrite-mj-file

           display "MANUELJOURNAL: " oprettet-antal
               " bilag oprettet, " bogfoert-antal " godkendt og"
               " bogfoert, " afvist-antal " afvist, " fejl-antal
               " transaktion(er) afvist"
           if fejl-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

      *> Kraever godkendelsesmarkoeren <transfil>.GODKENDT foer
      *> registeret roeres - praecis som kontopostering.cob's
      *> tjek-godkendelse.
           tjek-godkendelse.
               move spaces to godkendt-file-name
               string
                   function trim(trans-file-name)
                   ".GODKENDT"
                   into godkendt-file-name
               end-string
               move "N" to godkendt-fundet
               open input godkendt-file
               if godkendt-status = "00" or godkendt-status = "05"
                   move "Y" to godkendt-fundet
                   close godkendt-file
               end-if
               if godkendt-fundet = "N"
                   display "MANUELJOURNAL: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Uden kontoplan kan intet bilag valideres - som i
      *> hovedbog.cob er en manglende KONTOPLAN.txt en haard fejl.
           load-kontoplan.
               open input kontoplan-file
               if kontoplan-status not = "00"
                   and kontoplan-status not = "05"
                   display "MANUELJOURNAL: "
                       function trim(kontoplan-file-name)
                       " findes ikke - kan ikke validere bilag"
                   move 8 to return-code
                   stop run
               end-if
               perform until end-of-plan = "Y"
                   read kontoplan-file into kontoplan-record
               at end
                   move "Y" to end-of-plan
               not at end
                   if plan-count >= plan-max
                       display "MANUELJOURNAL: kontoplan-tabel fuld"
                           " - " kp-gl-konto " ikke indlaest"
                   else
                       add 1 to plan-count
                       move kp-gl-konto to pl-gl-konto(plan-count)
                   end-if
               end-read
               end-perform
               close kontoplan-file
           exit.

      *> Bygger det indekserede arbejdseksemplar - et register der
      *> ikke findes endnu er det allerfoerste bilag, ikke en fejl.
           build-mj-index.
               open output mj-index-file
               close mj-index-file
               open input mj-file
               if mj-status-fil not = "00"
                   and mj-status-fil not = "05"
                   continue
               else
                   open i-o mj-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read mj-file into mj-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move mj-record to mj-idx-record
                       write mj-idx-record
                       invalid key
                           display "Dublet bilagslinje sprunget"
                               " over: " mj-idx-noegle
                       end-write
                   end-read
                   end-perform
                   close mj-file
                   close mj-index-file
               end-if
               move "N" to end-of-master
           exit.

      *> Linjerne til et nyt bilag samles, til bilags-id'et skifter
      *> eller en anden transaktionstype kommer - saa valideres og
      *> registreres bilaget som helhed.
           apply-transaction.
               if trans-action not = "T"
                   or mj-bilag-id in trans-linje not = bilag-id
                   perform afslut-bilag
               end-if
               evaluate trans-action
                   when "T"
                       perform opsaml-linje
                   when "G"
                       perform beslut-bilag
                   when "A"
                       perform beslut-bilag
                   when other
                       move spaces to error-line
                       string
                           "Ukendt transaktionstype [" trans-action
                           "] for bilag "
                           function trim(mj-bilag-id in trans-linje)
                           into error-line
                       end-string
                       perform skriv-fejl
               end-evaluate
           exit.

           opsaml-linje.
               if bilag-count = 0
                   move mj-bilag-id in trans-linje to bilag-id
                   move "Y" to bilag-gyldig
                   move spaces to bilag-fejl
               end-if
               if bilag-count >= bilag-max
                   move "N" to bilag-gyldig
                   move "for mange linjer" to bilag-fejl
                   exit paragraph
               end-if
               add 1 to bilag-count
               move trans-linje to bl-linje(bilag-count)
           exit.

      *> Validerer og registrerer det opsamlede bilag.
           afslut-bilag.
               if bilag-count = 0
                   move spaces to bilag-id
                   exit paragraph
               end-if
               if bilag-gyldig = "Y"
                   perform valider-bilag
               end-if
               if bilag-gyldig = "Y"
                   perform tjek-bilag-findes
               end-if
               if bilag-gyldig = "N"
                   move spaces to error-line
                   string
                       "Bilag afvist, "
                       function trim(bilag-fejl) ": "
                       function trim(bilag-id)
                       into error-line
                   end-string
                   perform skriv-fejl
               else
                   perform registrer-bilag
               end-if
               move 0 to bilag-count
               move spaces to bilag-id
           exit.

           valider-bilag.
               move 0 to sum-debet
               move 0 to sum-kredit
               if bilag-id = spaces
                   move "N" to bilag-gyldig
                   move "bilags-id mangler" to bilag-fejl
                   exit paragraph
               end-if
               if bilag-count < 2
                   move "N" to bilag-gyldig
                   move "et bilag skal have mindst to linjer"
                       to bilag-fejl
                   exit paragraph
               end-if
               perform varying bl-index from 1 by 1
                   until bl-index > bilag-count
                       or bilag-gyldig = "N"
                   perform valider-linje
               end-perform
               if bilag-gyldig = "Y"
                   and sum-debet not = sum-kredit
                   move "N" to bilag-gyldig
                   move "debet og kredit stemmer ikke" to bilag-fejl
               end-if
           exit.

      *> Hver linje skal vaere fuldstaendig, paa en konto i
      *> kontoplanen, og dele bogfoeringsdato og opretter med
      *> bilagets foerste linje.
           valider-linje.
               if mj-gl-konto in bl-linje(bl-index) = spaces
                   or not mj-debet in bl-linje(bl-index)
                       and not mj-kredit in bl-linje(bl-index)
                   or mj-beloeb in bl-linje(bl-index) not numeric
                   or mj-bogf-dato in bl-linje(bl-index) not numeric
                   or mj-oprettet-af in bl-linje(bl-index) = spaces
                   or mj-tekst in bl-linje(bl-index) = spaces
                   move "N" to bilag-gyldig
                   move "linje med ugyldig konto, DR-CR, beloeb, dato,"
                       to bilag-fejl
                   move "tekst eller opretter" to bilag-fejl(47:14)
                   exit paragraph
               end-if
               if mj-beloeb in bl-linje(bl-index) = 0
                   move "N" to bilag-gyldig
                   move "linje med nul-beloeb" to bilag-fejl
                   exit paragraph
               end-if
               if mj-bogf-dato in bl-linje(bl-index)
                   not = mj-bogf-dato in bl-linje(1)
                   or mj-oprettet-af in bl-linje(bl-index)
                   not = mj-oprettet-af in bl-linje(1)
                   move "N" to bilag-gyldig
                   move "linjerne har forskellig dato eller opretter"
                       to bilag-fejl
                   exit paragraph
               end-if
               move "N" to pl-found
               perform varying pl-index from 1 by 1
                   until pl-index > plan-count
                   if pl-gl-konto(pl-index)
                       = mj-gl-konto in bl-linje(bl-index)
                       move "Y" to pl-found
                   end-if
               end-perform
               if pl-found = "N"
                   move "N" to bilag-gyldig
                   move spaces to bilag-fejl
                   string
                       "konto "
                       function trim(mj-gl-konto in bl-linje(bl-index))
                       " findes ikke i kontoplanen"
                       into bilag-fejl
                   end-string
                   exit paragraph
               end-if
               if mj-debet in bl-linje(bl-index)
                   add mj-beloeb in bl-linje(bl-index) to sum-debet
               else
                   add mj-beloeb in bl-linje(bl-index) to sum-kredit
               end-if
           exit.

      *> Et bilags-id bruges kun een gang - ogsaa efter en afvisning.
           tjek-bilag-findes.
               move bilag-id to mj-bilag-id in mj-record
               move 0 to mj-linje-nr in mj-record
               move mj-noegle in mj-record to mj-idx-noegle
               start mj-index-file key is >= mj-idx-noegle
                   invalid key
                       exit paragraph
               end-start
               read mj-index-file next record
                   at end
                       exit paragraph
               end-read
               if mj-idx-noegle(1:10) = bilag-id
                   move "N" to bilag-gyldig
                   move "bilags-id findes allerede" to bilag-fejl
               end-if
           exit.

      *> Linjerne nummereres i den raekkefoelge de kom, og bilaget
      *> venter paa godkendelse.
           registrer-bilag.
               perform varying bl-index from 1 by 1
                   until bl-index > bilag-count
                   move bl-index to mj-linje-nr in bl-linje(bl-index)
                   move koersel-dato
                       to mj-oprettet-dato in bl-linje(bl-index)
                   move space to mj-status in bl-linje(bl-index)
                   move spaces to mj-besluttet-af in bl-linje(bl-index)
                   move spaces
                       to mj-besluttet-dato in bl-linje(bl-index)
                   move bl-linje(bl-index) to mj-idx-record
                   write mj-idx-record
                   invalid key
                       display "MANUELJOURNAL: bilagslinje findes"
                           " allerede: " mj-idx-noegle
                   end-write
               end-perform
               add 1 to oprettet-antal
               move bilag-id to audit-kunde-id
               move "MJ-OPRET" to audit-action
               perform skriv-audit
           exit.

      *> En beslutning hentes ind paa hele bilaget fra registeret,
      *> kontrolleres, og stemples paa hver linje. Ved en
      *> godkendelse skrives linjerne samtidig til journalen.
           beslut-bilag.
               move mj-bilag-id in trans-linje to bilag-id
               perform hent-bilag
               if bilag-count = 0
                   move spaces to error-line
                   string
                       "Beslutning afvist, bilaget findes ikke: "
                       function trim(bilag-id)
                       into error-line
                   end-string
                   perform skriv-fejl
                   move spaces to bilag-id
                   exit paragraph
               end-if
               if not mj-afventer in bl-linje(1)
                   move spaces to error-line
                   string
                       "Beslutning afvist, bilaget afventer ikke"
                       " (status " mj-status in bl-linje(1) "): "
                       function trim(bilag-id)
                       into error-line
                   end-string
                   perform skriv-fejl
                   move 0 to bilag-count
                   move spaces to bilag-id
                   exit paragraph
               end-if
               if mj-besluttet-af in trans-linje = spaces
                   or mj-besluttet-af in trans-linje
                       = mj-oprettet-af in bl-linje(1)
                   move spaces to error-line
                   string
                       "Beslutning afvist, godkenderen mangler"
                       " eller er opretteren selv: "
                       function trim(bilag-id)
                       into error-line
                   end-string
                   perform skriv-fejl
                   move 0 to bilag-count
                   move spaces to bilag-id
                   exit paragraph
               end-if
               if mj-besluttet-dato in trans-linje = spaces
                   move koersel-dato
                       to mj-besluttet-dato in trans-linje
               end-if

               perform varying bl-index from 1 by 1
                   until bl-index > bilag-count
                   if trans-action = "G"
                       move "G" to mj-status in bl-linje(bl-index)
                       perform skriv-journallinje
                   else
                       move "A" to mj-status in bl-linje(bl-index)
                   end-if
                   move mj-besluttet-af in trans-linje
                       to mj-besluttet-af in bl-linje(bl-index)
                   move mj-besluttet-dato in trans-linje
                       to mj-besluttet-dato in bl-linje(bl-index)
                   move mj-noegle in bl-linje(bl-index)
                       to mj-idx-noegle
                   read mj-index-file
                   move bl-linje(bl-index) to mj-idx-record
                   rewrite mj-idx-record
               end-perform

               move bilag-id to audit-kunde-id
               if trans-action = "G"
                   add 1 to bogfoert-antal
                   move "MJ-GODKEND" to audit-action
               else
                   add 1 to afvist-antal
                   move "MJ-AFVIS" to audit-action
               end-if
               perform skriv-audit
               move 0 to bilag-count
               move spaces to bilag-id
           exit.

      *> Henter alle bilagets linjer fra arbejdseksemplaret.
           hent-bilag.
               move 0 to bilag-count
               move bilag-id to mj-bilag-id in mj-record
               move 0 to mj-linje-nr in mj-record
               move mj-noegle in mj-record to mj-idx-noegle
               move "N" to end-of-bilag
               start mj-index-file key is >= mj-idx-noegle
                   invalid key
                       move "Y" to end-of-bilag
               end-start
               perform until end-of-bilag = "Y"
                   read mj-index-file next record
                   at end
                       move "Y" to end-of-bilag
                   not at end
                       if mj-idx-noegle(1:10) not = bilag-id
                           or bilag-count >= bilag-max
                           move "Y" to end-of-bilag
                       else
                           add 1 to bilag-count
                           move mj-idx-record
                               to bl-linje(bilag-count)
                       end-if
                   end-read
               end-perform
           exit.

      *> En journallinje pr. bilagslinje med positivt beloeb og
      *> linjens DR/CR. Modkontoen er kontoen paa bilagets foerste
      *> linje paa den modsatte side - i et to-linjers bilag altsaa
      *> netop den anden konto.
           skriv-journallinje.
               perform varying bl-modpart from 1 by 1
                   until bl-modpart > bilag-count
                   or mj-dr-cr in bl-linje(bl-modpart)
                       not = mj-dr-cr in bl-linje(bl-index)
                   continue
               end-perform
               move mj-gl-konto in bl-linje(bl-index)
                   to glj-account-id
               move mj-gl-konto in bl-linje(bl-modpart)
                   to glj-contra-account
               move mj-bogf-dato in bl-linje(bl-index) to glj-date
               move mj-beloeb in bl-linje(bl-index) to glj-amount
               move mj-dr-cr in bl-linje(bl-index) to glj-dr-cr
               move "01" to glj-cyklus
               move "MANU" to glj-kilde
               write gl-journal-record
           exit.

           skriv-fejl.
               write error-record
               add 1 to fejl-antal
           exit.

           skriv-audit.
               call "AUDITLOG" using audit-program-id
                   audit-kunde-id audit-action
               end-call
           exit.

           rewrite-mj-file.
               open input mj-index-file
               open output mj-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read mj-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move mj-idx-record to mj-record
                   write mj-record
               end-read
               end-perform
               close mj-index-file
               close mj-file
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
                   display "MANUELJOURNAL: segl brudt for "
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
