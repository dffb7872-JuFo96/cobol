       identification division.
       program-id. REFDATAVEDLIGEHOLD.

      *> Aendringsstyring af referencefilerne RENTESATS.txt,
      *> ALARMREGLER.txt, PRODUKTKATALOG.txt, TRAEKRET.txt,
      *> KONTOPLAN.txt og PARMS.txt: hidtil blev en sats eller en
      *> graense rettet direkte i filen af hvem som helst med adgang
      *> til den. Dette program laeser aendringer fra REFDATA-
      *> TRANS.txt og vedligeholder aendringsregisteret REFDATA-
      *> AENDRINGER.txt (se REFAENDRING.cpy) - samme byg-indekseret-
      *> kopi / anvend / skriv-tilbage-moenster, samme
      *> godkendelsesmarkoer (<transfil>.GODKENDT) og samme
      *> opret/godkend/afvis-forloeb som manueljournal.cob.
      *>   - "T" registrerer en aendring af een linje: ny linje (N),
      *>     erstat en linje (E) eller slet en linje (S). Den nye
      *>     linje kontrolleres mod filens layout, og den gamle
      *>     linje skal staa praecis saadan i filen i dag. Intet
      *>     roeres i referencefilen endnu.
      *>   - "G" godkender en afventende aendring. Godkenderen maa
      *>     ikke vaere opretteren. Foerst nu anvendes aendringen:
      *>     filen som den stod gemmes som en dateret version (se
      *>     refversion.cob), og filen skrives igen med aendringen.
      *>   - "A" afviser en afventende aendring. Den afviste aendring
      *>     bliver staaende i registeret til revisionen.
      *> En ny eller aendret traekretbevilling kraever - som i
      *> traekretvedligehold.cob - en godkendt kreditindstilling, der
      *> daekker graensen (KREDITTJEK). Oprettelse og beslutning
      *> stemples i revisionsloggen via AUDITLOG. Afviste
      *> transaktioner staar i REFDATA-FEJL.txt og giver RC=4.

       environment division.
       input-output section.
       file-control.
           select ra-file assign to dynamic ra-file-name
               organization is line sequential
               file status is ra-status-fil.

           select ra-index-file assign to "REFAENDRINGMST.dat"
               organization is indexed
               access mode is dynamic
               record key is ra-idx-noegle of ra-idx-record
               file status is ra-idx-status.

           select ref-file assign to dynamic ref-file-name
               organization is line sequential
               file status is ref-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "REFDATA-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD ra-file.
           01 ra-record.
               COPY "REFAENDRING.cpy".

           FD ra-index-file.
           01 ra-idx-record.
               02 ra-idx-noegle      PIC X(10).
               02 ra-idx-data        PIC X(412).

           FD ref-file.
           01 ref-record.
               02 ref-line           PIC X(130).

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-aendring.
                   COPY "REFAENDRING.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 end-of-ref PIC X value "N".
           01 ra-idx-status PIC XX value "00".
           01 ra-status-fil PIC XX value "00".
           01 ra-file-name PIC X(100) value "REFDATA-AENDRINGER.txt".
           01 ref-file-name PIC X(100).
           01 ref-status PIC XX value "00".
           01 trans-file-name PIC X(100) value "REFDATA-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 koersel-dato PIC X(8).
           01 fejl-antal PIC 9(5) value 0.
           01 oprettet-antal PIC 9(5) value 0.
           01 anvendt-antal PIC 9(5) value 0.
           01 afvist-antal PIC 9(5) value 0.

      *> De versionsstyrede referencefiler med det filnavn der
      *> gaelder i denne koersel (miljoevariablen vinder).
           01 reffil-standard.
               COPY "REFFILER.cpy".
           01 reffil-tabel redefines reffil-standard.
               02 reffil-entry occurs 6 times.
                   03 rfl-navn          PIC X(14).
                   03 rfl-standard-fil  PIC X(30).
                   03 rfl-miljoe        PIC X(24).
           01 reffil-navne.
               02 rfl-fil-navn occurs 6 times PIC X(100).
           01 rfl-index            PIC 9(1).
           01 rfl-fundet           PIC 9(1).
           01 miljoe-navn          PIC X(24).

      *> Den aendring der er ved at blive registreret eller besluttet.
           01 aendring.
               COPY "REFAENDRING.cpy".
           01 aendring-gyldig      PIC X value "Y".
           01 aendring-fejl        PIC X(60).

      *> Referencefilen som tabel, mens en aendring kontrolleres og
      *> anvendes.
           01 ref-count            PIC 9(4) value 0.
           01 ref-max              PIC 9(4) value 500.
           01 ref-tabel.
               02 ref-entry occurs 500 times PIC X(130).
           01 ref-index            PIC 9(4).
           01 ref-fundet           PIC 9(4).

      *> Den nye linje set gennem hver referencefils layout.
           01 ny-linje             PIC X(130).
           01 ny-rentesats redefines ny-linje.
               02 ns-type          PIC X(10).
               02 ns-sats          PIC 9(3)V99.
               02 ns-fortegn       PIC X(1).
               02 ns-tier-fra      PIC X(11).
               02 ns-tier-til      PIC X(11).
               02 ns-gyldig-fra    PIC X(8).
               02 ns-rest          PIC X(84).
           01 ny-alarmregel redefines ny-linje.
               COPY "ALARMREGLER.cpy".
               05 ar-rest          PIC X(117).
           01 ny-produkt redefines ny-linje.
               COPY "PRODUKTKAT.cpy".
           01 ny-traekret redefines ny-linje.
               COPY "TRAEKRET.cpy".
           01 ny-kontoplan redefines ny-linje.
               COPY "KONTOPLAN.cpy".
           01 parm-navn-del        PIC X(130).
           01 parm-vaerdi-del      PIC X(130).
           01 parm-lighed          PIC 9(3).

      *> Kreditindstillingen en traekretbevilling gives paa.
           01 kredit-funktion PIC X(1).
           01 kredit-produkt PIC X(4) value "TRKR".
           01 kredit-beloeb PIC 9(9)V99.
           01 kredit-ok PIC X(1).
           01 kredit-aarsag PIC X(60).

      *> Versionen af referencefilen foer aendringen - se
      *> refversion.cob.
           01 version-program  PIC X(20) value "REFDATAVEDLIGEHOLD".
           01 version-fil      PIC X(60).

           01 audit-program-id PIC X(20) value "REFDATAVEDLIGEHOLD".
           01 audit-kunde-id   PIC X(10).
           01 audit-action     PIC X(10).

       procedure division.
       main-program.
           accept ra-file-name
               from environment "REFAENDRINGFIL_NAVN"
               on exception
                   move "REFDATA-AENDRINGER.txt" to ra-file-name
           end-accept
           accept trans-file-name
               from environment "REFDATATRANS_NAVN"
               on exception
                   move "REFDATA-TRANS.txt" to trans-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           perform varying rfl-index from 1 by 1 until rfl-index > 6
               move rfl-miljoe(rfl-index) to miljoe-navn
               accept rfl-fil-navn(rfl-index)
                   from environment miljoe-navn
                   on exception
                       move rfl-standard-fil(rfl-index)
                           to rfl-fil-navn(rfl-index)
               end-accept
           end-perform

           perform tjek-godkendelse
           perform build-ra-index

           open i-o ra-index-file
           open input trans-file
           open output error-file

           perform until end-of-trans = "Y"
               read trans-file into trans-record
           at end
               move "Y" to end-of-trans
           not at end
               perform apply-transaction
           end-read
           end-perform

           close trans-file
           close error-file
           close ra-index-file

           perform rewrite-ra-file

           display "REFDATAVEDLIGEHOLD: " oprettet-antal
               " aendring(er) registreret, " anvendt-antal
               " godkendt og anvendt, " afvist-antal " afvist, "
               fejl-antal " transaktion(er) afvist"
           if fejl-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

      *> Kraever godkendelsesmarkoeren <transfil>.GODKENDT foer
      *> registeret roeres - praecis som manueljournal.cob's
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
                   display "REFDATAVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Bygger det indekserede arbejdseksemplar - et register der
      *> ikke findes endnu er den allerfoerste aendring, ikke en fejl.
           build-ra-index.
               open output ra-index-file
               close ra-index-file
               open input ra-file
               if ra-status-fil not = "00"
                   and ra-status-fil not = "05"
                   continue
               else
                   open i-o ra-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read ra-file into ra-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move ra-record to ra-idx-record
                       write ra-idx-record
                       invalid key
                           display "Dublet aendring sprunget"
                               " over: " ra-idx-noegle
                       end-write
                   end-read
                   end-perform
                   close ra-file
                   close ra-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "T"
                       perform registrer-aendring
                   when "G"
                       perform beslut-aendring
                   when "A"
                       perform beslut-aendring
                   when other
                       move spaces to error-line
                       string
                           "Ukendt transaktionstype [" trans-action
                           "] for aendring "
                           function trim(ra-aendring-id
                               in trans-aendring)
                           into error-line
                       end-string
                       perform skriv-fejl
               end-evaluate
           exit.

      *> En ny aendring valideres som helhed og registreres som
      *> afventende - referencefilen roeres ikke.
           registrer-aendring.
               move trans-aendring to aendring
               move "Y" to aendring-gyldig
               move spaces to aendring-fejl
               perform valider-aendring
               if aendring-gyldig = "Y"
                   move ra-aendring-id in aendring to ra-idx-noegle
                   read ra-index-file
                   invalid key
                       continue
                   not invalid key
                       move "N" to aendring-gyldig
                       move "aendrings-id findes allerede"
                           to aendring-fejl
                   end-read
               end-if
               if aendring-gyldig = "N"
                   move spaces to error-line
                   string
                       "Aendring afvist, "
                       function trim(aendring-fejl) ": "
                       function trim(ra-aendring-id in aendring)
                       into error-line
                   end-string
                   perform skriv-fejl
                   exit paragraph
               end-if

               if ra-oprettet-dato in aendring = spaces
                   move koersel-dato to ra-oprettet-dato in aendring
               end-if
               move space to ra-status in aendring
               move spaces to ra-besluttet-af in aendring
               move spaces to ra-besluttet-dato in aendring
               move spaces to ra-version-fil in aendring
               move aendring to ra-idx-record
               write ra-idx-record
               invalid key
                   display "REFDATAVEDLIGEHOLD: aendring findes"
                       " allerede: " ra-idx-noegle
               end-write
               add 1 to oprettet-antal
               move ra-aendring-id in aendring to audit-kunde-id
               move "RD-OPRET" to audit-action
               perform skriv-audit
           exit.

      *> Aendringen skal vaere fuldstaendig, paa en kendt fil, have
      *> en ny linje der passer til filens layout (N/E), og en gammel
      *> linje der staar i filen i dag (E/S).
           valider-aendring.
               if ra-aendring-id in aendring = spaces
                   or ra-oprettet-af in aendring = spaces
                   or ra-begrundelse in aendring = spaces
                   move "N" to aendring-gyldig
                   move spaces to aendring-fejl
                   string
                       "aendrings-id, opretter eller "
                       "begrundelse mangler"
                       into aendring-fejl
                   end-string
                   exit paragraph
               end-if
               perform find-reffil
               if rfl-fundet = 0
                   move "N" to aendring-gyldig
                   move spaces to aendring-fejl
                   string
                       "ukendt referencefil "
                       function trim(ra-ref-fil in aendring)
                       into aendring-fejl
                   end-string
                   exit paragraph
               end-if
               if not ra-ny in aendring
                   and not ra-erstat in aendring
                   and not ra-slet in aendring
                   move "N" to aendring-gyldig
                   move "operationen skal vaere N, E eller S"
                       to aendring-fejl
                   exit paragraph
               end-if
               if ra-ny in aendring or ra-erstat in aendring
                   move ra-ny-linje in aendring to ny-linje
                   perform tjek-layout
                   if aendring-gyldig = "N"
                       exit paragraph
                   end-if
               else
                   move spaces to ra-ny-linje in aendring
               end-if
               if ra-ny in aendring
                   move spaces to ra-gammel-linje in aendring
               end-if
               perform load-ref-fil
               perform tjek-mod-filen
           exit.

      *> Den nye linje skal findes ikke i forvejen; den gamle linje
      *> skal staa praecis saadan i filen.
           tjek-mod-filen.
               if ra-ny in aendring or ra-erstat in aendring
                   move ra-ny-linje in aendring to ny-linje
                   perform find-linje-ny
                   if ref-fundet > 0
                       move "N" to aendring-gyldig
                       move "den nye linje staar allerede i filen"
                           to aendring-fejl
                       exit paragraph
                   end-if
               end-if
               if ra-erstat in aendring or ra-slet in aendring
                   perform find-linje-gammel
                   if ref-fundet = 0
                       move "N" to aendring-gyldig
                       move "den gamle linje staar ikke i filen"
                           to aendring-fejl
                   end-if
               end-if
           exit.

           find-reffil.
               move 0 to rfl-fundet
               perform varying rfl-index from 1 by 1
                   until rfl-index > 6
                   if rfl-navn(rfl-index) = ra-ref-fil in aendring
                       move rfl-index to rfl-fundet
                   end-if
               end-perform
           exit.

      *> Layoutkontrol pr. referencefil - samme felter og samme krav
      *> som de programmer der laeser filen.
           tjek-layout.
               if ny-linje = spaces
                   move "N" to aendring-gyldig
                   move "den nye linje er blank" to aendring-fejl
                   exit paragraph
               end-if
               evaluate rfl-navn(rfl-fundet)
                   when "RENTESATS"
                       perform tjek-rentesats
                   when "ALARMREGLER"
                       perform tjek-alarmregel
                   when "PRODUKTKATALOG"
                       perform tjek-produkt
                   when "TRAEKRET"
                       perform tjek-traekret
                   when "KONTOPLAN"
                       perform tjek-kontoplan
                   when "PARMS"
                       perform tjek-parm
               end-evaluate
           exit.

      *> Tier-felter og gyldig-fra maa vaere blanke (aeldre linjer
      *> med kun type + sats), ellers numeriske.
           tjek-rentesats.
               if ns-type = spaces
                   or ns-sats not numeric
                   or (ns-fortegn not = space and ns-fortegn not = "+"
                       and ns-fortegn not = "-")
                   or (ns-tier-fra not = spaces
                       and ns-tier-fra not numeric)
                   or (ns-tier-til not = spaces
                       and ns-tier-til not numeric)
                   or (ns-gyldig-fra not = spaces
                       and ns-gyldig-fra not numeric)
                   or ns-rest not = spaces
                   move "N" to aendring-gyldig
                   move spaces to aendring-fejl
                   string
                       "RENTESATS-linje: ugyldig "
                       "type/sats/fortegn/tier/dato"
                       into aendring-fejl
                   end-string
               end-if
           exit.

           tjek-alarmregel.
               if ar-maks-beloeb not numeric
                   or ar-maks-posteringer not numeric
                   or ar-rest not = spaces
                   move "N" to aendring-gyldig
                   move spaces to aendring-fejl
                   string
                       "ALARMREGLER-linje: beloeb 9(7)V99 + "
                       "antal 9(4) forventet"
                       into aendring-fejl
                   end-string
               end-if
           exit.

           tjek-produkt.
               if pk-account-type = spaces
                   or pk-produkt-gruppe = spaces
                   or (pk-maks-aarsindskud not numeric
                       and ny-linje(21:11) not = spaces)
                   or (pk-haevning-laast not = space
                       and pk-haevning-laast not = "J"
                       and pk-haevning-laast not = "N")
                   move "N" to aendring-gyldig
                   move spaces to aendring-fejl
                   string
                       "PRODUKTKATALOG-linje: ugyldig "
                       "type/gruppe/loft/laas"
                       into aendring-fejl
                   end-string
               end-if
           exit.

      *> Samme krav til en bevilling som traekretvedligehold.cob's
      *> valider-bevilling, plus kreditindstillingen.
           tjek-traekret.
               if tr-konto-id = spaces
                   or tr-graense not numeric
                   or tr-bevilget-dato not numeric
                   or tr-revision-dato not numeric
                   or tr-revision-dato <= tr-bevilget-dato
                   or tr-sagsbehandler = spaces
                   or (tr-status not = space and not tr-udloebet)
                   move "N" to aendring-gyldig
                   move spaces to aendring-fejl
                   string
                       "TRAEKRET-linje: ugyldig "
                       "konto/graense/datoer/sagsbeh."
                       into aendring-fejl
                   end-string
                   exit paragraph
               end-if
               move "T" to kredit-funktion
               perform tjek-kreditindstilling
               if kredit-ok not = "Y"
                   move "N" to aendring-gyldig
                   move spaces to aendring-fejl
                   string
                       "indstilling [" tr-indstilling-id "]: "
                       function trim(kredit-aarsag)
                       into aendring-fejl
                   end-string
               end-if
           exit.

      *> "T" tjekker indstillingen, "U" stempler den udnyttet med
      *> den bevilgede graense.
           tjek-kreditindstilling.
               move tr-graense to kredit-beloeb
               call "KREDITTJEK" using kredit-funktion
                   tr-indstilling-id kredit-produkt tr-konto-id
                   kredit-beloeb koersel-dato kredit-ok kredit-aarsag
               end-call
           exit.

           tjek-kontoplan.
               if kp-gl-konto = spaces
                   or kp-navn = spaces
                   or not (kp-balance-konto or kp-resultat-konto)
                   or kp-regnskabslinje = spaces
                   move "N" to aendring-gyldig
                   move spaces to aendring-fejl
                   string
                       "KONTOPLAN-linje: ugyldig "
                       "konto/navn/klasse/regnskabslinje"
                       into aendring-fejl
                   end-string
               end-if
           exit.

      *> NAVN=VAERDI som PARMS.cob laeser den (navn hoejst 30 tegn),
      *> eller en kommentarlinje der starter med #.
           tjek-parm.
               if ny-linje(1:1) = "#"
                   exit paragraph
               end-if
               move 0 to parm-lighed
               inspect ny-linje tallying parm-lighed for all "="
               move spaces to parm-navn-del
               move spaces to parm-vaerdi-del
               unstring ny-linje delimited by "="
                   into parm-navn-del parm-vaerdi-del
               end-unstring
               if parm-lighed = 0
                   or parm-navn-del = spaces
                   or parm-navn-del(31:) not = spaces
                   move "N" to aendring-gyldig
                   move spaces to aendring-fejl
                   string
                       "PARMS-linje skal vaere "
                       "NAVN=VAERDI (navn max 30 tegn)"
                       into aendring-fejl
                   end-string
               end-if
           exit.

      *> Indlaeser referencefilen i tabellen - en fil der ikke findes
      *> endnu er tom.
           load-ref-fil.
               move 0 to ref-count
               move rfl-fil-navn(rfl-fundet) to ref-file-name
               open input ref-file
               if ref-status not = "00" and ref-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-ref
               perform until end-of-ref = "Y"
                   read ref-file into ref-record
               at end
                   move "Y" to end-of-ref
               not at end
                   if ref-count >= ref-max
                       display "REFDATAVEDLIGEHOLD: "
                           function trim(ref-file-name)
                           " har over " ref-max " linjer"
                       move 8 to return-code
                       stop run
                   end-if
                   add 1 to ref-count
                   move ref-line to ref-entry(ref-count)
               end-read
               end-perform
               close ref-file
           exit.

           find-linje-ny.
               move 0 to ref-fundet
               perform varying ref-index from 1 by 1
                   until ref-index > ref-count or ref-fundet > 0
                   if ref-entry(ref-index) = ny-linje
                       move ref-index to ref-fundet
                   end-if
               end-perform
           exit.

           find-linje-gammel.
               move 0 to ref-fundet
               perform varying ref-index from 1 by 1
                   until ref-index > ref-count or ref-fundet > 0
                   if ref-entry(ref-index)
                       = ra-gammel-linje in aendring
                       move ref-index to ref-fundet
                   end-if
               end-perform
           exit.

      *> En beslutning hentes paa aendringen fra registeret og
      *> kontrolleres; en godkendelse anvendes paa referencefilen med
      *> det samme.
           beslut-aendring.
               move ra-aendring-id in trans-aendring to ra-idx-noegle
               read ra-index-file
               invalid key
                   move spaces to error-line
                   string
                       "Beslutning afvist, aendringen findes ikke: "
                       function trim(ra-aendring-id in trans-aendring)
                       into error-line
                   end-string
                   perform skriv-fejl
                   exit paragraph
               end-read
               move ra-idx-record to aendring
               if not ra-afventer in aendring
                   move spaces to error-line
                   string
                       "Beslutning afvist, aendringen afventer ikke"
                       " (status " ra-status in aendring "): "
                       function trim(ra-aendring-id in aendring)
                       into error-line
                   end-string
                   perform skriv-fejl
                   exit paragraph
               end-if
               if ra-besluttet-af in trans-aendring = spaces
                   or ra-besluttet-af in trans-aendring
                       = ra-oprettet-af in aendring
                   move spaces to error-line
                   string
                       "Beslutning afvist, godkenderen mangler"
                       " eller er opretteren selv: "
                       function trim(ra-aendring-id in aendring)
                       into error-line
                   end-string
                   perform skriv-fejl
                   exit paragraph
               end-if
               move ra-besluttet-af in trans-aendring
                   to ra-besluttet-af in aendring
               move ra-besluttet-dato in trans-aendring
                   to ra-besluttet-dato in aendring
               if ra-besluttet-dato in aendring = spaces
                   move koersel-dato to ra-besluttet-dato in aendring
               end-if

               move ra-aendring-id in aendring to audit-kunde-id
               if trans-action = "G"
                   perform anvend-aendring
                   if aendring-gyldig = "N"
                       move spaces to error-line
                       string
                           "Godkendelse ikke anvendt, "
                           function trim(aendring-fejl) ": "
                           function trim(ra-aendring-id in aendring)
                           into error-line
                       end-string
                       perform skriv-fejl
                       exit paragraph
                   end-if
                   move "G" to ra-status in aendring
                   move version-fil to ra-version-fil in aendring
                   add 1 to anvendt-antal
                   move "RD-GODKEND" to audit-action
               else
                   move "A" to ra-status in aendring
                   add 1 to afvist-antal
                   move "RD-AFVIS" to audit-action
               end-if
               move aendring to ra-idx-record
               rewrite ra-idx-record
               perform skriv-audit
           exit.

      *> Filen kan vaere aendret siden registreringen (en anden
      *> godkendt aendring, traekretvedligehold.cob), saa aendringen
      *> kontrolleres igen mod filen som den staar nu. Versionen gemmes
      *> foer filen skrives.
           anvend-aendring.
               move "Y" to aendring-gyldig
               move spaces to aendring-fejl
               perform find-reffil
               if rfl-fundet = 0
                   move "N" to aendring-gyldig
                   move "ukendt referencefil" to aendring-fejl
                   exit paragraph
               end-if
               if ra-ny in aendring or ra-erstat in aendring
                   move ra-ny-linje in aendring to ny-linje
                   perform tjek-layout
                   if aendring-gyldig = "N"
                       exit paragraph
                   end-if
               end-if
               perform load-ref-fil
               perform tjek-mod-filen
               if aendring-gyldig = "N"
                   exit paragraph
               end-if

               evaluate true
                   when ra-ny in aendring
                       if ref-count >= ref-max
                           move "N" to aendring-gyldig
                           move "referencefilen er fuld"
                               to aendring-fejl
                           exit paragraph
                       end-if
                       add 1 to ref-count
                       move ra-ny-linje in aendring
                           to ref-entry(ref-count)
                   when ra-erstat in aendring
                       move ra-ny-linje in aendring
                           to ref-entry(ref-fundet)
                   when ra-slet in aendring
                       perform varying ref-index from ref-fundet by 1
                           until ref-index >= ref-count
                           move ref-entry(ref-index + 1)
                               to ref-entry(ref-index)
                       end-perform
                       subtract 1 from ref-count
               end-evaluate

               call "REFVERSION" using rfl-navn(rfl-fundet)
                   rfl-fil-navn(rfl-fundet) koersel-dato
                   version-program ra-aendring-id in aendring
                   ra-oprettet-af in aendring
                   ra-besluttet-af in aendring version-fil
               end-call
               perform skriv-ref-fil

               if rfl-navn(rfl-fundet) = "TRAEKRET"
                   and not ra-slet in aendring
                   move ra-ny-linje in aendring to ny-linje
                   move "U" to kredit-funktion
                   perform tjek-kreditindstilling
               end-if
               display "REFDATAVEDLIGEHOLD: "
                   function trim(ra-aendring-id in aendring)
                   " anvendt paa " function trim(ref-file-name)
                   " - forrige version " function trim(version-fil)
           exit.

           skriv-ref-fil.
               open output ref-file
               perform varying ref-index from 1 by 1
                   until ref-index > ref-count
                   move ref-entry(ref-index) to ref-line
                   write ref-record
               end-perform
               close ref-file
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

           rewrite-ra-file.
               open input ra-index-file
               open output ra-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read ra-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move ra-idx-record to ra-record
                   write ra-record
               end-read
               end-perform
               close ra-index-file
               close ra-file
           exit.
