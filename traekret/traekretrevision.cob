       identification division.
       program-id. TRAEKRETREVISION.

      *> Natlig gennemgang af traekretbevillingerne i TRAEKRET.txt
      *> (se TRAEKRET.cpy). Koerer foer kontopostering.cob, saa en
      *> bevilling der er udloebet i nat allerede er nedsat, naar
      *> dagens posteringer prueves mod graensen:
      *>   - en bevilling uden revisionsdato, eller hvis revisions-
      *>     dato falder inden for TRAEKRET_VARSEL_DAGE (30) dage
      *>     efter koerselsdatoen, kommer paa revisionslisten
      *>     TRAEKRET-REVISION.txt til kreditafdelingen;
      *>   - en bevilling hvis revisionsdato er passeret uden at
      *>     den er fornyet (traekretvedligehold.cob), nedsaettes til
      *>     graense nul og markeres udloebet - den hidtidige graense
      *>     gemmes i tr-tidligere-graense;
      *>   - staar kontoen i minus, naar bevillingen udloeber, er
      *>     hele saldoen nu et overtraek, og kontoen skrives paa
      *>     opfoelgningslisten TRAEKRET-OPFOELGNING.txt (RC=4).
      *> Saldoen tages fra KontoOpl.txt. Registeret skrives tilbage
      *> via det indekserede arbejdseksemplar TRAEKRETIDX.dat -
      *> samme moenster som traekretvedligehold.cob.

       environment division.
       input-output section.
       file-control.
           select traekret-file assign to dynamic traekret-file-name
               organization is line sequential
               file status is traekret-status.

           select traekret-index-file assign to "TRAEKRETIDX.dat"
               organization is indexed
               access mode is dynamic
               record key is ti-konto-id of ti-record
               file status is ti-status.

           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select revision-file assign to "TRAEKRET-REVISION.txt"
               organization is line sequential.

           select opfoelgning-file
               assign to "TRAEKRET-OPFOELGNING.txt"
               organization is line sequential.

       data division.
           file section.
           FD traekret-file.
           01 traekret-record.
               COPY "TRAEKRET.cpy".

           FD traekret-index-file.
           01 ti-record.
               02 ti-konto-id         PIC X(10).
               02 ti-graense          PIC 9(7)V99.
               02 ti-bevilget-dato    PIC X(8).
               02 ti-revision-dato    PIC X(8).
               02 ti-sagsbehandler    PIC X(10).
               02 ti-status-kode      PIC X(1).
               02 ti-tidligere-graense PIC 9(7)V99.
               02 ti-indstilling-id   PIC X(10).
      *> Kontoens saldo fra KontoOpl - kun til opfoelgningen, den
      *> skrives ikke tilbage til TRAEKRET.txt.
               02 ti-saldo            PIC S9(9)V99.
               02 ti-saldo-fundet     PIC X(1).

           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD revision-file.
           01 revision-record.
               02 revision-line    PIC X(100).

           FD opfoelgning-file.
           01 opfoelgning-record.
               02 opfoelgning-line PIC X(100).

       working-storage section.
           01 end-of-master    PIC X value "N".
           01 end-of-konto     PIC X value "N".
           01 ti-status        PIC XX value "00".
           01 traekret-status  PIC XX value "00".
           01 konto-fil-status     PIC XX value "00".
           01 traekret-file-name PIC X(100) value "TRAEKRET.txt".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".

           01 koersel-dato     PIC X(8).
           01 koersel-dato-heltal PIC S9(9).
           01 dato-numerisk    PIC 9(8).
           01 dage-til-revision PIC S9(7).

           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 varsel-dage      PIC 9(5) value 30.

           01 antal-bevillinger PIC 9(5) value 0.
           01 antal-revision   PIC 9(5) value 0.
           01 antal-udloebet   PIC 9(5) value 0.
           01 antal-opfoelgning PIC 9(5) value 0.

           01 vis-beloeb       PIC -(9)9.99.
           01 vis-graense      PIC Z(6)9.99.
           01 vis-dage         PIC -(6)9.
           01 vis-antal        PIC Z(4)9.
           01 bemaerkning      PIC X(30).

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "TRAEKRETREVISION".
           01 segl-resultat    PIC X(1).

      *> Versionen af TRAEKRET.txt foer filen overskrives - se
      *> referencedata/refversion.cob.
           01 version-ref-fil     PIC X(14) value "TRAEKRET".
           01 version-program     PIC X(20) value "TRAEKRETREVISION".
           01 version-aendring    PIC X(10) value spaces.
           01 version-oprettet-af PIC X(10).
           01 version-godkendt-af PIC X(10).
           01 version-fil         PIC X(60).

       procedure division.
       main-program.
           accept traekret-file-name
               from environment "TRAEKRETFIL_NAVN"
               on exception
                   move "TRAEKRET.txt" to traekret-file-name
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
           if koersel-dato not numeric
               display "TRAEKRETREVISION: KOERSEL_DATO (YYYYMMDD)"
                   " er ugyldig: " koersel-dato
               move 16 to return-code
               stop run
           end-if
           move koersel-dato to dato-numerisk
           compute koersel-dato-heltal =
               function integer-of-date(dato-numerisk)

      *> Varslingsvinduet - PARMS (miljoevariabel vinder, ellers
      *> PARMS.txt); en ugyldig vaerdi giver standarden 30 dage.
           move "TRAEKRET_VARSEL_DAGE" to parm-navn
           move spaces to parm-vaerdi
           call "PARMS" using parm-navn parm-vaerdi parm-fundet
           end-call
           if parm-fundet = "Y"
               and parm-vaerdi not = spaces
               and function test-numval(parm-vaerdi) = 0
               compute varsel-dage = function numval(parm-vaerdi)
           end-if

           perform build-traekret-index
           perform hent-saldi

           open output revision-file
           open output opfoelgning-file
           perform skriv-overskrifter
           perform gennemgaa-bevillinger
           perform skriv-totaler
           close revision-file
           close opfoelgning-file

           perform rewrite-traekret-file

           display "TRAEKRETREVISION: " antal-bevillinger
               " bevillinger, " antal-revision " til revision, "
               antal-udloebet " udloebet, " antal-opfoelgning
               " til opfoelgning"
           if antal-opfoelgning > 0
               move 4 to return-code
           end-if
           stop run.

      *> Et manglende register er ingen bevillinger - ikke en fejl.
           build-traekret-index.
               open output traekret-index-file
               close traekret-index-file
               open input traekret-file
               if traekret-status not = "00"
                   and traekret-status not = "05"
                   continue
               else
                   open i-o traekret-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read traekret-file into traekret-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move tr-konto-id in traekret-record
                           to ti-konto-id
                       move tr-graense in traekret-record
                           to ti-graense
                       move tr-bevilget-dato in traekret-record
                           to ti-bevilget-dato
                       move tr-revision-dato in traekret-record
                           to ti-revision-dato
                       move tr-sagsbehandler in traekret-record
                           to ti-sagsbehandler
                       move tr-status in traekret-record
                           to ti-status-kode
                       move tr-tidligere-graense in traekret-record
                           to ti-tidligere-graense
                       if ti-tidligere-graense not numeric
                           move 0 to ti-tidligere-graense
                       end-if
                       move tr-indstilling-id in traekret-record
                           to ti-indstilling-id
                       move 0 to ti-saldo
                       move "N" to ti-saldo-fundet
                       write ti-record
                       invalid key
                           display "Dublet traekret sprunget"
                               " over: " ti-konto-id
                       end-write
                   end-read
                   end-perform
                   close traekret-file
                   close traekret-index-file
               end-if
               move "N" to end-of-master
           exit.

      *> Saldoen paa hver konto med en bevilling.
           hent-saldi.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               if konto-fil-status not = "00"
                   and konto-fil-status not = "05"
                   display "TRAEKRETREVISION: "
                       function trim(konto-file-name)
                       " kan ikke aabnes - saldi ikke hentet"
                   exit paragraph
               end-if
               open i-o traekret-index-file
               perform verificer-konto-header
               if konto-header-missing = "Y"
                   perform registrer-saldo
               end-if
               perform until end-of-konto = "Y"
                   read konto-file into konto-info
               at end
                   move "Y" to end-of-konto
               not at end
                   perform registrer-saldo
               end-read
               end-perform
               close konto-file
               close traekret-index-file
           exit.

           registrer-saldo.
               move account-id in konto-info to ti-konto-id
               read traekret-index-file
               invalid key
                   continue
               not invalid key
                   move balance in konto-info to ti-saldo
                   move "Y" to ti-saldo-fundet
                   rewrite ti-record
               end-read
           exit.

      *> Laeser den foerste post i konto-file som en header (se
      *> KONTOOPL-HDR.cpy) - samme verificering som de oevrige
      *> konto-laesende programmer.
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
                   display "TRAEKRETREVISION: ukendt layout i "
                       function trim(konto-file-name)
                   close konto-file
                   close traekret-index-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           skriv-overskrifter.
               move spaces to revision-line
               string
                   "TRAEKRET TIL REVISION PR. " koersel-dato
                   " (VARSEL " varsel-dage " DAGE)"
                   into revision-line
               end-string
               write revision-record
               move spaces to revision-line
               string
                   "KONTO      GRAENSE     REVISION SAGSBEH."
                   "    DAGE BEMAERKNING"
                   into revision-line
               end-string
               write revision-record

               move spaces to opfoelgning-line
               string
                   "UDLOEBET TRAEKRET MED OVERTRAEK PR. "
                   koersel-dato
                   into opfoelgning-line
               end-string
               write opfoelgning-record
               move spaces to opfoelgning-line
               string
                   "KONTO      TIDL.GRAENSE         SALDO"
                   " REVISION SAGSBEH."
                   into opfoelgning-line
               end-string
               write opfoelgning-record
           exit.

           gennemgaa-bevillinger.
               open i-o traekret-index-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read traekret-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   add 1 to antal-bevillinger
                   perform vurder-bevilling
               end-read
               end-perform
               close traekret-index-file
           exit.

      *> En allerede udloebet bevilling er behandlet en tidligere
      *> nat og roeres ikke, foer den fornyes.
           vurder-bevilling.
               if ti-status-kode = "U"
                   exit paragraph
               end-if
               if ti-revision-dato = spaces
                   or ti-revision-dato not numeric
                   move "mangler revisionsdato" to bemaerkning
                   perform skriv-revision-linje
                   exit paragraph
               end-if
               move ti-revision-dato to dato-numerisk
               compute dage-til-revision =
                   function integer-of-date(dato-numerisk)
                   - koersel-dato-heltal
               if dage-til-revision < 0
                   perform udloeb-bevilling
               else
                   if dage-til-revision <= varsel-dage
                       move "revision forfalder" to bemaerkning
                       perform skriv-revision-linje
                   end-if
               end-if
           exit.

      *> Bemaerkningen er sat i bemaerkning ved indgangen.
           skriv-revision-linje.
               move ti-graense to vis-graense
               move spaces to revision-line
               if ti-revision-dato = spaces
                   or ti-revision-dato not numeric
                   string
                       ti-konto-id " " vis-graense " "
                       "-------- " ti-sagsbehandler "         "
                       function trim(bemaerkning)
                       delimited by size
                       into revision-line
                   end-string
               else
                   move dage-til-revision to vis-dage
                   string
                       ti-konto-id " " vis-graense " "
                       ti-revision-dato " " ti-sagsbehandler
                       " " vis-dage " "
                       function trim(bemaerkning)
                       delimited by size
                       into revision-line
                   end-string
               end-if
               write revision-record
               add 1 to antal-revision
           exit.

      *> Revisionsdatoen er passeret uden fornyelse: graensen
      *> nedsaettes til nul, saa kontopostering.cob fra nu af
      *> afviser alt der traekker kontoen (yderligere) i minus.
           udloeb-bevilling.
               move ti-graense to ti-tidligere-graense
               move 0 to ti-graense
               move "U" to ti-status-kode
               rewrite ti-record
               add 1 to antal-udloebet
               display "TRAEKRETREVISION: traekret paa "
                   ti-konto-id " udloebet " ti-revision-dato
                   " - graense nedsat til 0"
               if ti-saldo-fundet = "Y" and ti-saldo < 0
                   move ti-tidligere-graense to vis-graense
                   move ti-saldo to vis-beloeb
                   move spaces to opfoelgning-line
                   string
                       ti-konto-id " " vis-graense "  "
                       vis-beloeb " " ti-revision-dato " "
                       ti-sagsbehandler
                       delimited by size
                       into opfoelgning-line
                   end-string
                   write opfoelgning-record
                   add 1 to antal-opfoelgning
               end-if
           exit.

           skriv-totaler.
               move antal-revision to vis-antal
               move spaces to revision-line
               string
                   "I ALT TIL REVISION: " vis-antal
                   into revision-line
               end-string
               write revision-record
               move antal-opfoelgning to vis-antal
               move spaces to opfoelgning-line
               string
                   "I ALT TIL OPFOELGNING: " vis-antal
                   into opfoelgning-line
               end-string
               write opfoelgning-record
           exit.

      *> Kun en nat hvor en bevilling faktisk udloeb aendrer filen
      *> og giver en ny version.
           rewrite-traekret-file.
               if antal-udloebet > 0
                   move "NATKOERSEL" to version-oprettet-af
                   move "AUTOMATISK" to version-godkendt-af
                   call "REFVERSION" using version-ref-fil
                       traekret-file-name koersel-dato version-program
                       version-aendring version-oprettet-af
                       version-godkendt-af version-fil
                   end-call
               end-if
               open input traekret-index-file
               open output traekret-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read traekret-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move ti-konto-id
                       to tr-konto-id in traekret-record
                   move ti-graense
                       to tr-graense in traekret-record
                   move ti-bevilget-dato
                       to tr-bevilget-dato in traekret-record
                   move ti-revision-dato
                       to tr-revision-dato in traekret-record
                   move ti-sagsbehandler
                       to tr-sagsbehandler in traekret-record
                   move ti-status-kode
                       to tr-status in traekret-record
                   move ti-tidligere-graense
                       to tr-tidligere-graense in traekret-record
                   move ti-indstilling-id
                       to tr-indstilling-id in traekret-record
                   write traekret-record
               end-read
               end-perform
               close traekret-index-file
               close traekret-file
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
                   display "TRAEKRETREVISION: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.
