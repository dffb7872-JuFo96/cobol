      *> gamle id. Dette program tildeler det nye id i den nye
      *> filials serie (KONTOSERIE, inkl. kontrolciffer), omskriver
      *> de levende noeglede filer (KontoOpl.txt, FASTORDRE.txt,
      *> LAANSCHD.txt, MEDEJERE.txt, TRAEKRET.txt, UDLAEG.txt,
      *> RESERVATION.txt, KORT.txt, LAANVILKAAR.txt, RENTEAFTALE
      *> .txt, BETALINGSOVERSIGT.txt, CASHPOOL.txt (top- og
      *> medlemskonto), BOKS.txt (debetkonto), DEPOT.txt
      *> (afregningskonto), ALERTABON.txt, RYKKER.txt, GARANTI.txt
      *> (provisions- og modsikkerhedskonto) og KREDITINDSTILLING
      *> .txt) og skriver en
      *> gammel-til-ny-linje til mappingfilen KONTOMAP.txt - som
      *> historik-laeserne (kundekontoudtog, saldoafstemning,
      *> arkivopslag) foelger, saa foer-flytningen-historik stadig
               organization is line sequential
               file status is traekret-status.

           select udlaeg-file assign to dynamic udlaeg-file-name
               organization is line sequential
               file status is udlaeg-status.

           select reservation-file
               assign to dynamic reservation-file-name
               organization is line sequential
               file status is reservation-status.

           select kort-file assign to dynamic kort-file-name
               organization is line sequential
               file status is kort-status.

           select vilkaar-file assign to dynamic vilkaar-file-name
               organization is line sequential
               file status is vilkaar-status.

           select renteaftale-file
               assign to dynamic renteaftale-file-name
               organization is line sequential
               file status is renteaftale-status.

           select betaling-file assign to dynamic betaling-file-name
               organization is line sequential
               file status is betaling-status.

           select cashpool-file assign to dynamic cashpool-file-name
               organization is line sequential
               file status is cashpool-status.

           select boks-file assign to dynamic boks-file-name
               organization is line sequential
               file status is boks-status.

           select depot-file assign to dynamic depot-file-name
               organization is line sequential
               file status is depot-status.

           select alertabon-file assign to dynamic alertabon-file-name
               organization is line sequential
               file status is alertabon-status.

           select rykker-file assign to dynamic rykker-file-name
               organization is line sequential
               file status is rykker-status.

           select garanti-file assign to dynamic garanti-file-name
               organization is line sequential
               file status is garanti-status.

           select indstilling-file
               assign to dynamic indstilling-file-name
               organization is line sequential
               file status is indstilling-status.

           select omskriv-file assign to "KONTOFLYT-Omskriv.tmp"
               organization is line sequential.

           FD traekret-file.
           01 traekret-record.
               02 tr-konto-id       PIC X(10).
      *> Resten af linjen (graense, datoer, sagsbehandler, status,
      *> kreditindstilling - se TRAEKRET.cpy) flyttes uroert med.
               02 tr-rest           PIC X(55).

           FD udlaeg-file.
           01 udlaeg-record.
               COPY "UDLAEG.cpy".

           FD reservation-file.
           01 reservation-record.
               COPY "RESERVATION.cpy".

           FD kort-file.
           01 kort-record.
               COPY "KORT.cpy".

           FD vilkaar-file.
           01 vilkaar-record.
               COPY "LAANVILKAAR.cpy".

           FD renteaftale-file.
           01 renteaftale-record.
               COPY "RENTEAFTALE.cpy".

           FD betaling-file.
           01 betaling-record.
               COPY "BETALING.cpy".

           FD cashpool-file.
           01 cashpool-record.
               COPY "CASHPOOL.cpy".

           FD boks-file.
           01 boks-record.
               COPY "BOKS.cpy".

           FD depot-file.
           01 depot-record.
               COPY "DEPOT.cpy".

           FD alertabon-file.
           01 alertabon-record.
               COPY "ALERTABON.cpy".

           FD rykker-file.
           01 rykker-record.
               COPY "RYKKER.cpy".

           FD garanti-file.
           01 garanti-record.
               COPY "GARANTI.cpy".

           FD indstilling-file.
           01 indstilling-record.
               COPY "KREDITINDSTILLING.cpy".

           FD omskriv-file.
           01 omskriv-record.
               02 omskriv-line      PIC X(200).

           FD kontomap-file.
           01 kontomap-record.
           01 medejer-status   PIC XX value "00".
           01 traekret-file-name PIC X(100) value "TRAEKRET.txt".
           01 traekret-status  PIC XX value "00".
           01 udlaeg-file-name PIC X(100) value "UDLAEG.txt".
           01 udlaeg-status    PIC XX value "00".
           01 reservation-file-name PIC X(100) value "RESERVATION.txt".
           01 reservation-status PIC XX value "00".
           01 kort-file-name   PIC X(100) value "KORT.txt".
           01 kort-status      PIC XX value "00".
           01 vilkaar-file-name PIC X(100) value "LAANVILKAAR.txt".
           01 vilkaar-status   PIC XX value "00".
           01 renteaftale-file-name PIC X(100) value "RENTEAFTALE.txt".
           01 renteaftale-status PIC XX value "00".
           01 betaling-file-name PIC X(100)
               value "BETALINGSOVERSIGT.txt".
           01 betaling-status PIC XX value "00".
           01 cashpool-file-name PIC X(100) value "CASHPOOL.txt".
           01 cashpool-status PIC XX value "00".
           01 boks-file-name   PIC X(100) value "BOKS.txt".
           01 boks-status      PIC XX value "00".
           01 depot-file-name PIC X(100) value "DEPOT.txt".
           01 depot-status     PIC XX value "00".
           01 alertabon-file-name PIC X(100) value "ALERTABON.txt".
           01 alertabon-status PIC XX value "00".
           01 rykker-file-name PIC X(100) value "RYKKER.txt".
           01 rykker-status    PIC XX value "00".
           01 garanti-file-name PIC X(100) value "GARANTI.txt".
           01 garanti-status   PIC XX value "00".
           01 indstilling-file-name PIC X(100)
               value "KREDITINDSTILLING.txt".
           01 indstilling-status PIC XX value "00".
           01 kontomap-file-name PIC X(100) value "KONTOMAP.txt".
           01 kontomap-status  PIC XX value "00".
           01 layout-version-ok PIC X value "Y".
           01 serie-ok         PIC X value "N".
           01 koersel-dato     PIC X(8).
           01 omskrevet-antal  PIC 9(5) value 0.
           01 omskrevet-foer   PIC 9(5) value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "KONTOFLYT".
           01 segl-resultat    PIC X(1).

      *> Versionen af TRAEKRET.txt foer filen overskrives - se
      *> referencedata/refversion.cob.
           01 version-ref-fil     PIC X(14) value "TRAEKRET".
           01 version-program     PIC X(20) value "KONTOFLYT".
           01 version-aendring    PIC X(10) value spaces.
           01 version-oprettet-af PIC X(10).
           01 version-godkendt-af PIC X(10).
           01 version-fil         PIC X(60).

       procedure division.
       main-program.
               on exception
                   move "TRAEKRET.txt" to traekret-file-name
           end-accept
           accept udlaeg-file-name from environment "UDLAEGFIL_NAVN"
               on exception
                   move "UDLAEG.txt" to udlaeg-file-name
           end-accept
           accept reservation-file-name
               from environment "RESERVATIONFIL_NAVN"
               on exception
                   move "RESERVATION.txt" to reservation-file-name
           end-accept
           accept kort-file-name from environment "KORTFIL_NAVN"
               on exception
                   move "KORT.txt" to kort-file-name
           end-accept
           accept vilkaar-file-name
               from environment "LAANVILKAARFIL_NAVN"
               on exception
                   move "LAANVILKAAR.txt" to vilkaar-file-name
           end-accept
           accept renteaftale-file-name
               from environment "RENTEAFTALEFIL_NAVN"
               on exception
                   move "RENTEAFTALE.txt" to renteaftale-file-name
           end-accept
           accept betaling-file-name from environment "BETALINGFIL_NAVN"
               on exception
                   move "BETALINGSOVERSIGT.txt" to betaling-file-name
           end-accept
           accept cashpool-file-name from environment "CASHPOOLFIL_NAVN"
               on exception
                   move "CASHPOOL.txt" to cashpool-file-name
           end-accept
           accept boks-file-name from environment "BOKSFIL_NAVN"
               on exception
                   move "BOKS.txt" to boks-file-name
           end-accept
           accept depot-file-name from environment "DEPOTFIL_NAVN"
               on exception
                   move "DEPOT.txt" to depot-file-name
           end-accept
           accept alertabon-file-name
               from environment "ALERTABONFIL_NAVN"
               on exception
                   move "ALERTABON.txt" to alertabon-file-name
           end-accept
           accept rykker-file-name from environment "RYKKERFIL_NAVN"
               on exception
                   move "RYKKER.txt" to rykker-file-name
           end-accept
           accept garanti-file-name from environment "GARANTIFIL_NAVN"
               on exception
                   move "GARANTI.txt" to garanti-file-name
           end-accept
           accept indstilling-file-name
               from environment "KREDITINDSTILLINGFIL_NAVN"
               on exception
                   move "KREDITINDSTILLING.txt" to indstilling-file-name
           end-accept
           accept kontomap-file-name
               from environment "KONTOMAPFIL_NAVN"
               on exception
           perform omskriv-laanschd
           perform omskriv-medejere
           perform omskriv-traekret
           perform omskriv-udlaeg
           perform omskriv-reservation
           perform omskriv-kort
           perform omskriv-vilkaar
           perform omskriv-renteaftale
           perform omskriv-betaling
           perform omskriv-cashpool
           perform omskriv-boks
           perform omskriv-depot
           perform omskriv-alertabon
           perform omskriv-rykker
           perform omskriv-garanti
           perform omskriv-indstilling
           perform skriv-mapping

           display "KONTOFLYT: "
      *> slettes og genindsaettes under den nye - via det
      *> indekserede arbejdseksemplar, saa headeren bevares.
           omnummerer-kontofil.
               move konto-file-name to segl-fil-navn
               perform verificer-segl
               open input konto-file
               perform verificer-konto-header
               open output konto-index-file
               end-perform
               close konto-index-file
               close konto-file
               move konto-file-name to segl-fil-navn
               perform forsegl-fil
           exit.

           verificer-konto-header.
                   and traekret-status not = "05"
                   exit paragraph
               end-if
               move omskrevet-antal to omskrevet-foer
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
               end-perform
               close traekret-file
               close omskriv-file
               if omskrevet-antal > omskrevet-foer
                   accept version-oprettet-af
                       from environment "OPERATOER_ID"
                       on exception
                           move "UKENDT" to version-oprettet-af
                   end-accept
                   move "KONTOFLYT" to version-godkendt-af
                   call "REFVERSION" using version-ref-fil
                       traekret-file-name koersel-dato version-program
                       version-aendring version-oprettet-af
                       version-godkendt-af version-fil
                   end-call
               end-if
               open input omskriv-file
               open output traekret-file
               move "N" to end-of-fil
               close traekret-file
           exit.

      *> Registrene noeglet paa eller med en konto i linjen - samme
      *> omskrivning som ovenfor; hvert kontofelt i linjen (cash
      *> pool: top- og medlemskonto, garanti: provisions- og
      *> modsikkerhedskonto) faar det nye id.
           omskriv-udlaeg.
               open input udlaeg-file
               if udlaeg-status not = "00"
                   and udlaeg-status not = "05"
                   exit paragraph
               end-if
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read udlaeg-file into udlaeg-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if ud-konto-id = gammel-konto-id
                       move ny-konto-id to ud-konto-id
                       add 1 to omskrevet-antal
                   end-if
                   write omskriv-record from udlaeg-record
               end-perform
               close udlaeg-file
               close omskriv-file
               open input omskriv-file
               open output udlaeg-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read omskriv-file into udlaeg-record
               at end
                   move "Y" to end-of-fil
               not at end
                   write udlaeg-record
               end-perform
               close omskriv-file
               close udlaeg-file
           exit.

           omskriv-reservation.
               open input reservation-file
               if reservation-status not = "00"
                   and reservation-status not = "05"
                   exit paragraph
               end-if
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read reservation-file into reservation-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if rv-konto-id = gammel-konto-id
                       move ny-konto-id to rv-konto-id
                       add 1 to omskrevet-antal
                   end-if
                   write omskriv-record from reservation-record
               end-perform
               close reservation-file
               close omskriv-file
               open input omskriv-file
               open output reservation-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read omskriv-file into reservation-record
               at end
                   move "Y" to end-of-fil
               not at end
                   write reservation-record
               end-perform
               close omskriv-file
               close reservation-file
           exit.

           omskriv-kort.
               open input kort-file
               if kort-status not = "00"
                   and kort-status not = "05"
                   exit paragraph
               end-if
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read kort-file into kort-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if kt-konto-id = gammel-konto-id
                       move ny-konto-id to kt-konto-id
                       add 1 to omskrevet-antal
                   end-if
                   write omskriv-record from kort-record
               end-perform
               close kort-file
               close omskriv-file
               open input omskriv-file
               open output kort-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read omskriv-file into kort-record
               at end
                   move "Y" to end-of-fil
               not at end
                   write kort-record
               end-perform
               close omskriv-file
               close kort-file
           exit.

           omskriv-vilkaar.
               open input vilkaar-file
               if vilkaar-status not = "00"
                   and vilkaar-status not = "05"
                   exit paragraph
               end-if
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read vilkaar-file into vilkaar-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if lv-laan-konto-id = gammel-konto-id
                       move ny-konto-id to lv-laan-konto-id
                       add 1 to omskrevet-antal
                   end-if
                   write omskriv-record from vilkaar-record
               end-perform
               close vilkaar-file
               close omskriv-file
               open input omskriv-file
               open output vilkaar-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read omskriv-file into vilkaar-record
               at end
                   move "Y" to end-of-fil
               not at end
                   write vilkaar-record
               end-perform
               close omskriv-file
               close vilkaar-file
           exit.

           omskriv-renteaftale.
               open input renteaftale-file
               if renteaftale-status not = "00"
                   and renteaftale-status not = "05"
                   exit paragraph
               end-if
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read renteaftale-file into renteaftale-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if ra-konto-id = gammel-konto-id
                       move ny-konto-id to ra-konto-id
                       add 1 to omskrevet-antal
                   end-if
                   write omskriv-record from renteaftale-record
               end-perform
               close renteaftale-file
               close omskriv-file
               open input omskriv-file
               open output renteaftale-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read omskriv-file into renteaftale-record
               at end
                   move "Y" to end-of-fil
               not at end
                   write renteaftale-record
               end-perform
               close omskriv-file
               close renteaftale-file
           exit.

           omskriv-betaling.
               open input betaling-file
               if betaling-status not = "00"
                   and betaling-status not = "05"
                   exit paragraph
               end-if
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read betaling-file into betaling-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if bo-konto-id = gammel-konto-id
                       move ny-konto-id to bo-konto-id
                       add 1 to omskrevet-antal
                   end-if
                   write omskriv-record from betaling-record
               end-perform
               close betaling-file
               close omskriv-file
               open input omskriv-file
               open output betaling-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read omskriv-file into betaling-record
               at end
                   move "Y" to end-of-fil
               not at end
                   write betaling-record
               end-perform
               close omskriv-file
               close betaling-file
           exit.

           omskriv-cashpool.
               open input cashpool-file
               if cashpool-status not = "00"
                   and cashpool-status not = "05"
                   exit paragraph
               end-if
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read cashpool-file into cashpool-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if cp-top-konto = gammel-konto-id
                       move ny-konto-id to cp-top-konto
                       add 1 to omskrevet-antal
                   end-if
                   if cp-medlem-konto = gammel-konto-id
                       move ny-konto-id to cp-medlem-konto
                       add 1 to omskrevet-antal
                   end-if
                   write omskriv-record from cashpool-record
               end-perform
               close cashpool-file
               close omskriv-file
               open input omskriv-file
               open output cashpool-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read omskriv-file into cashpool-record
               at end
                   move "Y" to end-of-fil
               not at end
                   write cashpool-record
               end-perform
               close omskriv-file
               close cashpool-file
           exit.

           omskriv-boks.
               open input boks-file
               if boks-status not = "00"
                   and boks-status not = "05"
                   exit paragraph
               end-if
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read boks-file into boks-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if bx-debet-konto = gammel-konto-id
                       move ny-konto-id to bx-debet-konto
                       add 1 to omskrevet-antal
                   end-if
                   write omskriv-record from boks-record
               end-perform
               close boks-file
               close omskriv-file
               open input omskriv-file
               open output boks-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read omskriv-file into boks-record
               at end
                   move "Y" to end-of-fil
               not at end
                   write boks-record
               end-perform
               close omskriv-file
               close boks-file
           exit.

           omskriv-depot.
               open input depot-file
               if depot-status not = "00"
                   and depot-status not = "05"
                   exit paragraph
               end-if
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read depot-file into depot-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if dp-afregningskonto = gammel-konto-id
                       move ny-konto-id to dp-afregningskonto
                       add 1 to omskrevet-antal
                   end-if
                   write omskriv-record from depot-record
               end-perform
               close depot-file
               close omskriv-file
               open input omskriv-file
               open output depot-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read omskriv-file into depot-record
               at end
                   move "Y" to end-of-fil
               not at end
                   write depot-record
               end-perform
               close omskriv-file
               close depot-file
           exit.

           omskriv-alertabon.
               open input alertabon-file
               if alertabon-status not = "00"
                   and alertabon-status not = "05"
                   exit paragraph
               end-if
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read alertabon-file into alertabon-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if ab-konto-id = gammel-konto-id
                       move ny-konto-id to ab-konto-id
                       add 1 to omskrevet-antal
                   end-if
                   write omskriv-record from alertabon-record
               end-perform
               close alertabon-file
               close omskriv-file
               open input omskriv-file
               open output alertabon-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read omskriv-file into alertabon-record
               at end
                   move "Y" to end-of-fil
               not at end
                   write alertabon-record
               end-perform
               close omskriv-file
               close alertabon-file
           exit.

           omskriv-rykker.
               open input rykker-file
               if rykker-status not = "00"
                   and rykker-status not = "05"
                   exit paragraph
               end-if
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read rykker-file into rykker-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if rk-konto-id = gammel-konto-id
                       move ny-konto-id to rk-konto-id
                       add 1 to omskrevet-antal
                   end-if
                   write omskriv-record from rykker-record
               end-perform
               close rykker-file
               close omskriv-file
               open input omskriv-file
               open output rykker-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read omskriv-file into rykker-record
               at end
                   move "Y" to end-of-fil
               not at end
                   write rykker-record
               end-perform
               close omskriv-file
               close rykker-file
           exit.

           omskriv-garanti.
               open input garanti-file
               if garanti-status not = "00"
                   and garanti-status not = "05"
                   exit paragraph
               end-if
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read garanti-file into garanti-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if gar-provision-konto = gammel-konto-id
                       move ny-konto-id to gar-provision-konto
                       add 1 to omskrevet-antal
                   end-if
                   if gar-sik-laan-konto-id = gammel-konto-id
                       move ny-konto-id to gar-sik-laan-konto-id
                       add 1 to omskrevet-antal
                   end-if
                   write omskriv-record from garanti-record
               end-perform
               close garanti-file
               close omskriv-file
               open input omskriv-file
               open output garanti-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read omskriv-file into garanti-record
               at end
                   move "Y" to end-of-fil
               not at end
                   write garanti-record
               end-perform
               close omskriv-file
               close garanti-file
           exit.

           omskriv-indstilling.
               open input indstilling-file
               if indstilling-status not = "00"
                   and indstilling-status not = "05"
                   exit paragraph
               end-if
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read indstilling-file into indstilling-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if ki-konto-id = gammel-konto-id
                       move ny-konto-id to ki-konto-id
                       add 1 to omskrevet-antal
                   end-if
                   write omskriv-record from indstilling-record
               end-perform
               close indstilling-file
               close omskriv-file
               open input omskriv-file
               open output indstilling-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read omskriv-file into indstilling-record
               at end
                   move "Y" to end-of-fil
               not at end
                   write indstilling-record
               end-perform
               close omskriv-file
               close indstilling-file
           exit.

      *> Gammel-til-ny-mappingen forlaenges - den er historik-
      *> laesernes eneste vej tilbage til foer-flytningen-linjerne.
           skriv-mapping.
               write kontomap-record
               close kontomap-file
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
                   display "KONTOFLYT: segl brudt for "
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
