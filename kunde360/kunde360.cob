      *> (KUNDE360_ID) samles identitet (kundeoplysninger.txt), alle
      *> tilknyttede konti (KontoOpl.txt, inkl. faelleskonti via
      *> MEDEJERE.txt - samme krydsreference som opgave9's
      *> join-medejer-konti) med disponibel saldo efter traekret
      *> (TRAEKRET.txt) og aabne reservationer (RESERVATION.txt),
      *> kundens depoter (DEPOT.txt/DEPOT-VAERDI.txt),
      *> nylig transaktionshistorik
      *> (TRANSOPL.txt inden for KUNDE360_DAGE, uaendret 90) og
      *> DB2-afstemningsstatus (afvigelseslinjer for kunden i
      *> DB2-AFSTEMNING.txt) i EEN samlet eksportfil
               organization is line sequential
               file status is sikkerhed-status.

      *> Garantiregisteret (se GARANTI.cpy) - de garantier banken
      *> har stillet for kunden, med de aktives samlede ikke-
      *> balancefoerte eksponering i DKK.
           select garanti-file assign to dynamic garanti-file-name
               organization is line sequential
               file status is garanti-status.

      *> Depotregisteret (se DEPOT.cpy) og depotvaerdierne fra
      *> depotvaerdi.cob (se DEPOTVAERDI.cpy) - kundens depoter med
      *> beholdninger og kursvaerdi i DKK.
           select depot-file assign to dynamic depot-file-name
               organization is line sequential
               file status is depot-status.

           select depotvaerdi-file
               assign to dynamic depotvaerdi-file-name
               organization is line sequential
               file status is depotvaerdi-status.

      *> Traekret og reservationer til den disponible saldo pr.
      *> konto - se skriv-disponibel.
           select traekret-file assign to dynamic traekret-file-name
               organization is line sequential
               file status is traekret-status.

           select reservation-file
               assign to dynamic reservation-file-name
               organization is line sequential
               file status is reservation-status.

      *> Fuldmagts-registeret (se FULDMAGT.cpy) - bemyndigelser over
      *> kunden selv eller en af kundens konti medtages i eksporten.
           select fuldmagt-file assign to dynamic fuldmagt-file-name
               organization is line sequential
               file status is legitim-status.

      *> AML-risikoklassifikationen (se RISIKO.cpy) - kundens
      *> aktuelle niveau med dato og aarsager.
           select risiko-file assign to dynamic risiko-file-name
               organization is line sequential
               file status is risiko-status.

      *> Korrespondanceloggen (KORRLOG) - kundens forsendelses-
      *> historik medtages i eksporten.
           select korr-file assign to dynamic korr-file-name
           01 sikkerhed-record.
               COPY "SIKKERHED.cpy".

           FD garanti-file.
           01 garanti-record.
               COPY "GARANTI.cpy".

           FD depot-file.
           01 depot-record.
               COPY "DEPOT.cpy".

           FD depotvaerdi-file.
           01 depotvaerdi-record.
               COPY "DEPOTVAERDI.cpy".

           FD traekret-file.
           01 traekret-record.
               COPY "TRAEKRET.cpy".

           FD reservation-file.
           01 reservation-record.
               COPY "RESERVATION.cpy".

           FD fuldmagt-file.
           01 fuldmagt-record.
               COPY "FULDMAGT.cpy".
           01 legitim-record.
               COPY "LEGITIM.cpy".

           FD risiko-file.
           01 risiko-record.
               COPY "RISIKO.cpy".

           FD korr-file.
           01 korr-record.
               02 kl-dato          PIC X(8).
           01 end-of-sikkerhed    PIC X value "N".
           01 sikkerhed-antal     PIC 9(5) value 0.

           01 garanti-file-name   PIC X(100) value "GARANTI.txt".
           01 garanti-status      PIC XX value "00".
           01 end-of-garanti      PIC X value "N".
           01 garanti-antal       PIC 9(5) value 0.
           01 garanti-status-tekst PIC X(8).
           01 garanti-kurs        PIC 9(3)V9999.
           01 garanti-kurs-ok     PIC X value "N".
           01 garanti-dkk         PIC 9(13)V99.
           01 garanti-total-dkk   PIC 9(13)V99 value 0.
           01 vist-garanti        PIC Z(10)9.99.
           01 vist-garanti-total  PIC Z(12)9.99.

           01 depot-file-name     PIC X(100) value "DEPOT.txt".
           01 depot-status        PIC XX value "00".
           01 depotvaerdi-file-name PIC X(100)
               value "DEPOT-VAERDI.txt".
           01 depotvaerdi-status  PIC XX value "00".
           01 end-of-depot        PIC X value "N".
           01 depot-antal         PIC 9(5) value 0.
           01 depot-total-dkk     PIC 9(13)V99 value 0.
           01 vist-depot          PIC Z(12)9.99.
           01 vist-depot-kost     PIC Z(12)9.99.
           01 vist-depot-antal    PIC Z(8)9.9999.

      *> Disponibel saldo = BALANCE + traekret - aabne, ikke-
      *> udloebne reservationer - det kontopostering.cob proever et
      *> traek imod. Se skriv-disponibel.
           01 traekret-file-name  PIC X(100) value "TRAEKRET.txt".
           01 traekret-status     PIC XX value "00".
           01 reservation-file-name PIC X(100)
               value "RESERVATION.txt".
           01 reservation-status  PIC XX value "00".
           01 end-of-grundlag     PIC X value "N".
           01 disp-traekret       PIC 9(7)V99.
           01 disp-reserveret     PIC 9(9)V99.
           01 disponibel-saldo    PIC S9(9)V99.

           01 fuldmagt-file-name  PIC X(100) value "FULDMAGT.txt".
           01 fuldmagt-status     PIC XX value "00".
           01 end-of-fuldmagt     PIC X value "N".
           01 legitim-antal       PIC 9(5) value 0.
           01 legitim-dok-status  PIC X(8).

           01 risiko-file-name    PIC X(100) value "RISIKO.txt".
           01 risiko-status       PIC XX value "00".
           01 end-of-risiko       PIC X value "N".
           01 risiko-fundet       PIC X value "N".

           01 korr-file-name   PIC X(100)
               value "KORRESPONDANCE-LOG.txt".
           01 korr-status      PIC XX value "00".
               stop run
           end-if

           accept traekret-file-name
               from environment "TRAEKRETFIL_NAVN"
               on exception
                   move "TRAEKRET.txt" to traekret-file-name
           end-accept
           accept reservation-file-name
               from environment "RESERVATIONFIL_NAVN"
               on exception
                   move "RESERVATION.txt" to reservation-file-name
           end-accept
           perform load-medejer-konti
           perform skriv-konti
           perform byg-indeks-udtraek
           end-if
           perform skriv-historik
           perform skriv-sikkerheder
           perform skriv-garantier
           perform skriv-depoter
           perform skriv-fuldmagter
           perform skriv-legitimation
           perform skriv-risiko
           perform skriv-korrespondance
           perform skriv-db2-status

                   end-string
               end-if
               write eksport-record
               perform skriv-disponibel
           exit.

      *> Den disponible saldo under kontolinjen - kontoens traekret
      *> og aabne, ikke-udloebne reservationer slaas op i de to
      *> filer, som konto360.cob's find-traekret. En manglende fil
      *> er ikke en fejl.
           skriv-disponibel.
               move 0 to disp-traekret
               move 0 to disp-reserveret
               open input traekret-file
               if traekret-status = "00" or traekret-status = "05"
                   move "N" to end-of-grundlag
                   perform until end-of-grundlag = "Y"
                       read traekret-file into traekret-record
                   at end
                       move "Y" to end-of-grundlag
                   not at end
                       if tr-konto-id = account-id in konto-info
                           move tr-graense to disp-traekret
                       end-if
                   end-read
                   end-perform
                   close traekret-file
               end-if
               open input reservation-file
               if reservation-status = "00"
                   or reservation-status = "05"
                   move "N" to end-of-grundlag
                   perform until end-of-grundlag = "Y"
                       read reservation-file into reservation-record
                   at end
                       move "Y" to end-of-grundlag
                   not at end
                       if rv-konto-id = account-id in konto-info
                           and rv-aaben
                           and rv-udloeb-dato >= run-date-raw
                           add rv-beloeb to disp-reserveret
                       end-if
                   end-read
                   end-perform
                   close reservation-file
               end-if
               compute disponibel-saldo = balance in konto-info
                   + disp-traekret - disp-reserveret
               move spaces to eksport-line
               string
                   "       disponibel "
                   function trim(disponibel-saldo)
                   " (traekret " function trim(disp-traekret)
                   ", reserveret " function trim(disp-reserveret) ")"
                   into eksport-line
               end-string
               write eksport-record
           exit.

      *> Forsoeger at hente kundens historik via TRANSOPSLAG i
               end-if
           exit.

      *> Garanti-sektionen: garantier stillet for kunden, med
      *> status. Aktive garantier (ikke udloebet pr. dags dato)
      *> summeres i DKK som kundens ikke-balancefoerte eksponering.
      *> En manglende registerfil er ikke en fejl.
           skriv-garantier.
               accept garanti-file-name
                   from environment "GARANTIFIL_NAVN"
                   on exception
                       move "GARANTI.txt" to garanti-file-name
               end-accept
               open input garanti-file
               if garanti-status not = "00"
                   and garanti-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-garanti
               perform until end-of-garanti = "Y"
                   read garanti-file
               at end
                   move "Y" to end-of-garanti
               not at end
                   if gar-kunde-id = kunde360-id
                       perform skriv-garanti-post
                   end-if
               end-read
               end-perform
               close garanti-file
               if garanti-antal > 0
                   move garanti-total-dkk to vist-garanti-total
                   move spaces to eksport-line
                   string
                       "GARANTI I ALT aktive, ikke-balancefoert (DKK) "
                       function trim(vist-garanti-total)
                       into eksport-line
                   end-string
                   write eksport-record
               end-if
           exit.

           skriv-garanti-post.
               add 1 to garanti-antal
               evaluate true
                   when gar-indfriet
                       move "INDFRIET" to garanti-status-tekst
                   when gar-ophoert
                       move "OPHOERT" to garanti-status-tekst
                   when gar-udloebs-dato < run-date-raw
                       move "UDLOEBET" to garanti-status-tekst
                   when other
                       move "AKTIV" to garanti-status-tekst
               end-evaluate
               if garanti-status-tekst = "AKTIV"
                   call "VALUTAKURS" using
                       gar-valuta-id garanti-kurs garanti-kurs-ok
                   end-call
                   if garanti-kurs-ok = "Y"
                       compute garanti-dkk rounded =
                           gar-beloeb * garanti-kurs
                       add garanti-dkk to garanti-total-dkk
                   end-if
               end-if
               move gar-beloeb to vist-garanti
               move spaces to eksport-line
               string
                   "GARANTI " function trim(gar-garanti-id)
                   " " gar-type " " function trim(vist-garanti)
                   " " gar-valuta-id " " gar-udstedt-dato
                   "-" gar-udloebs-dato " "
                   function trim(garanti-status-tekst)
                   " til " function trim(gar-begunstiget)
                   into eksport-line
               end-string
               write eksport-record
           exit.

      *> Depot-sektionen: kundens depoter med kursvaerdi og
      *> anskaffelsesvaerdi i DKK fra seneste vaerdiansaettelse,
      *> efterfulgt af beholdningerne. Manglende filer er ikke en
      *> fejl - saa har kunden bare intet depot.
           skriv-depoter.
               accept depotvaerdi-file-name
                   from environment "DEPOTVAERDIFIL_NAVN"
                   on exception
                       move "DEPOT-VAERDI.txt" to depotvaerdi-file-name
               end-accept
               accept depot-file-name
                   from environment "DEPOTFIL_NAVN"
                   on exception
                       move "DEPOT.txt" to depot-file-name
               end-accept
               open input depotvaerdi-file
               if depotvaerdi-status = "00"
                   or depotvaerdi-status = "05"
                   move "N" to end-of-depot
                   perform until end-of-depot = "Y"
                       read depotvaerdi-file
                   at end
                       move "Y" to end-of-depot
                   not at end
                       if dv-kunde-id = kunde360-id
                           perform skriv-depot-post
                       end-if
                   end-read
                   end-perform
                   close depotvaerdi-file
               end-if
               open input depot-file
               if depot-status = "00" or depot-status = "05"
                   move "N" to end-of-depot
                   perform until end-of-depot = "Y"
                       read depot-file
                   at end
                       move "Y" to end-of-depot
                   not at end
                       if dp-kunde-id = kunde360-id
                           move dp-antal to vist-depot-antal
                           move spaces to eksport-line
                           string
                               "       papir " function trim(
                                   dp-depot-id)
                               " " dp-isin " "
                               function trim(vist-depot-antal)
                               " stk. (" dp-valuta-id ")"
                               into eksport-line
                           end-string
                           write eksport-record
                       end-if
                   end-read
                   end-perform
                   close depot-file
               end-if
               if depot-antal > 0
                   move depot-total-dkk to vist-depot
                   move spaces to eksport-line
                   string
                       "DEPOT I ALT kursvaerdi (DKK) "
                       function trim(vist-depot)
                       into eksport-line
                   end-string
                   write eksport-record
               end-if
           exit.

           skriv-depot-post.
               add 1 to depot-antal
               add dv-vaerdi-dkk to depot-total-dkk
               move dv-vaerdi-dkk to vist-depot
               move dv-kostvaerdi-dkk to vist-depot-kost
               move spaces to eksport-line
               string
                   "DEPOT  " function trim(dv-depot-id)
                   " kursvaerdi DKK " function trim(vist-depot)
                   " anskaffet DKK " function trim(vist-depot-kost)
                   " pr. " dv-vaerdi-dato
                   into eksport-line
               end-string
               write eksport-record
               move spaces to eksport-line
               string
                   "       " dv-antal-papirer " papirer, "
                   dv-antal-uden-kurs " uden kurs"
                   into eksport-line
               end-string
               write eksport-record
           exit.

      *> Fuldmagts-sektionen: bemyndigelser over kunden selv
      *> (objekt-type "P") eller en af kundens konti (objekt-type
      *> "K", objekt-id blandt egne+faelles konti) - saa CRM'et ser
               end-if
           exit.

      *> Risikosektionen: kundens AML-risikoniveau fra RISIKO.txt
      *> som risikoklassificering.cob senest satte det. En kunde der
      *> endnu ikke er vurderet siges eksplicit.
           skriv-risiko.
               accept risiko-file-name
                   from environment "RISIKOFIL_NAVN"
                   on exception
                       move "RISIKO.txt" to risiko-file-name
               end-accept
               open input risiko-file
               if risiko-status not = "00"
                   and risiko-status not = "05"
                   continue
               else
                   perform until end-of-risiko = "Y"
                       read risiko-file into risiko-record
                   at end
                       move "Y" to end-of-risiko
                   not at end
                       if rk-kunde-id = kunde360-id
                           move "Y" to risiko-fundet
                           move spaces to eksport-line
                           string
                               "RISIKO niveau " rk-niveau
                               " (" rk-point " point) vurderet "
                               rk-vurderet-dato
                               " siden " rk-niveau-dato
                               " - " function trim(rk-aarsager)
                               delimited by size
                               into eksport-line
                           end-string
                           write eksport-record
                       end-if
                   end-read
                   end-perform
                   close risiko-file
               end-if
               if risiko-fundet = "N"
                   move spaces to eksport-line
                   move "RISIKO (ikke klassificeret)" to eksport-line
                   write eksport-record
               end-if
           exit.

      *> Korrespondancesektionen: kundens forsendelser fra den
      *> faelles korrespondancelog - saa CRM'et kan se hvad der er
      *> produceret til kunden og hvornaar.
