      *> i en betalingsfil, en ALERTS.txt-linje, et nostro-brud).
      *> For KONTO360_ID samles i EEN eksportfil KONTO360-<id>.txt:
      *> kontostamdata med status og aktuel rentesats (RENTESATS-
      *> opslag som kontorente.cob's, eller kontoens individuelle
      *> renteaftale naar en er i kraft), bevilget traekret
      *> (TRAEKRET.txt) og disponibel saldo efter aabne
      *> reservationer (RESERVATION.txt), primaer ejer fra
      *> kundeoplysninger.txt med ejerens AML-risikoniveau
      *> (RISIKO.txt) og medejere fra MEDEJERE.txt,
      *> faste ordrer fra FASTORDRE.txt, ventende enkeltbetalinger
      *> fra betalingsoversigten (BETALINGSOVERSIGT.txt),
      *> afdragsplan-position fra LAANSCHD.txt for LAAN-konti,
      *> nylige TRANSOPL-posteringer (KONTO360_DAGE, uaendret 90,
      *> via TRANSOPSLAG-indekset med flad fallback) samt aabne
               organization is line sequential
               file status is traekret-status.

           select reservation-file
               assign to dynamic reservation-file-name
               organization is line sequential
               file status is reservation-status.

           select rente-file assign to dynamic rente-file-name
               organization is line sequential
               file status is rente-status.
               organization is line sequential
               file status is fastordre-status.

           select betaling-file assign to dynamic betaling-file-name
               organization is line sequential
               file status is betaling-status.

           select laan-file assign to dynamic laan-file-name
               organization is line sequential
               file status is laan-status.
               organization is line sequential
               file status is sag-fil-status.

           select risiko-file assign to dynamic risiko-file-name
               organization is line sequential
               file status is risiko-status.

           select generation-file assign to "GENERATION.txt"
               organization is line sequential
               file status is generation-status.

           FD traekret-file.
           01 traekret-record.
               COPY "TRAEKRET.cpy".

           FD reservation-file.
           01 reservation-record.
               COPY "RESERVATION.cpy".

           FD rente-file.
           01 rente-record.
               02 fo-frekvens      PIC X(7).
               02 fo-naeste-dato   PIC X(8).

           FD betaling-file.
           01 betaling-record.
               COPY "BETALING.cpy".

           FD laan-file.
           01 laan-record.
               COPY "LOANSCHD.cpy".
           01 sag-record.
               COPY "ALERTSAG.cpy".

           FD risiko-file.
           01 risiko-record.
               COPY "RISIKO.cpy".

           FD generation-file.
           01 generation-record.
               02 gen-nummer       PIC 9(6).
           01 medejer-status   PIC XX value "00".
           01 traekret-file-name PIC X(100) value "TRAEKRET.txt".
           01 traekret-status  PIC XX value "00".
           01 reservation-file-name PIC X(100)
               value "RESERVATION.txt".
           01 reservation-status PIC XX value "00".
           01 rente-file-name  PIC X(100) value "RENTESATS.txt".
           01 rente-status     PIC XX value "00".
           01 fastordre-file-name PIC X(100) value "FASTORDRE.txt".
           01 fastordre-status PIC XX value "00".
           01 betaling-file-name PIC X(100)
               value "BETALINGSOVERSIGT.txt".
           01 betaling-status  PIC XX value "00".
           01 vist-betaling    PIC Z(6)9.99.
           01 betaling-pos     PIC 9(3).
           01 laan-file-name   PIC X(100) value "LAANSCHD.txt".
           01 laan-status      PIC XX value "00".
           01 historik-file-name PIC X(100) value "TRANSOPL.txt".
           01 alerts-status    PIC XX value "00".
           01 sag-file-name    PIC X(100) value "ALERT-SAGER.txt".
           01 sag-fil-status   PIC XX value "00".
           01 risiko-file-name PIC X(100) value "RISIKO.txt".
           01 risiko-status    PIC XX value "00".
           01 risiko-fundet    PIC X value "N".
           01 generation-status PIC XX value "00".
           01 kontofil-sat     PIC X value "N".
           01 eksport-file-name PIC X(100).
           01 fund-status      PIC X(1).

           01 fundet-traekret  PIC 9(7)V99 value 0.
      *> Disponibel saldo = BALANCE + traekret - aabne reservationer
      *> - det kontopostering.cob proever et traek imod.
           01 reserveret-sum   PIC 9(9)V99 value 0.
           01 reservation-antal PIC 9(4) value 0.
           01 disponibel-saldo PIC S9(9)V99 value 0.
           01 fundet-sats      PIC S9(3)V99 value 0.
           01 bedste-fra       PIC X(8).
           01 sats-fundet      PIC X value "N".
           01 aftale-art       PIC X(1).
           01 aftale-fundet    PIC X(1) value "N".
           01 aftale-sats      PIC S9(3)V99.
           01 aftale-skifte    PIC X(8).

           01 rest-hovedstol   PIC 9(9)V99 value 0.
           01 naeste-forfald   PIC X(8) value "99999999".
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept betaling-file-name
               from environment "BETALINGFIL_NAVN"
               on exception
                   move "BETALINGSOVERSIGT.txt" to betaling-file-name
           end-accept
           accept historik-file-name
               from environment "TRANSOPLFIL_NAVN"
               on exception

           perform skriv-stamdata
           perform skriv-ejer
           perform skriv-ejer-risiko
           perform skriv-medejere
           perform skriv-fastordrer
           perform skriv-betalinger
           if fund-type = "LAAN"
               perform skriv-laan-position
           end-if
           skriv-stamdata.
               perform find-traekret
               perform find-aktuel-sats
               if fund-balance < 0
                   move "D" to aftale-art
               else
                   move "K" to aftale-art
               end-if
               call "RENTEAFTALEOPSLAG" using
                   konto360-id aftale-art run-date-raw
                   aftale-fundet aftale-sats aftale-skifte
               end-call
               if aftale-fundet = "Y"
                   move aftale-sats to fundet-sats
                   move "Y" to sats-fundet
               end-if
               move spaces to eksport-line
               string
                   "KONTO  type " function trim(fund-type)

               move spaces to eksport-line
               if sats-fundet = "Y"
                   if aftale-fundet = "Y"
                       string
                           "VILKAAR traekret " fundet-traekret
                           " sats " fundet-sats
                           " pct (individuel renteaftale)"
                           into eksport-line
                       end-string
                   else
                       string
                           "VILKAAR traekret " fundet-traekret
                           " sats " fundet-sats " pct"
                           into eksport-line
                       end-string
                   end-if
               else
                   string
                       "VILKAAR traekret " fundet-traekret
                   end-string
               end-if
               write eksport-record

               perform skriv-reservationer
               compute disponibel-saldo =
                   fund-balance + fundet-traekret - reserveret-sum
               move spaces to eksport-line
               string
                   "DISPONIBEL saldo " disponibel-saldo
                   " reserveret " reserveret-sum
                   " i " reservation-antal " aabne reservationer"
                   into eksport-line
               end-string
               write eksport-record
           exit.

      *> Kontoens aabne, ikke-udloebne reservationer - en linje pr.
      *> reservation, og summen til den disponible saldo. En
      *> manglende fil betyder ingen reservationer.
           skriv-reservationer.
               move 0 to reserveret-sum
               move 0 to reservation-antal
               open input reservation-file
               if reservation-status not = "00"
                   and reservation-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read reservation-file into reservation-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if rv-konto-id = konto360-id
                       and rv-aaben
                       and rv-udloeb-dato >= run-date-raw
                       add rv-beloeb to reserveret-sum
                       add 1 to reservation-antal
                       move spaces to eksport-line
                       string
                           "RESERVATION " rv-reference
                           " beloeb " rv-beloeb
                           " oprettet " rv-oprettet-dato
                           " udloeber " rv-udloeb-dato
                           into eksport-line
                       end-string
                       write eksport-record
                   end-if
               end-read
               end-perform
               close reservation-file
           exit.

           find-traekret.
               end-if
           exit.

      *> Den primaere ejers aktuelle AML-risikoniveau, som
      *> risikoklassificering.cob senest satte det.
           skriv-ejer-risiko.
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
                   move "N" to end-of-fil
                   perform until end-of-fil = "Y"
                       read risiko-file into risiko-record
                   at end
                       move "Y" to end-of-fil
                   not at end
                       if rk-kunde-id = fund-kunde-id
                           move "Y" to risiko-fundet
                           move spaces to eksport-line
                           string
                               "RISIKO niveau " rk-niveau
                               " (" rk-point " point) vurderet "
                               rk-vurderet-dato
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
                   move "RISIKO (ejer ikke klassificeret)"
                       to eksport-line
                   write eksport-record
               end-if
           exit.

           skriv-medejere.
               open input medejer-file
               if medejer-status not = "00"
               close fastordre-file
           exit.

      *> Kun de ventende betalinger - udfoerte staar i historikken,
      *> og annullerede og fejlede er afsluttet.
           skriv-betalinger.
               open input betaling-file
               if betaling-status not = "00"
                   and betaling-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read betaling-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if bo-konto-id = konto360-id
                       and bo-venter
                       move bo-beloeb to vist-betaling
                       move spaces to eksport-line
                       move 1 to betaling-pos
                       string
                           "BETALING " function trim(bo-reference)
                           " beloeb " function trim(vist-betaling)
                           " forfald " bo-forfald-dato
                           " til " bo-modtager-reg " "
                           function trim(bo-modtager-konto)
                           " " function trim(bo-tekst)
                           into eksport-line with pointer betaling-pos
                       end-string
                       if bo-forsoeg > 0
                           string
                               " (genforsoeg " bo-forsoeg ")"
                               into eksport-line
                               with pointer betaling-pos
                           end-string
                       end-if
                       write eksport-record
                   end-if
               end-read
               end-perform
               close betaling-file
           exit.

      *> Afdragsplan-positionen for en LAAN-konto: restgaeld (sum
      *> af ubogfoert hovedstol) og naeste ubogfoerte forfald.
           skriv-laan-position.
