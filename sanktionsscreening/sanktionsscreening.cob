      *> uaendret) eller kun nattens ADDED/CHANGED-kunder fra
      *> CHANGE-LOG.txt (SCREEN_TILSTAND=DELTA). For personkunder
      *> proeves fornavn+efternavn; for C-kunder baade firmanavn og
      *> kontaktperson og desuden hver reel ejer registreret for
      *> kunden i REELEJER.txt (se REELEJER.cpy) - et hit paa en
      *> ejer registreres paa selve erhvervskunden, saa dens konti
      *> blokeres paa samme maade. Et listenavn der forekommer i
      *> kundens navn (store/smaa bogstaver ligegyldigt) er et hit
      *> og skrives til SANKTION-REVIEW.txt med status "N" (ny) -
      *> medmindre samme kunde/listenavn allerede staar der, saa en
      *> natlig koersel ikke dublerer aabne sager.
      *> Kontopostering.cob laeser review-filen og afviser
      *> posteringer paa kundens konti, mens status er "N" (aaben)
      *> eller "B" (bekraeftet); gennemgangen dispositionerer sagen
      *> med sanktionsdisposition.cob ("F" frigiver et falsk
      *> positiv). RC=4 ved nye hits.
      *> Hver screenet kunde der afventer oprettelse (kunde-status
      *> "V") skrives desuden til SANKTION-SCREENET.txt med
      *> koerselsdatoen - kundeaktivering.cob kraever den linje som
      *> bevis for at kunden er screenet, foer kunden aktiveres.

       environment division.
       input-output section.
               organization is line sequential
               file status is change-log-status.

           select reelejer-file assign to dynamic reelejer-file-name
               organization is line sequential
               file status is reelejer-status.

           select review-file assign to dynamic review-file-name
               organization is line sequential
               file status is review-status.

           select screenet-file assign to dynamic screenet-file-name
               organization is line sequential
               file status is screenet-status.

       data division.
           file section.
           FD liste-file.
           01 change-log-record.
               02 change-log-line   PIC X(100).

           FD reelejer-file.
           01 reelejer-record.
               COPY "REELEJER.cpy".

           FD review-file.
           01 review-record.
               02 sr-kunde-id      PIC X(10).
      *> sanktionsdisposition.cob.
               02 sr-status        PIC X(1).

           FD screenet-file.
           01 screenet-record.
               02 ss-kunde-id      PIC X(10).
               02 ss-dato          PIC X(8).

       working-storage section.
           01 end-of-liste     PIC X value "N".
           01 end-of-kunde     PIC X value "N".
           01 change-log-status PIC XX value "00".
           01 review-file-name PIC X(100) value "SANKTION-REVIEW.txt".
           01 review-status    PIC XX value "00".
           01 screenet-file-name PIC X(100)
               value "SANKTION-SCREENET.txt".
           01 screenet-status  PIC XX value "00".
           01 end-of-reelejer  PIC X value "N".
           01 reelejer-file-name PIC X(100) value "REELEJER.txt".
           01 reelejer-status  PIC XX value "00".
           01 kunde-header-missing PIC X value "N".

           01 screen-tilstand  PIC X(5) value "FULD".
           01 kh-index         PIC 9(3).
           01 kh-fundet        PIC X value "N".

      *> Reelle ejere af erhvervskunder - screenes med kunden.
           01 ejer-count       PIC 9(4) value 0.
           01 ejer-max         PIC 9(4) value 1000.
           01 ejer-table.
               02 ejer-entry occurs 1000 times.
                   03 ej-kunde-id  PIC X(10).
                   03 ej-navn      PIC X(40).
           01 ej-index         PIC 9(4).

           01 screen-navn      PIC X(80).
           01 match-taeller    PIC 9(3).
           01 hit-antal        PIC 9(5) value 0.
               on exception
                   move "SANKTION-REVIEW.txt" to review-file-name
           end-accept
           accept reelejer-file-name
               from environment "REELEJERFIL_NAVN"
               on exception
                   move "REELEJER.txt" to reelejer-file-name
           end-accept
           accept screenet-file-name
               from environment "SANKTIONSCREENETFIL_NAVN"
               on exception
                   move "SANKTION-SCREENET.txt" to screenet-file-name
           end-accept
           accept screen-tilstand from environment "SCREEN_TILSTAND"
               on exception
                   move "FULD " to screen-tilstand
               perform load-delta-kunder
           end-if
           perform load-kendte-sager
           perform load-reelejere

           open extend review-file
           if review-status = "35"
               open output review-file
           end-if
           open extend screenet-file
           if screenet-status = "35"
               open output screenet-file
           end-if

           perform screen-kundebase

           close review-file
           close screenet-file

           display "SANKTIONSSCREENING: " screenet-antal
               " kunder screenet (" function trim(screen-tilstand)
               end-if
           exit.

      *> Et manglende ejerregister betyder blot at der ikke er
      *> registreret reelle ejere endnu.
           load-reelejere.
               open input reelejer-file
               if reelejer-status not = "00"
                   and reelejer-status not = "05"
                   continue
               else
                   perform until end-of-reelejer = "Y"
                       read reelejer-file into reelejer-record
                   at end
                       move "Y" to end-of-reelejer
                   not at end
                       if re-navn not = spaces
                           if ejer-count < ejer-max
                               add 1 to ejer-count
                               move re-kunde-id
                                   to ej-kunde-id(ejer-count)
                               move re-navn to ej-navn(ejer-count)
                           else
                               display "SANKTIONSSCREENING: ejer-"
                                   "tabel fuld - " re-kunde-id
                                   " ikke indlaest"
                           end-if
                       end-if
                   end-read
                   end-perform
                   close reelejer-file
               end-if
           exit.

           screen-kundebase.
               open input kunde-file
               move "N" to kunde-header-missing
                   end-if
               end-if
               add 1 to screenet-antal
               if kunde-afventer in kunde-info
                   move customer-id in kunde-info to ss-kunde-id
                   move koersel-dato to ss-dato
                   write screenet-record
               end-if
               if customer-type in kunde-info = "C"
                   move spaces to screen-navn
                   move function upper-case(
                   move function upper-case(
                       contact-person in kunde-info) to screen-navn
                   perform proev-mod-liste
                   perform varying ej-index from 1 by 1
                       until ej-index > ejer-count
                       if ej-kunde-id(ej-index)
                           = customer-id in kunde-info
                           move spaces to screen-navn
                           move function upper-case(ej-navn(ej-index))
                               to screen-navn
                           perform proev-mod-liste
                       end-if
                   end-perform
               else
                   move spaces to screen-navn
                   string
