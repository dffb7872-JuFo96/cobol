       identification division.
       program-id. KREDITTJEK.

      *> Faelles opslag mod kreditindstillingerne (KREDITINDSTILLING
      *> .txt, se KREDITINDSTILLING.cpy) for de programmer der
      *> opretter kredit: laanoprettelse.cob og traekretvedligehold
      *> .cob. Kalderen giver indstillingsreferencen, produktet,
      *> kontoen og beloebet og faar "Y" tilbage hvis indstillingen
      *> er godkendt, gaelder netop det produkt og den konto, daekker
      *> beloebet og ikke er aeldre end KREDIT_GYLDIGHEDSDAGE (PARMS,
      *> standard 180 dage) - ellers "N" og aarsagen. Funktion "T"
      *> tjekker kun; funktion "U" tjekker og stempler indstillingen
      *> som udnyttet med dato og beloeb, saa samme godkendelse ikke
      *> kan bruges to gange. Filen laeses ved hvert kald, da "U"
      *> aendrer den; omskrivningen gaar over en arbejdskopi, samme
      *> moenster som kontoflyt.cob's omskriv-traekret.

       environment division.
       input-output section.
       file-control.
           select indstilling-file
               assign to dynamic indstilling-file-name
               organization is line sequential
               file status is indstilling-status.

           select omskriv-file assign to dynamic omskriv-file-name
               organization is line sequential.

       data division.
           file section.
           FD indstilling-file.
           01 indstilling-record.
               COPY "KREDITINDSTILLING.cpy".

           FD omskriv-file.
           01 omskriv-record.
               02 omskriv-line     PIC X(181).

       working-storage section.
           01 parms-hentet     PIC X value "N".
           01 indstilling-file-name PIC X(100)
               value "KREDITINDSTILLING.txt".
           01 indstilling-status PIC XX value "00".
           01 omskriv-file-name PIC X(110).
           01 end-of-fil       PIC X value "N".
           01 fundet           PIC X value "N".

           01 parm-navn        PIC X(30).
           01 parm-vaerdi      PIC X(100).
           01 parm-fundet      PIC X.
           01 gyldighed-dage   PIC 9(5) value 180.
           01 alder-dage       PIC S9(7).

      *> Den fundne indstilling.
           01 gemt-indstilling.
               COPY "KREDITINDSTILLING.cpy".

       linkage section.
           01 ln-funktion      PIC X(1).
           01 ln-indstilling-id PIC X(10).
           01 ln-produkt       PIC X(4).
           01 ln-konto-id      PIC X(10).
           01 ln-beloeb        PIC 9(9)V99.
           01 ln-dato          PIC X(8).
           01 ln-ok            PIC X(1).
           01 ln-aarsag        PIC X(60).

       procedure division using ln-funktion ln-indstilling-id
           ln-produkt ln-konto-id ln-beloeb ln-dato ln-ok ln-aarsag.
       main-program.
           if parms-hentet = "N"
               perform hent-parametre
               move "Y" to parms-hentet
           end-if

           move "N" to ln-ok
           move spaces to ln-aarsag

           perform find-indstilling
           if fundet = "N"
               move "kreditindstillingen findes ikke" to ln-aarsag
               goback
           end-if

           perform vurder-indstilling
           if ln-ok = "Y" and ln-funktion = "U"
               perform stempl-udnyttet
           end-if

           goback.

           hent-parametre.
               accept indstilling-file-name
                   from environment "KREDITINDSTILLINGFIL_NAVN"
                   on exception
                       move "KREDITINDSTILLING.txt"
                           to indstilling-file-name
               end-accept
               move spaces to omskriv-file-name
               string
                   function trim(indstilling-file-name) ".tmp"
                   into omskriv-file-name
               end-string
               move "KREDIT_GYLDIGHEDSDAGE" to parm-navn
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               if parm-fundet = "Y"
                   and parm-vaerdi not = spaces
                   and function test-numval(parm-vaerdi) = 0
                   compute gyldighed-dage =
                       function numval(parm-vaerdi)
               end-if
           exit.

      *> En manglende fil betyder ingen indstillinger.
           find-indstilling.
               move "N" to fundet
               open input indstilling-file
               if indstilling-status not = "00"
                   and indstilling-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read indstilling-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if ki-indstilling-id in indstilling-record
                       = ln-indstilling-id
                       move indstilling-record to gemt-indstilling
                       move "Y" to fundet
                   end-if
               end-read
               end-perform
               close indstilling-file
           exit.

           vurder-indstilling.
               evaluate true
                   when ki-udnyttet in gemt-indstilling
                       string
                           "kreditindstillingen er allerede udnyttet "
                           ki-udnyttet-dato in gemt-indstilling
                           into ln-aarsag
                       end-string
                       exit paragraph
                   when ki-afventer in gemt-indstilling
                       move "kreditindstillingen afventer beslutning"
                           to ln-aarsag
                       exit paragraph
                   when ki-afvist in gemt-indstilling
                       move "kreditindstillingen er afvist"
                           to ln-aarsag
                       exit paragraph
               end-evaluate
               if ki-produkt in gemt-indstilling not = ln-produkt
                   string
                       "kreditindstillingen gaelder produkt "
                       ki-produkt in gemt-indstilling
                       into ln-aarsag
                   end-string
                   exit paragraph
               end-if
               if ki-konto-id in gemt-indstilling not = ln-konto-id
                   string
                       "kreditindstillingen gaelder konto "
                       ki-konto-id in gemt-indstilling
                       into ln-aarsag
                   end-string
                   exit paragraph
               end-if
               if ln-beloeb > ki-beloeb in gemt-indstilling
                   move "beloebet overstiger det godkendte beloeb"
                       to ln-aarsag
                   exit paragraph
               end-if
               if ki-beslutning-dato in gemt-indstilling not numeric
                   or ln-dato not numeric
                   move "godkendelsesdatoen er ugyldig" to ln-aarsag
                   exit paragraph
               end-if
               compute alder-dage =
                   function integer-of-date(function numval(ln-dato))
                   - function integer-of-date(function numval(
                       ki-beslutning-dato in gemt-indstilling))
               if alder-dage > gyldighed-dage
                   string
                       "godkendelsen fra "
                       ki-beslutning-dato in gemt-indstilling
                       " er udloebet"
                       into ln-aarsag
                   end-string
                   exit paragraph
               end-if
               move "Y" to ln-ok
           exit.

      *> Indstillingen stemples som udnyttet: filen kopieres til
      *> arbejdskopien med den ene raekke aendret og kopieres tilbage.
           stempl-udnyttet.
               open input indstilling-file
               open output omskriv-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read indstilling-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if ki-indstilling-id in indstilling-record
                       = ln-indstilling-id
                       move "U" to ki-status in indstilling-record
                       move ln-dato
                           to ki-udnyttet-dato in indstilling-record
                       move ln-beloeb
                           to ki-udnyttet-beloeb in indstilling-record
                   end-if
                   write omskriv-record from indstilling-record
               end-read
               end-perform
               close indstilling-file
               close omskriv-file
               open input omskriv-file
               open output indstilling-file
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read omskriv-file
               at end
                   move "Y" to end-of-fil
               not at end
                   write indstilling-record from omskriv-record
               end-read
               end-perform
               close omskriv-file
               close indstilling-file
           exit.
