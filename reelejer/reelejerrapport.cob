       identification division.
       program-id. REELEJERRAPPORT.

      *> Natlig kontrol af registeret over reelle ejere: finder
      *> erhvervskunder (customer-type "C") i kundeoplysninger.txt
      *> der enten slet ingen reel ejer har i REELEJER.txt, eller
      *> hvis registrerede ejerandele tilsammen er under 100 %, og
      *> skriver dem til REELEJER-RAPPORT.txt - saa kompliance kan
      *> faa resten af ejerkredsen oplyst. Privatkunder er deres
      *> egen reelle ejer og springes over. RC=4 naar noget er at
      *> jage.

       environment division.
       input-output section.
       file-control.
           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential.

           select reelejer-file assign to dynamic reelejer-file-name
               organization is line sequential
               file status is reelejer-status.

           select rapport-file assign to "REELEJER-RAPPORT.txt"
               organization is line sequential.

       data division.
           file section.
           FD kunde-file.
           01 kunde-header-record.
               COPY "KUNDEOPL-HDR.cpy".
           01 kunde-info.
               COPY "kundeopl.cpy".

           FD reelejer-file.
           01 reelejer-record.
               COPY "REELEJER.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(100).

       working-storage section.
           01 end-of-kunde     PIC X value "N".
           01 end-of-reelejer  PIC X value "N".
           01 kunde-file-name  PIC X(100)
               value "kundeoplysninger.txt".
           01 reelejer-file-name PIC X(100) value "REELEJER.txt".
           01 reelejer-status  PIC XX value "00".
           01 kunde-header-missing PIC X value "N".
           01 koersel-dato     PIC X(8).

      *> Ejerandelene summeres pr. kunde allerede ved indlaesningen,
      *> saa hver erhvervskunde kun skal slaas op een gang.
           01 ejer-count       PIC 9(4) value 0.
           01 ejer-max         PIC 9(4) value 1000.
           01 ejer-table.
               02 ejer-entry occurs 1000 times.
                   03 et-kunde-id  PIC X(10).
                   03 et-antal     PIC 9(3).
                   03 et-andel     PIC 9(5)V99.
           01 et-index         PIC 9(4).
           01 et-fundet        PIC 9(4).

           01 vis-andel        PIC ZZZ9.99.
           01 mangler-antal    PIC 9(5) value 0.
           01 under-antal      PIC 9(5) value 0.

       procedure division.
       main-program.
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept reelejer-file-name
               from environment "REELEJERFIL_NAVN"
               on exception
                   move "REELEJER.txt" to reelejer-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if

           perform load-register

           open output rapport-file
           move spaces to rapport-line
           string
               "*---- Reelle ejere pr. " koersel-dato
               " ----*"
               into rapport-line
           end-string
           write rapport-record

           perform gennemgaa-kunder
           close rapport-file

           display "REELEJERRAPPORT: " mangler-antal
               " uden reel ejer, " under-antal
               " under 100 pct."

           if mangler-antal > 0 or under-antal > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

           load-register.
               open input reelejer-file
               if reelejer-status not = "00"
                   and reelejer-status not = "05"
                   display "REELEJERRAPPORT: "
                       function trim(reelejer-file-name)
                       " findes ikke - alle erhvervskunder staar"
                       " uden reel ejer"
               else
                   perform until end-of-reelejer = "Y"
                       read reelejer-file into reelejer-record
                   at end
                       move "Y" to end-of-reelejer
                   not at end
                       perform saml-ejerandel
                   end-read
                   end-perform
                   close reelejer-file
               end-if
           exit.

           saml-ejerandel.
               move 0 to et-fundet
               perform varying et-index from 1 by 1
                   until et-index > ejer-count or et-fundet > 0
                   if et-kunde-id(et-index) = re-kunde-id
                       move et-index to et-fundet
                   end-if
               end-perform
               if et-fundet = 0
                   if ejer-count >= ejer-max
                       display "REELEJERRAPPORT: ejertabel fuld - "
                           re-kunde-id " ikke indlaest"
                       exit paragraph
                   end-if
                   add 1 to ejer-count
                   move ejer-count to et-fundet
                   move re-kunde-id to et-kunde-id(et-fundet)
                   move 0 to et-antal(et-fundet)
                   move 0 to et-andel(et-fundet)
               end-if
               add 1 to et-antal(et-fundet)
               if re-ejerandel is numeric
                   add re-ejerandel to et-andel(et-fundet)
               end-if
           exit.

           gennemgaa-kunder.
               open input kunde-file
               move "N" to kunde-header-missing
               read kunde-file into kunde-header-record
               at end
                   move "Y" to end-of-kunde
               not at end
                   if kuhdr-marker not = "KHDR"
                       move "Y" to kunde-header-missing
                   end-if
               end-read
               if end-of-kunde = "N"
                   and kunde-header-missing = "Y"
                   perform vurder-kunde
               end-if
               perform until end-of-kunde = "Y"
                   read kunde-file into kunde-info
               at end
                   move "Y" to end-of-kunde
               not at end
                   perform vurder-kunde
               end-read
               end-perform
               close kunde-file
           exit.

      *> Andelene i registeret er hver ejers egen procent - ogsaa en
      *> ejer registreret paa stemmer eller kontrol taeller med, saa
      *> en kunde hvor ledelsen staar som reel ejer (100 %) ikke
      *> jages igen hver nat.
           vurder-kunde.
               if customer-type in kunde-info not = "C"
                   exit paragraph
               end-if
               move 0 to et-fundet
               perform varying et-index from 1 by 1
                   until et-index > ejer-count or et-fundet > 0
                   if et-kunde-id(et-index)
                       = customer-id in kunde-info
                       move et-index to et-fundet
                   end-if
               end-perform
               if et-fundet = 0
                   add 1 to mangler-antal
                   move spaces to rapport-line
                   string
                       "MANGLER  kunde "
                       function trim(customer-id in kunde-info)
                       " " function trim(company-name in kunde-info)
                       " - ingen registreret reel ejer"
                       into rapport-line
                   end-string
                   write rapport-record
               else
                   if et-andel(et-fundet) < 100
                       add 1 to under-antal
                       move et-andel(et-fundet) to vis-andel
                       move spaces to rapport-line
                       string
                           "UNDER    kunde "
                           function trim(customer-id in kunde-info)
                           " " et-antal(et-fundet) " ejere, i alt "
                           function trim(vis-andel) " pct."
                           into rapport-line
                       end-string
                       write rapport-record
                   end-if
               end-if
           exit.
