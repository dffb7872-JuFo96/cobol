       identification division.
       program-id. DEPOTKURSIMPORT.

      *> Daglig indlaesning af vaerdipapirkurser: kursleverandoerens
      *> fil VPKURS-IND.txt (samme layout som VPKURS.cpy) flettes ind
      *> i kursfilen VPKURS.txt, som holder den seneste kurs pr. ISIN.
      *> En kurs skal have en ISIN paa formen to bogstaver + ni tegn
      *> + kontrolciffer, en kendt valuta, en positiv kurs og en
      *> kursdato der ikke ligger efter koerselsdatoen. En kurs der
      *> er aeldre end den allerede registrerede for samme ISIN
      *> springes over. Afviste linjer skrives til DEPOTKURS-FEJL.txt.
      *> RC=4 hvis der var afviste linjer, eller hvis leverandoer-
      *> filen mangler (saa staar gaarsdagens kurser uaendret, og
      *> depotvaerdi.cob melder dem som foraeldede).

       environment division.
       input-output section.
       file-control.
           select kurs-file assign to dynamic kurs-file-name
               organization is line sequential
               file status is kurs-status.

           select import-file assign to dynamic import-file-name
               organization is line sequential
               file status is import-status.

           select error-file assign to "DEPOTKURS-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD kurs-file.
           01 kurs-record.
               COPY "VPKURS.cpy".

           FD import-file.
           01 import-record.
               COPY "VPKURS.cpy".

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-kurs      PIC X value "N".
           01 end-of-import    PIC X value "N".
           01 kurs-file-name   PIC X(100) value "VPKURS.txt".
           01 kurs-status      PIC XX value "00".
           01 import-file-name PIC X(100) value "VPKURS-IND.txt".
           01 import-status    PIC XX value "00".
           01 koersel-dato     PIC X(8).
           01 linje-gyldig     PIC X value "Y".
           01 valuta-ok        PIC X value "N".

      *> Hele kursfilen i lageret - den skrives tilbage til sidst.
           01 kurs-count       PIC 9(5) value 0.
           01 kurs-max         PIC 9(5) value 5000.
           01 kurs-tabel.
               02 kt-record occurs 5000 times PIC X(34).
           01 kt-index         PIC 9(5).
           01 aktuel-kurs.
               COPY "VPKURS.cpy".

           01 antal-laest      PIC 9(7) value 0.
           01 antal-opdateret  PIC 9(7) value 0.
           01 antal-nye        PIC 9(7) value 0.
           01 antal-aeldre     PIC 9(7) value 0.
           01 antal-afvist     PIC 9(7) value 0.

       procedure division.
       main-program.
           accept kurs-file-name from environment "VPKURSFIL_NAVN"
               on exception
                   move "VPKURS.txt" to kurs-file-name
           end-accept
           accept import-file-name from environment "VPKURSIND_NAVN"
               on exception
                   move "VPKURS-IND.txt" to import-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if

           open input import-file
           if import-status not = "00"
               and import-status not = "05"
               display "DEPOTKURSIMPORT: "
                   function trim(import-file-name)
                   " findes ikke - kurserne er ikke opdateret"
               move 4 to return-code
               stop run
           end-if

           perform load-kurser

           open output error-file
           perform until end-of-import = "Y"
               read import-file
           at end
               move "Y" to end-of-import
           not at end
               add 1 to antal-laest
               perform valider-kurs
               if linje-gyldig = "Y"
                   perform indsaet-kurs
               end-if
           end-read
           end-perform
           close import-file
           close error-file

           perform rewrite-kurs-file

           display "DEPOTKURSIMPORT: " antal-laest " laest, "
               antal-opdateret " opdateret, " antal-nye " nye, "
               antal-aeldre " aeldre sprunget over, "
               antal-afvist " afvist"
           if antal-afvist > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> En manglende kursfil er den allerfoerste indlaesning.
           load-kurser.
               open input kurs-file
               if kurs-status not = "00"
                   and kurs-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-kurs = "Y"
                   read kurs-file
               at end
                   move "Y" to end-of-kurs
               not at end
                   if kurs-count < kurs-max
                       add 1 to kurs-count
                       move kurs-record to kt-record(kurs-count)
                   else
                       display "DEPOTKURSIMPORT: kurstabel fuld - "
                           vk-isin in kurs-record
                           " ikke indlaest - koersel afbrudt"
                       close kurs-file
                       move 8 to return-code
                       stop run
                   end-if
               end-read
               end-perform
               close kurs-file
           exit.

           valider-kurs.
               move "Y" to linje-gyldig
               if vk-isin in import-record(1:2) not alphabetic-upper
                   or vk-isin in import-record(1:2) = spaces
                   or vk-isin in import-record(12:1) not numeric
                   or vk-isin in import-record(3:9) = spaces
                   or vk-kurs in import-record not numeric
                   or vk-kurs-dato in import-record not numeric
                   move "N" to linje-gyldig
               end-if
               if linje-gyldig = "Y"
                   if vk-kurs in import-record = 0
                       or vk-kurs-dato in import-record > koersel-dato
                       move "N" to linje-gyldig
                   end-if
               end-if
               if linje-gyldig = "Y"
                   call "VALUTAKONTROL" using
                       vk-valuta-id in import-record valuta-ok
                   end-call
                   if valuta-ok not = "Y"
                       move "N" to linje-gyldig
                   end-if
               end-if
               if linje-gyldig = "N"
                   add 1 to antal-afvist
                   move spaces to error-line
                   string
                       "Kurs afvist, ISIN/valuta/kurs/dato ugyldig: "
                       vk-isin in import-record " "
                       vk-valuta-id in import-record " "
                       vk-kurs-dato in import-record
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

      *> Findes ISIN'en, erstattes kursen hvis den nye ikke er
      *> aeldre; ellers tilfoejes den.
           indsaet-kurs.
               perform varying kt-index from 1 by 1
                   until kt-index > kurs-count
                   or kt-record(kt-index)(1:12)
                       = vk-isin in import-record
                   continue
               end-perform
               if kt-index > kurs-count
                   if kurs-count < kurs-max
                       add 1 to kurs-count
                       move import-record to kt-record(kurs-count)
                       add 1 to antal-nye
                   else
                       add 1 to antal-afvist
                       move spaces to error-line
                       string
                           "Kurs afvist, kurstabel fuld: "
                           vk-isin in import-record
                           into error-line
                       end-string
                       write error-record
                   end-if
                   exit paragraph
               end-if
               move kt-record(kt-index) to aktuel-kurs
               if vk-kurs-dato in import-record
                   < vk-kurs-dato in aktuel-kurs
                   add 1 to antal-aeldre
               else
                   move import-record to kt-record(kt-index)
                   add 1 to antal-opdateret
               end-if
           exit.

           rewrite-kurs-file.
               open output kurs-file
               perform varying kt-index from 1 by 1
                   until kt-index > kurs-count
                   move kt-record(kt-index) to kurs-record
                   write kurs-record
               end-perform
               close kurs-file
           exit.
