      *> trans-type "AFVK" - den sanktionerede afviklingstype, som
      *> kontopostering.cob anvender selv om boets konti staar
      *> spaerret - gennem den normale posteringsvej.
      *> Bankbokse som afdoede stadig lejer (BOKS.txt, se BOKS.cpy)
      *> staar i opgoerelsen med noeglebaererne fra FULDMAGT.txt -
      *> boksen skal aabnes og toemmes, og indholdet indgaa i boet,
      *> foer boet kan afsluttes. Saa laenge en boks er lejet ud til
      *> afdoede, afvises udlodningen (RC=8); ellers giver en
      *> opgoerelse med bokse RC=4.

       environment division.
       input-output section.
               organization is line sequential
               file status is trans-status.

           select boks-file assign to dynamic boks-file-name
               organization is line sequential
               file status is boks-status.

           select fuldmagt-file assign to dynamic fuldmagt-file-name
               organization is line sequential
               file status is fuldmagt-status.

           select opgoerelse-file
               assign to dynamic opgoerelse-file-name
               organization is line sequential.
               02 trans-modkonto    PIC X(10).
               02 trans-tekst       PIC X(30).

           FD boks-file.
           01 boks-record.
               COPY "BOKS.cpy".

           FD fuldmagt-file.
           01 fuldmagt-record.
               COPY "FULDMAGT.cpy".

           FD opgoerelse-file.
           01 opgoerelse-record.
               02 opgoerelse-line   PIC X(100).
           01 fastordre-status PIC XX value "00".
           01 trans-file-name  PIC X(100) value "TRANS-POST.txt".
           01 trans-status     PIC XX value "00".
           01 boks-file-name   PIC X(100) value "BOKS.txt".
           01 boks-status      PIC XX value "00".
           01 end-of-boks      PIC X value "N".
           01 fuldmagt-file-name PIC X(100) value "FULDMAGT.txt".
           01 fuldmagt-status  PIC XX value "00".
           01 end-of-fuldmagt  PIC X value "N".
           01 opgoerelse-file-name PIC X(100).
           01 kunde-header-missing PIC X value "N".
           01 konto-header-missing PIC X value "N".
           01 ordre-antal      PIC 9(4) value 0.
           01 udlodning-antal  PIC 9(3) value 0.

      *> Bankbokse afdoede stadig lejer - noeglen matches mod
      *> FULDMAGT.txt's noeglebaerere (objekt-type "B").
           01 boks-antal       PIC 9(3) value 0.
           01 boks-max         PIC 9(3) value 20.
           01 bo-boks-table.
               02 bo-boks-noegle occurs 20 times PIC X(9).
           01 bb-index         PIC 9(3).

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "DOEDSBO".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "TRANS-POST.txt" to trans-file-name
           end-accept
           accept boks-file-name from environment "BOKSFIL_NAVN"
               on exception
                   move "BOKS.txt" to boks-file-name
           end-accept
           accept fuldmagt-file-name
               from environment "FULDMAGTFIL_NAVN"
               on exception
                   move "FULDMAGT.txt" to fuldmagt-file-name
           end-accept
           accept doedsbo-kunde-id from environment "DOEDSBO_KUNDE_ID"
               on exception
                   move spaces to doedsbo-kunde-id
           open output opgoerelse-file
           perform skriv-opgoerelse
           perform skriv-fastordre-liste
           perform skriv-boks-liste

           if udlodning = "J"
               and boks-antal > 0
               display "DOEDSBO: kunde "
                   function trim(doedsbo-kunde-id) " lejer stadig "
                   boks-antal " bankboks(e) - udlodning afvist"
               close opgoerelse-file
               move 8 to return-code
               stop run
           end-if
           if udlodning = "J"
               if bobestyrer-konto = spaces
                   display "DOEDSBO: DOEDSBO_UDLODNING=J kraever"

           display "DOEDSBO: boopgoerelse skrevet til "
               function trim(opgoerelse-file-name)
           if boks-antal > 0
               display "DOEDSBO: " boks-antal
                   " bankboks(e) skal aabnes og toemmes"
               move 4 to return-code
           end-if

           stop run.

      *> saldo toemmes som en "AFVK"-afviklingsoverfoersel til
      *> bobestyrerens konto, gennem den normale TRANS-POST-vej.
           skriv-udlodning.
               move trans-file-name to segl-fil-navn
               perform verificer-segl
               open extend trans-file
               if trans-status = "35"
                   open output trans-file
                   end-if
               end-perform
               close trans-file
               move trans-file-name to segl-fil-navn
               perform forsegl-fil
               display "DOEDSBO: " udlodning-antal
                   " udlodnings-overfoersler skrevet"
           exit.

      *> Bankbokse der stadig er lejet ud til afdoede, med de
      *> registrerede noeglebaerere. En manglende BOKS.txt eller
      *> FULDMAGT.txt betyder ingen bokse/noeglebaerere.
           skriv-boks-liste.
               open input boks-file
               if boks-status not = "00"
                   and boks-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-boks = "Y"
                   read boks-file
               at end
                   move "Y" to end-of-boks
               not at end
                   if bx-kunde-id = doedsbo-kunde-id
                       and bx-udlejet
                       perform registrer-bo-boks
                   end-if
               end-read
               end-perform
               close boks-file
               if boks-antal = 0
                   exit paragraph
               end-if

               open input fuldmagt-file
               if fuldmagt-status not = "00"
                   and fuldmagt-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-fuldmagt = "Y"
                   read fuldmagt-file
               at end
                   move "Y" to end-of-fuldmagt
               not at end
                   if fm-boks-fuldmagt
                       perform varying bb-index from 1 by 1
                           until bb-index > boks-antal
                           or bb-index > boks-max
                           if bo-boks-noegle(bb-index)
                               = fm-objekt-id(1:9)
                               move spaces to opgoerelse-line
                               string
                                   "NOEGLE " fm-objekt-id(1:9)
                                   " noeglebaerer "
                                   function trim(fm-bemyndiget-id)
                                   " "
                                   function trim(fm-bemyndiget-navn)
                                   into opgoerelse-line
                               end-string
                               write opgoerelse-record
                           end-if
                       end-perform
                   end-if
               end-read
               end-perform
               close fuldmagt-file
           exit.

           registrer-bo-boks.
               add 1 to boks-antal
               if boks-antal <= boks-max
                   move bx-noegle to bo-boks-noegle(boks-antal)
               end-if
               move spaces to opgoerelse-line
               string
                   "BOKS  " bx-noegle
                   " (stoerrelse " bx-stoerrelse ") lejet siden "
                   bx-start-dato " debet "
                   function trim(bx-debet-konto)
                   " - SKAL AABNES OG TOEMMES"
                   into opgoerelse-line
               end-string
               write opgoerelse-record
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
                   display "DOEDSBO: segl brudt for "
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
