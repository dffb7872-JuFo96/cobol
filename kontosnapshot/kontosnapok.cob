       identification division.
       program-id. KONTOSNAPOK.

      *> Maa rapporten bruge nattens kontosnapshot? Kaldes af hvert
      *> program der laeser KONTOSNAP.dat (se KONTOSNAP.cpy), foer
      *> snapshottet aabnes. Svaret er "J" kun naar kontrolposten
      *> (KONTOSNAP-KONTROL.txt, se KONTOSNAPKTRL.cpy) har et intakt
      *> segl, staar med status "OK" fra kontosnapkontrol.cob, og
      *> KontoOpl.txt's segl stadig er det samme som da kontrollen
      *> koerte - en KontoOpl.txt der er skrevet om eller gendannet
      *> siden, svarer ikke laengere til snapshottet. Ellers "N",
      *> og aarsagen vises med kalderens programnavn; kalderen
      *> stopper selv koerslen med RC=8, som ved et brudt filsegl.

       environment division.
       input-output section.
       file-control.
           select kontrol-file assign to dynamic kontrol-file-name
               organization is line sequential
               file status is kontrol-status.

           select segl-file assign to dynamic segl-file-name
               organization is line sequential
               file status is segl-status.

       data division.
           file section.
           FD kontrol-file.
           01 kontrol-record.
               COPY "KONTOSNAPKTRL.cpy".

           FD segl-file.
           01 segl-record.
               COPY "FILSEGL.cpy".

       working-storage section.
           01 kontrol-file-name PIC X(100).
           01 kontrol-status   PIC XX value "00".
           01 konto-file-name  PIC X(100).
           01 segl-file-name   PIC X(100).
           01 segl-status      PIC XX value "00".
           01 kontrol-fundet   PIC X value "N".

           01 aktuel-segl-antal      PIC 9(9).
           01 aktuel-segl-kontroltal PIC 9(15).

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-resultat    PIC X(1).

       linkage section.
           01 ln-program       PIC X(20).
           01 ln-resultat      PIC X(1).

       procedure division using ln-program ln-resultat.
       main-program.
           move "N" to ln-resultat
           accept kontrol-file-name
               from environment "KONTOSNAPKONTROL_NAVN"
               on exception
                   move "KONTOSNAP-KONTROL.txt" to kontrol-file-name
           end-accept
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept

           move "V" to segl-funktion
           move kontrol-file-name to segl-fil-navn
           call "FILSEGL" using segl-funktion segl-fil-navn
               ln-program segl-resultat
           end-call
           if segl-resultat = "N"
               display function trim(ln-program) ": segl brudt for "
                   function trim(kontrol-file-name)
                   " - kontosnapshottet kan ikke bruges"
               goback
           end-if

           move "N" to kontrol-fundet
           open input kontrol-file
           if kontrol-status = "00" or kontrol-status = "05"
               read kontrol-file
               at end
                   continue
               not at end
                   move "J" to kontrol-fundet
               end-read
               close kontrol-file
           end-if
           if kontrol-fundet = "N"
               display function trim(ln-program) ": "
                   function trim(kontrol-file-name)
                   " findes ikke - kontosnapshottet er ikke"
                   " kontrolleret"
               goback
           end-if
           if not kk-godkendt
               if kk-afvist
                   display function trim(ln-program)
                       ": kontosnapshottet fra " kk-dato
                       " er AFVIST af kontrollen ("
                       kk-afvigelser " afvigelser)"
               else
                   display function trim(ln-program)
                       ": kontosnapshottet fra " kk-dato
                       " er endnu ikke kontrolleret"
               end-if
               goback
           end-if

           perform hent-konto-segl
           if aktuel-segl-antal not = kk-segl-antal
               or aktuel-segl-kontroltal not = kk-segl-kontroltal
               display function trim(ln-program) ": "
                   function trim(konto-file-name)
                   " er aendret siden kontosnapshottet blev"
                   " kontrolleret (" kk-dato " "
                   function trim(kk-koersel-id) ")"
               goback
           end-if

           move "J" to ln-resultat
           goback.

      *> KontoOpl.txt's nuvaerende segltal - nul naar filen intet
      *> segl har, samme vaerdi som kontrollen da skrev.
           hent-konto-segl.
               move 0 to aktuel-segl-antal
               move 0 to aktuel-segl-kontroltal
               move spaces to segl-file-name
               string
                   function trim(konto-file-name) ".SEGL"
                   delimited by size
                   into segl-file-name
               end-string
               open input segl-file
               if segl-status = "00" or segl-status = "05"
                   read segl-file
                   at end
                       continue
                   not at end
                       if sl-marker-ok
                           move sl-antal to aktuel-segl-antal
                           move sl-kontroltal
                               to aktuel-segl-kontroltal
                       end-if
                   end-read
                   close segl-file
               end-if
           exit.
