      *> valuta uden kurs rapporteres med ukendt DKK-ækvivalent i
      *> stedet for at blive udeladt - en ukendt eksponering er
      *> netop den slags koncentrationsrisiko rapporten skal vise.
      *> Konti og kurser laeses fra nattens kontrollerede
      *> kontosnapshot (KONTOSNAP.cpy), som har slaaet kursen op.

       environment division.
       input-output section.
       file-control.
           select snap-file assign to dynamic snap-file-name
               organization is indexed
               access mode is sequential
               record key is ks-account-id of snap-record
               file status is snap-status.

           select report-file assign to "VALUTA-EKSPONERING.txt"
               organization is line sequential.

       data division.
           file section.
           FD snap-file.
           01 snap-record.
               COPY "KONTOSNAP.cpy".

           FD report-file.
           01 report-record.

       working-storage section.
           01 end-of-konto PIC X value "N".
           01 snap-file-name PIC X(100) value "KONTOSNAP.dat".
           01 snap-status PIC XX value "00".
           01 snap-ok PIC X value "N".
           01 snap-program PIC X(20) value "VALUTAEKSPONERING".

           01 konto-info.
               COPY "KONTOOPL.cpy".

      *> En sumlinje pr. valuta - samme faste tabelmoenster som
      *> kontosubtotal's type/valuta-tabel.
      *> eksponering.
                   03 ek-balance     PIC S9(11)V99.
                   03 ek-konto-antal PIC 9(7).
      *> Valutaens kurs som snapshottet slog den op.
                   03 ek-kurs-ok     PIC X.
                   03 ek-kurs        PIC 9(3)V9999.

           01 ek-index PIC 9(3).
           01 ek-found PIC X value "N".

           01 dkk-ekvivalent    PIC S9(13)V99 value 0.

       procedure division.
       main-program.
           accept snap-file-name from environment "KONTOSNAPFIL_NAVN"
               on exception
                   move "KONTOSNAP.dat" to snap-file-name
           end-accept

           perform aabn-snapshot
           open output report-file

           perform until end-of-konto = "Y"
               read snap-file
           at end
               move "Y" to end-of-konto
           not at end
               move ks-konto to konto-info
               perform accumulate-eksponering
           end-read
           end-perform

           close snap-file

           perform write-report
           close report-file

           stop run.

      *> Snapshottet maa kun bruges naar nattens kontrol har godkendt
      *> det (se kontosnapshot/kontosnapok.cob).
           aabn-snapshot.
               call "KONTOSNAPOK" using snap-program snap-ok
               end-call
               if snap-ok not = "J"
                   move 8 to return-code
                   stop run
               end-if
               open input snap-file
               if snap-status not = "00"
                   display "VALUTAEKSPONERING: "
                       function trim(snap-file-name)
                       " kan ikke aabnes (status " snap-status ")"
                   move 8 to return-code
                   stop run
               end-if
                       move balance in konto-info
                           to ek-balance(eksponering-count)
                       move 1 to ek-konto-antal(eksponering-count)
                       move ks-kurs-ok to ek-kurs-ok(eksponering-count)
                       move ks-dkk-kurs to ek-kurs(eksponering-count)
                   else
                       display "VALUTAEKSPONERING: valutatabel fuld - "
                           valuta-id in konto-info " ikke medtaget"
           write-report.
               perform varying ek-index from 1 by 1
                   until ek-index > eksponering-count
                   move spaces to report-line
                   if ek-kurs-ok(ek-index) = "Y"
                       compute dkk-ekvivalent rounded =
                           ek-balance(ek-index) * ek-kurs(ek-index)
                       string
                           ek-valuta(ek-index) " "
                           function trim(ek-konto-antal(ek-index))
