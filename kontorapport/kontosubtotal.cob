      *> Totaler BALANCE pr. account-type/valuta-id over hele
      *> KontoOpl.txt, saa man kan se fx samlet DKK i giro- vs.
      *> opsparingskonti uden at skulle laegge det sammen selv.
      *> Konti og valutakontrol laeses fra nattens kontrollerede
      *> kontosnapshot (KONTOSNAP.cpy) i stedet for KontoOpl.txt.

       environment division.
       input-output section.
       file-control.
           select snap-file assign to dynamic snap-file-name
               organization is indexed
               access mode is sequential
               record key is ks-account-id of snap-record
               file status is snap-status.

           select report-file assign to "KONTO-SUBTOTAL.txt"
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
           01 snap-program PIC X(20) value "KONTOSUBTOTAL".

           01 konto-info.
               COPY "KONTOOPL.cpy".

           01 subtotal-count PIC 9(3) value 0.
           01 subtotal-max   PIC 9(3) value 50.

           01 st-index PIC 9(3).
           01 st-found PIC X value "N".

       procedure division.
       main-program.
           accept snap-file-name from environment "KONTOSNAPFIL_NAVN"
               on exception
                   move "KONTOSNAP.dat" to snap-file-name
           end-accept

           perform aabn-snapshot
           open output report-file
           open output valuta-reject-file

           perform until end-of-konto = "Y"
               read snap-file
           at end
               move "Y" to end-of-konto
           not at end
               move ks-konto to konto-info
               perform accumulate-balance
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
                   display "KONTOSUBTOTAL: "
                       function trim(snap-file-name)
                       " kan ikke aabnes (status " snap-status ")"
                   move 8 to return-code
                   stop run
               end-if
      *> Finder (eller opretter) subtotal-raekken for account-type og
      *> valuta-id og laegger balancen til.
           accumulate-balance.
               if ks-valuta-ok = "N"
                   move spaces to valuta-reject-line
                   string
                       "Konto "
