      *> forfaldsdatoer (LAANSCHD.txt). Nettogabet pr. bucket
      *> (aktiver minus passiver) og P&L-effekten af et standard
      *> 200-basispunkts-skift (gab * 2 pct. p.a.) skrives til
      *> RENTERISIKO.txt. Konti og deres DKK-aekvivalent laeses fra
      *> nattens kontrollerede kontosnapshot (KONTOSNAP.cpy).

       environment division.
       input-output section.
       file-control.
           select snap-file assign to dynamic snap-file-name
               organization is indexed
               access mode is sequential
               record key is ks-account-id of snap-record
               file status is snap-status.

           select aftale-file assign to dynamic aftale-file-name
               organization is line sequential

       data division.
           file section.
           FD snap-file.
           01 snap-record.
               COPY "KONTOSNAP.cpy".

           FD aftale-file.
           01 aftale-record.
           01 end-of-konto     PIC X value "N".
           01 end-of-aftale    PIC X value "N".
           01 end-of-laan      PIC X value "N".
           01 snap-file-name   PIC X(100) value "KONTOSNAP.dat".
           01 snap-status      PIC XX value "00".
           01 snap-ok          PIC X value "N".
           01 snap-program     PIC X(20) value "RENTERISIKO".
           01 aftale-file-name PIC X(100)
               value "AFTALEINDLAAN.txt".
           01 aftale-status    PIC XX value "00".
           01 laan-file-name   PIC X(100) value "LAANSCHD.txt".
           01 laan-status      PIC XX value "00".

           01 konto-info.
               COPY "KONTOOPL.cpy".

           01 koersel-dato     PIC X(8).
           01 koersel-dato-heltal PIC S9(9).
           01 total-gab        PIC S9(13)V99 value 0.
           01 total-effekt     PIC S9(11)V99 value 0.

           01 beloeb-dkk       PIC 9(13)V99.

       procedure division.
       main-program.
           accept snap-file-name from environment "KONTOSNAPFIL_NAVN"
               on exception
                   move "KONTOSNAP.dat" to snap-file-name
           end-accept
           accept aftale-file-name from environment "AFTALEFIL_NAVN"
               on exception
           exit.

           bucket-konti.
               perform aabn-snapshot
               perform until end-of-konto = "Y"
                   read snap-file
               at end
                   move "Y" to end-of-konto
               not at end
                   move ks-konto to konto-info
                   perform bucket-en-konto
               end-read
               end-perform
               close snap-file
           exit.

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
                   display "RENTERISIKO: "
                       function trim(snap-file-name)
                       " kan ikke aabnes (status " snap-status ")"
                   move 8 to return-code
                   stop run
               end-if
               if account-type in konto-info = "LAAN"
                   exit paragraph
               end-if
               if ks-kurs-ok not = "Y"
                   display "RENTERISIKO: ukendt kurs for "
                       valuta-id in konto-info " paa "
                       account-id in konto-info
                   exit paragraph
               end-if
               if balance in konto-info > 0
                   move ks-balance-dkk to beloeb-dkk
                   move 0 to at-match
                   perform varying at-index from 1 by 1
                       until at-index > aftale-count
                   add beloeb-dkk to bu-passiver(bu-index)
               else
                   if balance in konto-info < 0
                       compute beloeb-dkk = 0 - ks-balance-dkk
                       add beloeb-dkk to bu-aktiver(1)
                   end-if
               end-if
