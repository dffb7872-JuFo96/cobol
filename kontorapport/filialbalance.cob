      *> KontoOpl.txt og skriver en daglig kontrolrapport, saa
      *> filialledelsen har et proof-of-balance-total i stedet for
      *> kun type/valuta-opdelingen. Samme subtotal-tabel-moenster
      *> som kontosubtotal.cob. Konti laeses fra nattens
      *> kontrollerede kontosnapshot (KONTOSNAP.cpy).

       environment division.
       input-output section.
       file-control.
           select snap-file assign to dynamic snap-file-name
               organization is indexed
               access mode is sequential
               record key is ks-account-id of snap-record
               file status is snap-status.

           select report-file assign to "FILIAL-BALANCE.txt"
               organization is line sequential.

           select fordeling-file
               assign to "FILIAL-BALANCE-FORDELING.txt"
               organization is line sequential.

       data division.
           file section.
           FD snap-file.
           01 snap-record.
               COPY "KONTOSNAP.cpy".

           FD report-file.
           01 report-record.
               02 report-line       PIC X(100).

           FD fordeling-file.
           01 fordeling-record.
               COPY "RAPPORTFORDELING.cpy".

       working-storage section.
           01 end-of-konto PIC X value "N".
           01 snap-file-name PIC X(100) value "KONTOSNAP.dat".
           01 snap-status PIC XX value "00".
           01 snap-ok PIC X value "N".
           01 snap-program PIC X(20) value "FILIALBALANCE".
           01 run-dato PIC X(8).

           01 filial-count PIC 9(3) value 0.
               02 filial-entry occurs 50 times.
                   03 fb-branch   PIC X(3).
                   03 fb-valuta   PIC X(3).
      *> Signeret ligesom BALANCE - en konto kan lovligt staa
      *> negativt inden for sin traekret (se KONTOOPL.cpy).
                   03 fb-balance  PIC S9(9)V99 sign leading separate.
                   03 fb-antal    PIC 9(7).

           01 fb-index PIC 9(3).
           01 fb-index2 PIC 9(3).
           01 fb-found PIC X value "N".
           01 branch-allerede-skrevet PIC X value "N".

           01 konto-info.
               COPY "KONTOOPL.cpy".

      *> Filialnavnet fra FILIAL.txt via FILIALKONTROL - en ukendt
      *> filialkode markeres i rapporten i stedet for at staa som
           01 filial-navn      PIC X(30).
           01 filial-ok        PIC X value "N".

      *> Kontroltotalen til fordelingsfilen - optalt pr. laest konto,
      *> uafhaengigt af filial-tabellen.
           01 total-antal      PIC 9(7) value 0.
           01 total-balance    PIC S9(11)V99 value 0.

       procedure division.
       main-program.
           accept snap-file-name from environment "KONTOSNAPFIL_NAVN"
               on exception
                   move "KONTOSNAP.dat" to snap-file-name
           end-accept
           move function current-date(1:8) to run-dato

           perform aabn-snapshot
           open output report-file
           open output fordeling-file

           perform until end-of-konto = "Y"
               read snap-file
           at end
               move "Y" to end-of-konto
           not at end
               move ks-konto to konto-info
               perform accumulate-filial
           end-read
           end-perform

           close snap-file

           perform write-report
           move spaces to rf-branch-code
           move "T" to rf-linje-type
           move total-antal to rf-antal
           move total-balance to rf-beloeb
           move spaces to rf-tekst
           write fordeling-record
           close report-file
           close fordeling-file

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
                   display "FILIALBALANCE: "
                       function trim(snap-file-name)
                       " kan ikke aabnes (status " snap-status ")"
                   move 8 to return-code
                   stop run
               end-if
      *> opslag-i-tabel-moenster som kontosubtotal.cob's
      *> accumulate-balance.
           accumulate-filial.
               add 1 to total-antal
               add balance in konto-info to total-balance
               move "N" to fb-found
               perform varying fb-index from 1 by 1
                   until fb-index > filial-count or fb-found = "Y"

      *> Skriver det daglige proof: en filial-overskrift pr. filial
      *> (i den raekkefoelge filialerne foerst optraeder i
      *> snapshottet) med en linje pr. valuta under den, saa alle
      *> en filials valutalinjer staar samlet selv om de blev moedt
      *> spredt i filen.
           write-report.
                   into report-line
               end-string
               write report-record
               move spaces to rf-branch-code
               move "H" to rf-linje-type
               move 0 to rf-antal
               move 0 to rf-beloeb
               perform skriv-fordeling

               perform varying fb-index from 1 by 1
                   until fb-index > filial-count
                           end-string
                       end-if
                       write report-record
                       move fb-branch(fb-index) to rf-branch-code
                       move "L" to rf-linje-type
                       move 0 to rf-antal
                       move 0 to rf-beloeb
                       perform skriv-fordeling
                       perform skriv-filialens-valutalinjer
                   end-if
               end-perform
                           into report-line
                       end-string
                       write report-record
                       move fb-branch(fb-index2) to rf-branch-code
                       move "L" to rf-linje-type
                       move fb-antal(fb-index2) to rf-antal
                       move fb-balance(fb-index2) to rf-beloeb
                       perform skriv-fordeling
                   end-if
               end-perform
           exit.

      *> Printlinjen gaar ogsaa til fordelingsfilen med den filial-
      *> kode, linjetype og antal/beloeb kalderen har sat.
           skriv-fordeling.
               move report-line to rf-tekst
               write fordeling-record
           exit.
