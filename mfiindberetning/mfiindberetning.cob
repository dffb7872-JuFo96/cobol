      *> medmindre perioden er afsluttet af periodeafslutning.cob
      *> (ultimo-ledgeren ULTIMO-<slutdato>.ldg findes), saa
      *> tallene er frosne og ikke kan aendre sig bag om ryggen paa
      *> det indberettede. Garantier der stod ved magt paa
      *> periodens slutdato (GARANTI.txt, se GARANTI.cpy) indberettes
      *> som ikke-balancefoerte poster i produktgruppen GARANTI, pr.
      *> valuta og garantikundens sektor. Kontiene med produktgruppe
      *> og ejerens sektor laeses fra nattens kontrollerede
      *> kontosnapshot (KONTOSNAP.cpy); kundeoplysninger.txt laeses
      *> kun endnu for garantikundernes sektor.

       environment division.
       input-output section.
       file-control.
           select snap-file assign to dynamic snap-file-name
               organization is indexed
               access mode is sequential
               record key is ks-account-id of snap-record
               file status is snap-status.

           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential.

           select ledger-file assign to dynamic ledger-file-name
               organization is line sequential
               file status is ledger-status.

           select garanti-file assign to dynamic garanti-file-name
               organization is line sequential
               file status is garanti-status.

           select indberetning-file assign to "MFI-INDBERETNING.txt"
               organization is line sequential.

       data division.
           file section.
           FD snap-file.
           01 snap-record.
               COPY "KONTOSNAP.cpy".

           FD kunde-file.
           01 kunde-header-record.
           01 kunde-info.
               COPY "kundeopl.cpy".

           FD garanti-file.
           01 garanti-record.
               COPY "GARANTI.cpy".

           FD ledger-file.
           01 ledger-record.
       working-storage section.
           01 end-of-konto     PIC X value "N".
           01 end-of-kunde     PIC X value "N".
           01 snap-file-name   PIC X(100) value "KONTOSNAP.dat".
           01 snap-status      PIC XX value "00".
           01 snap-ok          PIC X value "N".
           01 snap-program     PIC X(20) value "MFIINDBERETNING".
           01 kunde-file-name  PIC X(100)
               value "kundeoplysninger.txt".
           01 ledger-file-name PIC X(100).
           01 ledger-status    PIC XX value "00".
           01 garanti-file-name PIC X(100) value "GARANTI.txt".
           01 garanti-status   PIC XX value "00".
           01 end-of-garanti   PIC X value "N".
           01 kunde-header-missing PIC X value "N".

           01 konto-info.
               COPY "KONTOOPL.cpy".

           01 slutdato         PIC X(8).

      *> Garantikundernes sektor (P/C) som opslags-tabel.
           01 sektor-count     PIC 9(4) value 0.
           01 sektor-max       PIC 9(4) value 500.
           01 sektor-table.

           01 konto-produkt    PIC X(10).
           01 konto-sektor     PIC X(1).
           01 celle-valuta     PIC X(3).
           01 celle-beloeb     PIC S9(13)V99.
           01 sektor-kunde-id  PIC X(10).
           01 ukendt-produkt-antal PIC 9(5) value 0.
           01 kontrol-sum      PIC S9(15)V99 value 0.

       procedure division.
       main-program.
           accept snap-file-name from environment "KONTOSNAPFIL_NAVN"
               on exception
                   move "KONTOSNAP.dat" to snap-file-name
           end-accept
           accept kunde-file-name from environment "KUNDEFIL_NAVN"
               on exception
                   move "kundeoplysninger.txt" to kunde-file-name
           end-accept
           accept garanti-file-name from environment "GARANTIFIL_NAVN"
               on exception
                   move "GARANTI.txt" to garanti-file-name
           end-accept
           accept slutdato from environment "PERIODE_SLUTDATO"
               on exception
           end-if
           close ledger-file

           perform load-sektorer
           perform saml-celler
           perform saml-garantier

           open output indberetning-file
           perform varying ce-index from 1 by 1

           stop run.

           load-sektorer.
               open input kunde-file
               move "N" to kunde-header-missing
           exit.

           saml-celler.
               perform aabn-snapshot
               perform until end-of-konto = "Y"
                   read snap-file
               at end
                   move "Y" to end-of-konto
               not at end
                   move ks-konto to konto-info
                   perform behandl-konto
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
                   display "MFIINDBERETNING: "
                       function trim(snap-file-name)
                       " kan ikke aabnes (status " snap-status ")"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Kontoens produktgruppe og ejerens sektor staar allerede i
      *> snapshottet - en ejer uden kundepost er en personkunde,
      *> som find-sektor goer for garantierne.
           behandl-konto.
               move ks-produkt-gruppe to konto-produkt
               if konto-produkt = "UKENDT"
                   add 1 to ukendt-produkt-antal
               end-if

               if ks-kunde-type = "C"
                   move "C" to konto-sektor
               else
                   move "P" to konto-sektor
               end-if

               move valuta-id in konto-info to celle-valuta
               move balance in konto-info to celle-beloeb
               perform laeg-paa-celle
           exit.

           find-sektor.
               move "P" to konto-sektor
               perform varying se-index from 1 by 1
                   until se-index > sektor-count
                   if se-kunde-id(se-index) = sektor-kunde-id
                       move se-sektor(se-index) to konto-sektor
                   end-if
               end-perform
           exit.

      *> Garantier der stod ved magt paa slutdatoen: udstedt, ikke
      *> udloebet og enten stadig aktive eller foerst afsluttet
      *> efter slutdatoen. En manglende GARANTI.txt betyder ingen
      *> garantier.
           saml-garantier.
               open input garanti-file
               if garanti-status not = "00"
                   and garanti-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-garanti = "Y"
                   read garanti-file
               at end
                   move "Y" to end-of-garanti
               not at end
                   if gar-udstedt-dato <= slutdato
                       and gar-udloebs-dato >= slutdato
                       and (gar-aktiv or gar-status-dato > slutdato)
                       move "GARANTI" to konto-produkt
                       move gar-kunde-id to sektor-kunde-id
                       perform find-sektor
                       move gar-valuta-id to celle-valuta
                       move gar-beloeb to celle-beloeb
                       perform laeg-paa-celle
                   end-if
               end-read
               end-perform
               close garanti-file
           exit.

           laeg-paa-celle.
               perform varying ce-index from 1 by 1
                   until ce-index > celle-count
                   if ce-produkt(ce-index) = konto-produkt
                       and ce-valuta(ce-index) = celle-valuta
                       and ce-sektor(ce-index) = konto-sektor
                       move "Y" to ce-found
                       add celle-beloeb to ce-beloeb(ce-index)
                   end-if
               end-perform
               if ce-found = "N"
                   if celle-count < celle-max
                       add 1 to celle-count
                       move konto-produkt to ce-produkt(celle-count)
                       move celle-valuta to ce-valuta(celle-count)
                       move konto-sektor to ce-sektor(celle-count)
                       move celle-beloeb to ce-beloeb(celle-count)
                   else
                       display "MFIINDBERETNING: celletabel fuld - "
                           konto-produkt " ikke medtaget"
