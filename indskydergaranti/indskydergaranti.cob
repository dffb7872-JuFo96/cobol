      *> udaekket beloeb. Person- og erhvervskunder skelnes via
      *> customer-type i kundeoplysninger.txt, da reglerne er
      *> forskellige. Filen slutter med en TRAILER-kontrolpost med
      *> antal og beloebssum, som TRANS-POST.txt's. Kontiene med
      *> medejere og DKK-aekvivalent laeses fra nattens
      *> kontrollerede kontosnapshot (KONTOSNAP.cpy).

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

           select udtraek-file assign to "GARANTI-UDTRAEK.txt"
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

      *> Fastfelts-layoutet Garantiformuen indlaeser - se
      *> GARANTIUDTRAEK.cpy.
           FD udtraek-file.
           01 udtraek-record.
               COPY "GARANTIUDTRAEK.cpy".
           01 udtraek-trailer-record.
               02 gu-trl-marker    PIC X(10).
               02 gu-trl-antal     PIC 9(7).
       working-storage section.
           01 end-of-konto     PIC X value "N".
           01 end-of-kunde     PIC X value "N".
           01 snap-file-name   PIC X(100) value "KONTOSNAP.dat".
           01 snap-status      PIC XX value "00".
           01 snap-ok          PIC X value "N".
           01 snap-program     PIC X(20) value "INDSKYDERGARANTI".
           01 kunde-file-name  PIC X(100)
               value "kundeoplysninger.txt".
           01 kunde-header-missing PIC X value "N".

           01 konto-info.
               COPY "KONTOOPL.cpy".

           01 loft-eur-tekst   PIC X(12).
           01 loft-eur         PIC 9(9)V99 value 100000.
           01 eur-kurs         PIC 9(3)V9999.
           01 kurs-ok          PIC X value "N".
           01 loft-dkk         PIC 9(11)V99.

           01 mj-index         PIC 9(2).

      *> Indskydere med akkumuleret DKK-indlaan og kundetype.
           01 indskyder-count  PIC 9(4) value 0.
           01 konto-dkk        PIC 9(11)V99.
           01 ejer-antal       PIC 9(3).
           01 ejer-andel       PIC 9(11)V99.
           01 andel-kunde      PIC X(10).
           01 fejl-antal       PIC 9(5) value 0.
           01 daekket-beloeb   PIC 9(11)V99.

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
           accept loft-eur-tekst from environment "GARANTI_LOFT_EUR"
               on exception
                   move spaces to loft-eur-tekst
           end-if
           compute loft-dkk rounded = loft-eur * eur-kurs

           open output fejl-file
           perform saml-indlaan
           close fejl-file

           stop run.

           saml-indlaan.
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
                   display "INDSKYDERGARANTI: "
                       function trim(snap-file-name)
                       " kan ikke aabnes (status " snap-status ")"
                   move 8 to return-code
                   stop run
               end-if
      *> En konto: kun positive saldi er indskud. DKK-ækvivalenten
      *> deles ligeligt mellem primaer ejer og medejere; en valuta
      *> uden kurs afvises til fejlfilen, som kontosubtotal's
      *> VALUTA-REJECT-moenster. En LAAN-kontos positive saldo er
      *> restgaeld, ikke et indskud.
           behandl-konto.
               if account-type in konto-info = "LAAN"
                   exit paragraph
               end-if
               if balance in konto-info not > 0
                   continue
               else
                   if ks-kurs-ok not = "Y"
                       add 1 to fejl-antal
                       move spaces to fejl-line
                       string
                       end-string
                       write fejl-record
                   else
                       move ks-balance-dkk to konto-dkk
                       compute ejer-antal = 1 + ks-medejer-antal
                       compute ejer-andel rounded =
                           konto-dkk / ejer-antal
                       move customer-id in konto-info to andel-kunde
                       perform laeg-paa-indskyder
                       perform varying mj-index from 1 by 1
                           until mj-index > ks-medejer-antal
                           move ks-medejer-kunde-id(mj-index)
                               to andel-kunde
                           perform laeg-paa-indskyder
                       end-perform
                   end-if
               end-if
