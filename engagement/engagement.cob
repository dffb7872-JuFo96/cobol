      *> MEDEJERE.txt; traekret og laanerestgaeld tilregnes den
      *> primaere ejer), alt i DKK-ækvivalenter via VALUTAKURS, og
      *> samler C-kunder med samme cvr-number i EEN eksponering -
      *> ti konti i eet selskab laeses som eet engagement. Stillede
      *> garantier (GARANTI.txt, se GARANTI.cpy) der staar ved magt
      *> medregnes som ikke-balancefoert eksponering hos
      *> garantikunden - bankens forpligtelse over for den
      *> begunstigede er den samme kreditrisiko som et laan. Listen
      *> skrives i faldende orden (SORT, som suspektprioritering)
      *> til ENGAGEMENT-RAPPORT.txt med flag over
      *> ENGAGEMENT_GRAENSE (uaendret 1.000.000 DKK). Hver kundes
      *> samlede engagement (hele eksponeringsenhedens total) skrives
      *> desuden til ENGAGEMENT-KUNDE.txt, som kreditvedligehold.cob
      *> henter engagementet paa en ny kreditindstilling fra.
      *> Kontiene med medejere, traekret og DKK-aekvivalent laeses
      *> fra nattens kontrollerede kontosnapshot (KONTOSNAP.cpy);
      *> kundeoplysninger.txt laeses stadig for eksponerings-
      *> enhederne og kundelisten.

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

           select laan-file assign to dynamic laan-file-name
               organization is line sequential
               file status is laan-status.

           select garanti-file assign to dynamic garanti-file-name
               organization is line sequential
               file status is garanti-status.

           select sort-work-eng assign to "engagement-sort.tmp".

           select sorted-eng-file
           select rapport-file assign to "ENGAGEMENT-RAPPORT.txt"
               organization is line sequential.

           select kunde-eng-file
               assign to dynamic kunde-eng-file-name
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

           FD laan-file.
           01 laan-record.
               COPY "LOANSCHD.cpy".

           FD garanti-file.
           01 garanti-record.
               COPY "GARANTI.cpy".

           SD sort-work-eng.
           01 sort-eng-record.
               02 sort-total       PIC 9(13)V99.
               02 sort-indlaan     PIC 9(13)V99.
               02 sort-traekret    PIC 9(13)V99.
               02 sort-laan        PIC 9(13)V99.
               02 sort-garanti     PIC 9(13)V99.

           FD sorted-eng-file.
           01 sorted-eng-record.
               02 srt-indlaan      PIC 9(13)V99.
               02 srt-traekret     PIC 9(13)V99.
               02 srt-laan         PIC 9(13)V99.
               02 srt-garanti      PIC 9(13)V99.

           FD rapport-file.
           01 rapport-record.
               02 rapport-line     PIC X(200).

      *> En linje pr. kunde: kunde, eksponeringsenhed og enhedens
      *> samlede engagement i DKK.
           FD kunde-eng-file.
           01 kunde-eng-record.
               02 ke-rec-kunde-id  PIC X(10).
               02 ke-rec-noegle    PIC X(12).
               02 ke-rec-total     PIC 9(13)V99.

       working-storage section.
           01 end-of-konto     PIC X value "N".
           01 end-of-kunde     PIC X value "N".
           01 end-of-fil       PIC X value "N".
           01 end-of-sorted    PIC X value "N".
           01 snap-file-name   PIC X(100) value "KONTOSNAP.dat".
           01 snap-status      PIC XX value "00".
           01 snap-ok          PIC X value "N".
           01 snap-program     PIC X(20) value "ENGAGEMENT".
           01 kunde-file-name  PIC X(100)
               value "kundeoplysninger.txt".
           01 laan-file-name   PIC X(100) value "LAANSCHD.txt".
           01 laan-status      PIC XX value "00".
           01 garanti-file-name PIC X(100) value "GARANTI.txt".
           01 garanti-status   PIC XX value "00".
           01 kunde-eng-file-name PIC X(100)
               value "ENGAGEMENT-KUNDE.txt".
           01 kunde-header-missing PIC X value "N".

           01 konto-info.
               COPY "KONTOOPL.cpy".

           01 graense-tekst    PIC X(12).
           01 eksponerings-graense PIC 9(11)V99 value 1000000.00.
           01 koersel-dato     PIC X(8).
           01 ku-index         PIC 9(4).
           01 fundet-noegle    PIC X(12).

      *> Konto -> primaer ejer, til laanetilregning.
           01 kejer-count      PIC 9(4) value 0.
           01 kejer-max        PIC 9(4) value 500.
           01 kejer-tabel.
                   03 ke-kunde-id  PIC X(10).
           01 ke-index         PIC 9(4).

           01 mj-index         PIC 9(2).

      *> Eksponeringerne pr. enhed.
           01 eng-count        PIC 9(4) value 0.
                   03 en-indlaan   PIC 9(13)V99.
                   03 en-traekret  PIC 9(13)V99.
                   03 en-laan      PIC 9(13)V99.
                   03 en-garanti   PIC 9(13)V99.
           01 en-index         PIC 9(4).
           01 en-match         PIC 9(4).


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
           accept laan-file-name from environment "LAANSCHDFIL_NAVN"
               on exception
                   move "LAANSCHD.txt" to laan-file-name
           end-accept
           accept garanti-file-name from environment "GARANTIFIL_NAVN"
               on exception
                   move "GARANTI.txt" to garanti-file-name
           end-accept
           accept kunde-eng-file-name
               from environment "ENGAGEMENTKUNDEFIL_NAVN"
               on exception
                   move "ENGAGEMENT-KUNDE.txt" to kunde-eng-file-name
           end-accept
           accept graense-tekst from environment "ENGAGEMENT_GRAENSE"
               on exception
                   move spaces to graense-tekst
           move function current-date(1:8) to koersel-dato

           perform load-kunde-noegler
           perform saml-indlaan
           perform saml-laan
           perform saml-garantier
           perform ranger-og-skriv
           perform skriv-kunde-engagementer

           display "ENGAGEMENT: " eng-count " eksponeringer skrevet"

               end-if
           exit.

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
                   display "ENGAGEMENT: "
                       function trim(snap-file-name)
                       " kan ikke aabnes (status " snap-status ")"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> En konto: primaer ejer registreres til laanetilregning, og
      *> en bevilget traekret tilregnes den primaere ejer - en
      *> bevilget ramme er eksponering, uanset om den er trukket; et
      *> positivt indlaan DKK-omregnes og deles ligeligt mellem
      *> ejerne, som indskydergarantien goer. En LAAN-konto er kun
      *> med for ejerens skyld - dens positive saldo er restgaelden,
      *> som allerede tilregnes fra LAANSCHD.txt, ikke et indlaan.
           behandl-konto.
               if kejer-count < kejer-max
                   add 1 to kejer-count
                   move customer-id in konto-info
                       to ke-kunde-id(kejer-count)
               end-if
               if account-type in konto-info = "LAAN"
                   exit paragraph
               end-if
               if ks-traekret-graense > 0
                   move customer-id in konto-info to andel-kunde
                   perform find-enhed-for-kunde
                   perform find-eller-opret-enhed
                   if en-match > 0
                       add ks-traekret-graense to en-traekret(en-match)
                   end-if
               end-if
               if balance in konto-info not > 0
                   exit paragraph
               end-if
               if ks-kurs-ok not = "Y"
                   display "ENGAGEMENT: ukendt kurs for "
                       valuta-id in konto-info " paa "
                       account-id in konto-info
                       " - kontoen udeladt"
                   exit paragraph
               end-if
               move ks-balance-dkk to konto-dkk
               compute ejer-antal = 1 + ks-medejer-antal
               compute ejer-andel rounded = konto-dkk / ejer-antal
               move customer-id in konto-info to andel-kunde
               perform laeg-indlaan-paa-enhed
               perform varying mj-index from 1 by 1
                   until mj-index > ks-medejer-antal
                   move ks-medejer-kunde-id(mj-index) to andel-kunde
                   perform laeg-indlaan-paa-enhed
               end-perform
           exit.

                       move 0 to en-indlaan(eng-count)
                       move 0 to en-traekret(eng-count)
                       move 0 to en-laan(eng-count)
                       move 0 to en-garanti(eng-count)
                       move eng-count to en-match
                   else
      *> Overloeb maa ALDRIG lande beloebet paa en andens linje -
               end-if
           exit.

      *> LAAN-restgaeld (ubogfoert hovedstol) tilregnes laanets
      *> primaere ejer.
           saml-laan.
               open input laan-file
               if laan-status not = "00" and laan-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read laan-file into laan-record
               at end
                   move "Y" to end-of-fil
               not at end
                   if installment-status = space
                       perform tilregn-laan
                   end-if
               end-read
               end-perform
               close laan-file
           exit.

           tilregn-laan.
               move spaces to andel-kunde
               perform varying ke-index from 1 by 1
                   until ke-index > kejer-count
                   if ke-konto-id(ke-index) = loan-account-id
                       move ke-kunde-id(ke-index) to andel-kunde
                   end-if
               end-perform
               perform find-enhed-for-kunde
               perform find-eller-opret-enhed
               if en-match > 0
                   add principal-amount to en-laan(en-match)
               end-if
           exit.

      *> Garantier der staar ved magt pr. koerselsdatoen (udstedt,
      *> ikke udloebet, hverken indfriet eller ophoert) tilregnes
      *> garantikunden i DKK-aekvivalent - en manglende
      *> GARANTI.txt betyder ingen garantier.
           saml-garantier.
               open input garanti-file
               if garanti-status not = "00"
                   and garanti-status not = "05"
                   exit paragraph
               end-if
               move "N" to end-of-fil
               perform until end-of-fil = "Y"
                   read garanti-file
               at end
                   move "Y" to end-of-fil
               not at end
                   if gar-aktiv
                       and gar-udstedt-dato <= koersel-dato
                       and gar-udloebs-dato >= koersel-dato
                       perform tilregn-garanti
                   end-if
               end-read
               end-perform
               close garanti-file
           exit.

           tilregn-garanti.
               call "VALUTAKURS" using
                   gar-valuta-id balance-dkk-kurs kurs-ok
               end-call
               if kurs-ok not = "Y"
                   display "ENGAGEMENT: ukendt kurs for "
                       gar-valuta-id " paa garanti "
                       gar-garanti-id " - garantien udeladt"
                   exit paragraph
               end-if
               compute konto-dkk rounded =
                   gar-beloeb * balance-dkk-kurs
               move gar-kunde-id to andel-kunde
               perform find-enhed-for-kunde
               perform find-eller-opret-enhed
               if en-match > 0
                   add konto-dkk to en-garanti(en-match)
               end-if
           exit.

                       en-indlaan(en-index)
                       + en-traekret(en-index)
                       + en-laan(en-index)
                       + en-garanti(en-index)
                   move eng-total to sort-total
                   move en-noegle(en-index) to sort-noegle
                   move en-indlaan(en-index) to sort-indlaan
                   move en-traekret(en-index) to sort-traekret
                   move en-laan(en-index) to sort-laan
                   move en-garanti(en-index) to sort-garanti
                   release sort-eng-record
               end-perform
           exit.
                       " total " srt-total
                       " (indlaan " srt-indlaan
                       " traekret " srt-traekret
                       " laan " srt-laan
                       " garanti " srt-garanti ") OVER GRAENSEN"
                       into rapport-line
                   end-string
               else
                       " total " srt-total
                       " (indlaan " srt-indlaan
                       " traekret " srt-traekret
                       " laan " srt-laan
                       " garanti " srt-garanti ")"
                       into rapport-line
                   end-string
               end-if
               write rapport-record
           exit.

      *> Hver kendt kunde med sin enheds total - en kunde uden
      *> eksponering faar en nul-linje, saa fravaer i filen betyder
      *> en ukendt kunde og ikke et nul-engagement.
           skriv-kunde-engagementer.
               open output kunde-eng-file
               perform varying ku-index from 1 by 1
                   until ku-index > kunde-count
                   move ku-noegle(ku-index) to fundet-noegle
                   move 0 to eng-total
                   perform varying en-index from 1 by 1
                       until en-index > eng-count
                       if en-noegle(en-index) = fundet-noegle
                           compute eng-total =
                               en-indlaan(en-index)
                               + en-traekret(en-index)
                               + en-laan(en-index)
                               + en-garanti(en-index)
                       end-if
                   end-perform
                   move ku-kunde-id(ku-index) to ke-rec-kunde-id
                   move fundet-noegle to ke-rec-noegle
                   move eng-total to ke-rec-total
                   write kunde-eng-record
               end-perform
               close kunde-eng-file
           exit.
