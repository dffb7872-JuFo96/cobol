      *> valgfri filtrering paa account-type og/eller valuta-id, ud
      *> fra samme KontoOpl.txt-data som opgave9 allerede laeser.
      *> N og filtrene styres via miljoevariabler, samme moenster som
      *> filnavnene andre steder i koden. Konti laeses fra nattens
      *> kontrollerede kontosnapshot (KONTOSNAP.cpy).

       environment division.
       input-output section.
       file-control.
           select snap-file assign to dynamic snap-file-name
               organization is indexed
               access mode is sequential
               record key is ks-account-id of snap-record
               file status is snap-status.

      *> Filtreret udtraek, foer sortering - kun poster der bestaar
      *> et eventuelt type-/valuta-filter skrives herind.

       data division.
           file section.
           FD snap-file.
           01 snap-record.
               COPY "KONTOSNAP.cpy".

           FD filtered-file.
           01 filtered-record.

       working-storage section.
           01 end-of-konto PIC X value "N".
           01 snap-file-name PIC X(100) value "KONTOSNAP.dat".
           01 snap-status PIC XX value "00".
           01 snap-ok PIC X value "N".
           01 snap-program PIC X(20) value "KONTOTOPN".

           01 konto-info.
               COPY "KONTOOPL.cpy".

      *> TOPN_ANTAL styrer hvor mange konti rapporten viser - et
      *> ugyldigt eller manglende taeller falder tilbage til 10.
      *> betyder "alle".
           01 filter-konto-type PIC X(10) value spaces.
           01 filter-valuta-id  PIC X(3) value spaces.

       procedure division.
       main-program.
           accept snap-file-name from environment "KONTOSNAPFIL_NAVN"
               on exception
                   move "KONTOSNAP.dat" to snap-file-name
           end-accept
           accept topn-antal-tekst from environment "TOPN_ANTAL"
               on exception

           stop run.

      *> Laeser kontosnapshottet igennem og skriver kun de konti,
      *> der bestaar et eventuelt type-/valuta-filter, til
      *> udtraeksfilen.
           byg-filtreret-udtraek.
               perform aabn-snapshot
               open output filtered-file
               move "N" to end-of-konto
               perform until end-of-konto = "Y"
                   read snap-file
               at end
                   move "Y" to end-of-konto
               not at end
                   move ks-konto to konto-info
                   perform filtrer-en-konto
               end-read
               end-perform
               close snap-file
               close filtered-file
           exit.

      *> Skriver konto-info til udtraeksfilen hvis den bestaar et
      *> eventuelt type-/valuta-filter.
           filtrer-en-konto.
               if (filter-konto-type = spaces
                       or filter-konto-type
               end-if
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
                   display "KONTOTOPN: "
                       function trim(snap-file-name)
                       " kan ikke aabnes (status " snap-status ")"
                   move 8 to return-code
                   stop run
               end-if
