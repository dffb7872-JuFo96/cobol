       identification division.
       program-id. MANUELJOURNALREGISTER.

      *> Revisorernes liste over manuelle finansposteringer: alle
      *> bilag i MANUEL-JOURNAL.txt (se MANJOURNAL.cpy) med
      *> bogfoeringsdato i perioden MANJOURNAL_FRA - MANJOURNAL_TIL
      *> (uaendret: alle datoer, som HOVEDBOG_FRA/TIL) - godkendte,
      *> afventende og afviste. Hvert bilag vises med opretter,
      *> beslutter og datoer og derunder sine linjer; til sidst
      *> antal pr. status og det bogfoerte beloeb. Registeret
      *> skrives sorteret paa bilag-id + linjenummer af
      *> manueljournal.cob, saa et bilags linjer staar samlet.
      *> Resultatet staar i MANUEL-JOURNAL-REGISTER.txt.

       environment division.
       input-output section.
       file-control.
           select mj-file assign to dynamic mj-file-name
               organization is line sequential
               file status is mj-status-fil.

           select rapport-file assign to "MANUEL-JOURNAL-REGISTER.txt"
               organization is line sequential.

       data division.
           file section.
           FD mj-file.
           01 mj-record.
               COPY "MANJOURNAL.cpy".

           FD rapport-file.
           01 rapport-record.
               02 rapport-line      PIC X(120).

       working-storage section.
           01 end-of-mj            PIC X value "N".
           01 mj-file-name         PIC X(100)
               value "MANUEL-JOURNAL.txt".
           01 mj-status-fil        PIC XX value "00".
           01 periode-fra          PIC X(8).
           01 periode-til          PIC X(8).

           01 forrige-bilag        PIC X(10) value spaces.
           01 bilag-debet          PIC 9(11)V99 value 0.
           01 godkendt-antal       PIC 9(5) value 0.
           01 afventer-antal       PIC 9(5) value 0.
           01 afvist-antal         PIC 9(5) value 0.
           01 bogfoert-sum         PIC 9(13)V99 value 0.
           01 status-tekst         PIC X(9).
           01 vis-beloeb           PIC Z(10)9.99.
           01 vis-sum              PIC Z(12)9.99.

       procedure division.
       main-program.
           accept mj-file-name
               from environment "MANJOURNALFIL_NAVN"
               on exception
                   move "MANUEL-JOURNAL.txt" to mj-file-name
           end-accept
           accept periode-fra from environment "MANJOURNAL_FRA"
               on exception
                   move spaces to periode-fra
           end-accept
           accept periode-til from environment "MANJOURNAL_TIL"
               on exception
                   move spaces to periode-til
           end-accept
           if periode-fra = spaces
               move "00000000" to periode-fra
           end-if
           if periode-til = spaces
               move "99999999" to periode-til
           end-if

           open output rapport-file
           move spaces to rapport-line
           string
               "MANUELLE FINANSPOSTERINGER " periode-fra " - "
               periode-til
               delimited by size
               into rapport-line
           end-string
           write rapport-record

      *> Et manglende register er en periode uden manuelle bilag.
           open input mj-file
           if mj-status-fil = "00" or mj-status-fil = "05"
               perform until end-of-mj = "Y"
                   read mj-file into mj-record
               at end
                   move "Y" to end-of-mj
               not at end
                   if mj-bogf-dato >= periode-fra
                       and mj-bogf-dato <= periode-til
                       perform behandl-linje
                   end-if
               end-read
               end-perform
               close mj-file
           end-if
           perform afslut-bilag

           move spaces to rapport-line
           write rapport-record
           move bogfoert-sum to vis-sum
           move spaces to rapport-line
           string
               "I ALT: " godkendt-antal " godkendt, "
               afventer-antal " afventer, " afvist-antal
               " afvist - bogfoert debet " vis-sum
               delimited by size
               into rapport-line
           end-string
           write rapport-record
           close rapport-file

           display "MANUELJOURNALREGISTER: " godkendt-antal
               " godkendt, " afventer-antal " afventer, "
               afvist-antal " afvist"
           move 0 to return-code
           stop run.

      *> Foerste linje i et nyt bilag skriver bilagets hoved.
           behandl-linje.
               if mj-bilag-id not = forrige-bilag
                   perform afslut-bilag
                   move mj-bilag-id to forrige-bilag
                   perform skriv-bilagshoved
               end-if
               if mj-debet
                   add mj-beloeb to bilag-debet
               end-if
               move mj-beloeb to vis-beloeb
               move spaces to rapport-line
               string
                   "    " mj-linje-nr " " mj-gl-konto " "
                   mj-dr-cr " " vis-beloeb " " mj-tekst
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
           exit.

           skriv-bilagshoved.
               evaluate true
                   when mj-godkendt
                       move "GODKENDT" to status-tekst
                       add 1 to godkendt-antal
                   when mj-afvist
                       move "AFVIST" to status-tekst
                       add 1 to afvist-antal
                   when other
                       move "AFVENTER" to status-tekst
                       add 1 to afventer-antal
               end-evaluate
               move spaces to rapport-line
               write rapport-record
               move spaces to rapport-line
               string
                   "BILAG " mj-bilag-id " dato " mj-bogf-dato
                   " " status-tekst
                   " oprettet " mj-oprettet-af " " mj-oprettet-dato
                   " besluttet " mj-besluttet-af " "
                   mj-besluttet-dato
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
           exit.

      *> Bilagets sum (debet = kredit for et valideret bilag); kun
      *> godkendte bilag taeller med i det bogfoerte beloeb.
           afslut-bilag.
               if forrige-bilag = spaces
                   exit paragraph
               end-if
               move bilag-debet to vis-beloeb
               move spaces to rapport-line
               string
                   "    bilagssum " vis-beloeb
                   delimited by size
                   into rapport-line
               end-string
               write rapport-record
               if status-tekst = "GODKENDT"
                   add bilag-debet to bogfoert-sum
               end-if
               move 0 to bilag-debet
               move spaces to forrige-bilag
           exit.
