      *> aarsag-linjer til ALERTS.txt til manuel gennemgang. Samme
      *> SORT-baserede gennemgangsmoenster som suspektkunder.cob
      *> bruger til at finde naboposter med samme noegle.
      *> ALERTS-FORDELING.txt (se RAPPORTFORDELING.cpy) baerer hver
      *> alarmlinje med kontoens filialkode til filialbundterne
      *> (filialfordeling.cob); kontroltotalen er antal flagede fund
      *> og de store posteringers samlede beloeb.

       environment division.
       input-output section.
           select alerts-file assign to "ALERTS.txt"
               organization is line sequential.

           select fordeling-file
               assign to "ALERTS-FORDELING.txt"
               organization is line sequential.

      *> Sagsregisteret - se load-sagsregister.
           select sag-file assign to dynamic sag-file-name
               organization is line sequential
           01 alerts-record.
               02 alerts-line        PIC X(100).

           FD fordeling-file.
           01 fordeling-record.
               COPY "RAPPORTFORDELING.cpy".

           FD sag-file.
           01 sag-record.
               COPY "ALERTSAG.cpy".

           01 beloeb-antal          PIC 9(7) value 0.
           01 frekvens-antal        PIC 9(7) value 0.
           01 flaget-beloeb         PIC S9(11)V99 value 0.

      *> Forrige post i account-id/trans-date-sorteringen, og hvor
      *> mange posteringer den igangvaerende konto/dato-gruppe har
           perform load-sagsregister

           open output alerts-file
           open output fordeling-file
      *> Nye sager forlaenges bag paa registeret - status 35 falder
      *> tilbage til OPEN OUTPUT, samme moenster som db2audit.cob.
           open extend sag-file
               into alerts-line
           end-string
           write alerts-record
           move spaces to rf-branch-code
           move "T" to rf-linje-type
           compute rf-antal = beloeb-antal + frekvens-antal
           move flaget-beloeb to rf-beloeb
           move spaces to rf-tekst
           write fordeling-record

           close alerts-file
           close fordeling-file
           close sag-file

           display "TRANSAKTIONSALARM: " undertrykt-antal
                               perform opret-sag
                           end-if
                           add 1 to beloeb-antal
                           add trans-amount in history-record
                               to flaget-beloeb
                           move spaces to alerts-line
                           string
                               account-id in history-record
                               into alerts-line
                           end-string
                           write alerts-record
                           move account-id in history-record(1:3)
                               to rf-branch-code
                           move "L" to rf-linje-type
                           move 1 to rf-antal
                           move trans-amount in history-record
                               to rf-beloeb
                           perform skriv-fordeling
                       end-if
                   end-if
               end-read
                           into alerts-line
                       end-string
                       write alerts-record
                       move forrige-hist-account-id(1:3)
                           to rf-branch-code
                       move "L" to rf-linje-type
                       move 1 to rf-antal
                       move 0 to rf-beloeb
                       perform skriv-fordeling
                   end-if
               end-if
           exit.
               write sag-record
           exit.

           skriv-fordeling.
               move alerts-line to rf-tekst
               write fordeling-record
           exit.
