      *> slet-transaktioner fra SIKKERHED-TRANS.txt og anvender dem
      *> mod registeret - samme byg-indekseret-kopi / anvend /
      *> skriv-tilbage moenster som kundevedligehold.cob bruger til
      *> kundeoplysninger.txt. Den indekserede vaerdi
      *> (sikkerhedindeksering.cob) bevares ved en aendring, medmindre
      *> vurderingen eller vurderingsdatoen aendres - en ny rigtig
      *> vurdering goer den gamle fremskrivning ugyldig.

       environment division.
       input-output section.
               02 sik-idx-beskrivelse  PIC X(40).
               02 sik-idx-vurdering    PIC 9(9)V99.
               02 sik-idx-dato         PIC X(8).
               02 sik-idx-postnr       PIC X(4).
               02 sik-idx-indekseret   PIC 9(9)V99.
               02 sik-idx-indeks-dato  PIC X(8).

           FD trans-file.
           01 trans-record.
                           to sik-idx-vurdering
                       move sik-vurderings-dato in sikkerhed-record
                           to sik-idx-dato
                       move sik-postnr in sikkerhed-record
                           to sik-idx-postnr
                       move sik-indekseret-vaerdi in sikkerhed-record
                           to sik-idx-indekseret
                       if sik-idx-indekseret not numeric
                           move 0 to sik-idx-indekseret
                       end-if
                       move sik-indeks-dato in sikkerhed-record
                           to sik-idx-indeks-dato
                       write sik-idx-record
                       invalid key
                           display "Dublet sikkerhed sprunget over: "

           apply-add.
               perform flyt-trans-til-idx
               move 0 to sik-idx-indekseret
               move spaces to sik-idx-indeks-dato
               write sik-idx-record
               invalid key
                   move spaces to error-line
           exit.

           flyt-trans-til-idx.
               if sik-vurdering in trans-sikkerhed
                       not = sik-idx-vurdering
                   or sik-vurderings-dato in trans-sikkerhed
                       not = sik-idx-dato
                   move 0 to sik-idx-indekseret
                   move spaces to sik-idx-indeks-dato
               end-if
               move sik-laan-konto-id in trans-sikkerhed
                   to sik-idx-konto-id
               move sik-loebenr in trans-sikkerhed to sik-idx-loebenr
                   to sik-idx-vurdering
               move sik-vurderings-dato in trans-sikkerhed
                   to sik-idx-dato
               move sik-postnr in trans-sikkerhed to sik-idx-postnr
           exit.

      *> Skriver det opdaterede register tilbage til SIKKERHED.txt i
                       to sik-vurdering in sikkerhed-record
                   move sik-idx-dato
                       to sik-vurderings-dato in sikkerhed-record
                   move sik-idx-postnr
                       to sik-postnr in sikkerhed-record
                   move sik-idx-indekseret
                       to sik-indekseret-vaerdi in sikkerhed-record
                   move sik-idx-indeks-dato
                       to sik-indeks-dato in sikkerhed-record
                   write sikkerhed-record
               end-read
               end-perform
