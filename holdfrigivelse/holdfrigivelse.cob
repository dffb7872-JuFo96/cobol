               02 ho-modkonto      PIC X(10).
               02 ho-tekst         PIC X(30).
               02 ho-aarsag        PIC X(20).
      *> Modtagerens reg.nr. for en tilbageholdt udgaaende betaling
      *> ("UDGB") - foelger med over i den frigivne postering.
               02 ho-modtager-reg  PIC X(4).

           FD afgoerelse-file.
           01 afgoerelse-record.
               02 ft-type          PIC X(4).
               02 ft-modkonto      PIC X(10).
               02 ft-tekst         PIC X(30).
               02 ft-modtager-reg  PIC X(4).

           FD frigivet-ref-file.
           01 frigivet-ref-record.

           FD rest-hold-file.
           01 rest-hold-record.
               02 rh-hold-line     PIC X(96).

       working-storage section.
           01 end-of-hold      PIC X value "N".
                       move ho-type to ft-type
                       move ho-modkonto to ft-modkonto
                       move ho-tekst to ft-tekst
                       move ho-modtager-reg to ft-modtager-reg
                       write frigivet-trans-record
                       move ho-account-id to fr-account-id
                       move ho-date to fr-date
