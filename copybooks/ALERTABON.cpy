      *> Alert-abonnementer (ALERTABON.txt) - en raekke pr. kunde
      *> pr. konto pr. alerttype, vedligeholdt af
      *> alertabonnementvedligehold.cob og brugt af kundealert.cob
      *> efter hver posteringscyklus. Konto-id blank = alle kundens
      *> konti. Typerne:
      *> - SALD: saldoen efter en postering falder under graensen
      *> - LOEN: en indgaaende postering paa mindst graensen hvis
      *>   trans-type er "LOEN" eller hvis posteringstekst indeholder
      *>   ab-tekst (blank = "LOEN") - kundens loen er landet
      *> - POST: enhver postering hvis beloeb (numerisk) er over
      *>   graensen
      *> Kanalen bruger kundens telefon ("S" = SMS) eller email
      *> ("E") fra kundeopl.cpy.
           05 ab-noegle.
               07 ab-kunde-id       PIC X(10).
               07 ab-konto-id       PIC X(10).
               07 ab-type           PIC X(4).
                   88 ab-saldo-alert    VALUE "SALD".
                   88 ab-loen-alert     VALUE "LOEN".
                   88 ab-post-alert     VALUE "POST".
                   88 ab-type-kendt     VALUE "SALD" "LOEN" "POST".
           05 ab-graense            PIC 9(9)V99.
           05 ab-kanal              PIC X(1).
               88 ab-sms                VALUE "S".
               88 ab-email              VALUE "E".
               88 ab-kanal-kendt        VALUE "S" "E".
           05 ab-tekst              PIC X(20).
           05 ab-status             PIC X(1).
               88 ab-aktiv              VALUE "A".
               88 ab-opsagt             VALUE "O".
               88 ab-status-kendt       VALUE "A" "O".
           05 ab-dato               PIC X(8).
