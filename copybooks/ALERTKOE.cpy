      *> Udgaaende notifikationskoe (ALERT-KOE.txt) til SMS-/e-mail-
      *> gatewayen - en linje pr. alert, skrevet af kundealert.cob.
      *> Modtager er kundens telefonnummer (kanal "S") eller
      *> e-mailadresse (kanal "E"); ak-besked er den faerdige tekst.
           05 ak-kanal              PIC X(1).
           05 ak-modtager           PIC X(50).
           05 ak-kunde-id           PIC X(10).
           05 ak-konto-id           PIC X(10).
           05 ak-type               PIC X(4).
           05 ak-dato               PIC X(8).
           05 ak-cyklus             PIC X(2).
           05 ak-beloeb             PIC S9(7)V99 sign leading separate.
           05 ak-saldo              PIC S9(7)V99 sign leading separate.
           05 ak-besked             PIC X(80).
