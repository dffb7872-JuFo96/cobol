      *> Udgaaende clearingpost (UDG-CLEARING.txt) - en linje pr.
      *> udgaaende betaling til en anden bank, i bankernes faelles
      *> udgaaende format: modtagerens reg.nr. og kontonummer,
      *> beloebet, valoerdatoen og betalingsreferencen. Skrives af
      *> kontopostering.cob naar en "UDGB"-postering er anvendt paa
      *> kundens konto, afstemmes mod GL-bevaegelsen paa den
      *> udgaaende clearingkonto af udgclearingkontrol.cob, og
      *> kommer retur (med en aarsagskode bagpaa) i clearingens
      *> returfil, som udgretur.cob tilbagefoerer.
           05 uc-afsender-konto    PIC X(10).
           05 uc-modtager-reg      PIC X(4).
           05 uc-modtager-konto    PIC X(10).
      *> Altid positivt - det beloeb modtageren skal have.
           05 uc-beloeb            PIC 9(9)V99.
           05 uc-valoer-dato       PIC X(8).
      *> Betalingsreferencen fra posteringens trans-tekst.
           05 uc-reference         PIC X(30).
