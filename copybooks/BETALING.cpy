      *> Betalingsoversigten (BETALINGSOVERSIGT.txt) - fremtidige
      *> enkeltbetalinger, en raekke pr. betaling noeglet paa
      *> kundens konto + betalingens reference. Modtageren er enten
      *> en af vore egne konti (blankt reg.nr. - udfoeres som en
      *> "OVF "-overfoersel) eller en konto i et andet pengeinstitut
      *> (reg.nr. + kontonummer - udfoeres som en "UDGB"). Oprettes
      *> og annulleres af betalingvedligehold.cob gennem
      *> godkendelsesmarkoer-flowet; betalingsudfoersel.cob frigiver
      *> den forfaldne betaling til TRANS-POST.txt paa forfaldsdagen
      *> (rullet til bankdag via KALENDER) og saetter status.
      *> konto360.cob viser de ventende betalinger paa kontoen.
           05 bo-noegle.
               10 bo-konto-id        PIC X(10).
               10 bo-reference       PIC X(10).
      *> Beloebet i kontoens valuta - altid positivt.
           05 bo-beloeb            PIC 9(7)V99.
           05 bo-forfald-dato      PIC X(8).
           05 bo-modtager-reg      PIC X(4).
           05 bo-modtager-konto    PIC X(10).
           05 bo-tekst             PIC X(30).
      *> "V" = venter, "U" = udfoert (frigivet til TRANS-POST.txt),
      *> "A" = annulleret af kunden, "F" = fejlet - daekningen
      *> manglede ogsaa efter sidste genforsoeg, eller kontoen er
      *> lukket eller findes ikke, og kunden har faaet besked.
           05 bo-status            PIC X(1).
               88 bo-venter        value "V".
               88 bo-udfoert       value "U".
               88 bo-annulleret    value "A".
               88 bo-fejlet        value "F".
               88 bo-status-kendt  values "V" "U" "A" "F".
      *> Antal dage betalingen er forsoegt uden daekning, og datoen
      *> for seneste forsoeg eller afslutning.
           05 bo-forsoeg           PIC 9(2).
           05 bo-behandlet-dato    PIC X(8).
