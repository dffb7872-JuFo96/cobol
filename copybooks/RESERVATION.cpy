      *> Reservationer (RESERVATION.txt) - en kortautorisation eller
      *> en betaling godkendt i netbanken i loebet af dagen, som
      *> endnu ikke er bogfoert. Reservationen nedsaetter kontoens
      *> disponible saldo (BALANCE + traekret - aabne reservationer)
      *> indtil den matchende TRANS-POST-linje bogfoeres af
      *> kontopostering.cob, eller indtil den udloeber - se
      *> reservationudloeb.cob. Kanalerne tilfoejer linjer bag paa
      *> filen med rv-status blank.
           05 rv-konto-id          PIC X(10).
      *> Det reserverede (haevede) beloeb - altid positivt.
           05 rv-beloeb            PIC 9(7)V99.
      *> Kanalens reference (autorisationskode/betalings-id). Den
      *> bogfoerende TRANS-POST-linje baerer referencen forrest i
      *> trans-tekst; uden reference matches paa konto og beloeb.
           05 rv-reference         PIC X(16).
           05 rv-oprettet-dato     PIC X(8).
           05 rv-udloeb-dato       PIC X(8).
      *> Blank = aaben, "F" = frigivet af den bogfoerte postering
      *> (rv-frigivet-dato er bogfoeringsdatoen).
           05 rv-status            PIC X(1).
               88 rv-aaben         value space.
               88 rv-frigivet      value "F".
           05 rv-frigivet-dato     PIC X(8).
