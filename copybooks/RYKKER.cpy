      *> Rykkerregisteret RYKKER.txt - en linje pr. aaben rykkersag,
      *> vedligeholdt af rykkerforloeb.cob. En sag er enten et
      *> overtraek ud over kontoens traekret (sagstype "O") eller et
      *> laan med forfaldne, ubetalte afdrag i LAANSCHD.txt ("L").
      *> Sagen huskes fra nat til nat, saa rykkertrinnene kan
      *> taelles fra den dag sagen opstod, og fjernes igen naar
      *> kontoen er bragt i orden.
           05 rk-konto-id          PIC X(10).
           05 rk-sagstype          PIC X(1).
               88 rk-overtraek     value "O".
               88 rk-laan          value "L".
      *> Overtraek: den nat overtraekket foerst blev set. Laan: det
      *> aeldste forfaldne, ubetalte afdrags forfaldsdato.
           05 rk-start-dato        PIC X(8).
      *> Antal rykkere sendt (0-3, 3 = sidste varsel) og datoen for
      *> den seneste.
           05 rk-trin              PIC 9(1).
           05 rk-sidste-dato       PIC X(8).
      *> "I" naar sagen er overdraget til inkasso efter sidste
      *> varsel - saa rykkes der ikke mere. Spaces = aaben sag.
           05 rk-status            PIC X(1).
               88 rk-inkasso       value "I".
           05 rk-gebyr-sum         PIC 9(5)V99.
