      *> Boksregister (BOKS.txt) - en raekke pr. bankboks i en
      *> filials boksanlaeg, noeglet paa filialkode + boksnummer.
      *> Lejen opkraeves aarligt forud efter boksens stoerrelse
      *> (BOKS_LEJE_S/_M/_L i PARMS) af boksleje.cob, der traekker
      *> den paa debetkontoen. Noeglebaerere ud over lejeren er
      *> registreret i FULDMAGT.txt med objekt-type "B" og objekt-id
      *> = filialkode + boksnummer (se FULDMAGT.cpy). Vedligeholdes
      *> af boksvedligehold.cob gennem godkendelsesmarkoer-flowet.
      *> doedsbo.cob og kundesletning.cob standser paa en boks som
      *> kunden stadig lejer - den skal aabnes og toemmes foerst.
           05 bx-noegle.
               10 bx-branch-code   PIC X(3).
               10 bx-boks-nr       PIC X(6).
      *> "S" = lille, "M" = mellem, "L" = stor.
           05 bx-stoerrelse        PIC X(1).
               88 bx-stoerrelse-kendt values "S" "M" "L".
           05 bx-kunde-id          PIC X(10).
           05 bx-debet-konto       PIC X(10).
           05 bx-start-dato        PIC X(8).
      *> Blank = udlejet, "O" = opsagt (boksen er toemt og noeglerne
      *> afleveret) med slutdatoen.
           05 bx-status            PIC X(1).
               88 bx-udlejet       value space.
               88 bx-opsagt        value "O".
               88 bx-status-kendt  values space "O".
           05 bx-slut-dato         PIC X(8).
      *> Sat af boksleje.cob: sidste dag lejen er opkraevet til og
      *> med - blank saa laenge intet er opkraevet.
           05 bx-leje-til-dato     PIC X(8).
