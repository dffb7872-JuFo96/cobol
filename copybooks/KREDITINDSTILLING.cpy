      *> Kreditindstillinger (KREDITINDSTILLING.txt) - en raekke pr.
      *> ansoegning om et nyt laan eller en ny/fornyet traekret.
      *> Indstillingen baerer kunde, produkt, konto, det ansoegte
      *> beloeb, loebetid, formaal og tilbudt sikkerhed samt kundens
      *> samlede engagement paa indstillingstidspunktet (hentet fra
      *> engagement.cob's ENGAGEMENT-KUNDE.txt). Engagement plus
      *> beloeb afgoer hvilket bevillingsniveau der skal godkende:
      *> filial, kreditafdeling eller bestyrelse (se
      *> KREDITBEFOEJELSE.cpy). Vedligeholdes af kreditvedligehold.cob
      *> gennem godkendelsesmarkoer-flowet; laanoprettelse.cob og
      *> traekretvedligehold.cob gaar kun videre med en godkendt
      *> indstilling (KREDITTJEK) og stempler den som udnyttet.
      *> Noeglen er indstillings-id.
           05 ki-indstilling-id    PIC X(10).
           05 ki-kunde-id          PIC X(10).
      *> "LAAN" = nyt laan (laanoprettelse.cob), "TRKR" = traekret
      *> (traekretvedligehold.cob).
           05 ki-produkt           PIC X(4).
               88 ki-laan          value "LAAN".
               88 ki-traekret      value "TRKR".
               88 ki-produkt-kendt values "LAAN" "TRKR".
      *> Laanekontoen eller kontoen traekretten bevilges paa.
           05 ki-konto-id          PIC X(10).
           05 ki-beloeb            PIC 9(9)V99.
      *> Loebetid i maaneder (for en traekret: til revisionen).
           05 ki-loebetid          PIC 9(3).
           05 ki-formaal           PIC X(30).
           05 ki-sikkerhed         PIC X(30).
      *> Kundens samlede engagement i DKK da indstillingen blev
      *> oprettet - sat af kreditvedligehold.cob, ikke af indstilleren.
           05 ki-engagement        PIC 9(13)V99.
           05 ki-indstillet-af     PIC X(10).
           05 ki-indstillet-dato   PIC X(8).
      *> Det niveau engagement plus beloeb kraever: "F" filial, "K"
      *> kreditafdeling, "B" bestyrelse.
           05 ki-krav-niveau       PIC X(1).
      *> Blank = afventer beslutning, "G" = godkendt, "A" = afvist,
      *> "U" = udnyttet (laanet oprettet / traekretten bevilget).
           05 ki-status            PIC X(1).
               88 ki-afventer      value space.
               88 ki-godkendt      value "G".
               88 ki-afvist        value "A".
               88 ki-udnyttet      value "U".
      *> Beslutningen: medarbejderen, datoen og dennes bevillings-
      *> niveau paa beslutningstidspunktet.
           05 ki-beslutning-af     PIC X(10).
           05 ki-beslutning-dato   PIC X(8).
           05 ki-beslutning-niveau PIC X(1).
      *> Sat af KREDITTJEK naar indstillingen udnyttes.
           05 ki-udnyttet-dato     PIC X(8).
           05 ki-udnyttet-beloeb   PIC 9(9)V99.
