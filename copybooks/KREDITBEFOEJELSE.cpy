      *> Bevillingsbefoejelser (KREDITBEFOEJELSE.txt) - en raekke pr.
      *> medarbejder der maa beslutte kreditindstillinger, med det
      *> niveau medarbejderen beslutter paa. Niveauets beloebsgraense
      *> (engagement plus ansoegt beloeb) ligger i PARMS:
      *> KREDIT_GRAENSE_FILIAL og KREDIT_GRAENSE_KREDITAFD;
      *> bestyrelsen har ingen graense. En medarbejder uden en
      *> raekke her kan ikke godkende kredit.
           05 kb-medarbejder       PIC X(10).
           05 kb-niveau            PIC X(1).
               88 kb-filial        value "F".
               88 kb-kreditafd     value "K".
               88 kb-bestyrelse    value "B".
               88 kb-niveau-kendt  values "F" "K" "B".
           05 kb-navn              PIC X(30).
