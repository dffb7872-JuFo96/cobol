      *> fanges af udloebsrapporten i stedet for at blive aeret paa
      *> papirmappe-hukommelse. Vedligeholdes af
      *> fuldmagtvedligehold.cob og vises i kunde360.cob's eksport.
      *> Objekt-type "B" er en noeglebaerer til en bankboks
      *> (objekt-id er filialkode + boksnummer, se BOKS.cpy).
           05 fm-objekt-type       PIC X(1).
               88 fm-konto-fuldmagt    VALUE "K".
               88 fm-person-fuldmagt   VALUE "P".
               88 fm-boks-fuldmagt     VALUE "B".
           05 fm-objekt-id         PIC X(10).
           05 fm-bemyndiget-id     PIC X(10).
           05 fm-bemyndiget-navn   PIC X(40).
