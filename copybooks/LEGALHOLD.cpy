      *> Legal hold-register (LEGALHOLD.txt) - en raekke pr. hold.
      *> Et hold laegges paa en kunde ("K") eller en konto ("A") med
      *> sagens reference (retssag, politisag, SKAT-kontrol ...) og
      *> fryser alle data om kunden/kontoen: retention.sh's fejning,
      *> arkivoprydningen i nightly-batch.sh, kundesletning.cob's
      *> GDPR-maskering og kundevedligehold.cob's sletning springer
      *> holdte data over og skriver hvad de sprang over i
      *> LEGALHOLD-SPRUNGET.txt. Vedligeholdes af
      *> legalholdvedligehold.cob gennem godkendelsesmarkoer-flowet;
      *> legalholdrapport.cob lister hold der har staaet aabne over
      *> et aar. Noeglen er objekt-type + objekt-id + sagsreference,
      *> saa samme kunde kan vaere holdt i flere sager paa een gang.
           05 lh-noegle.
               10 lh-objekt-type   PIC X(1).
                   88 lh-kunde-hold    value "K".
                   88 lh-konto-hold    value "A".
                   88 lh-objekt-type-kendt values "K" "A".
               10 lh-objekt-id     PIC X(10).
               10 lh-sag-reference PIC X(20).
      *> Medarbejderen der lagde holdet, og hvornaar.
           05 lh-placeret-af       PIC X(10).
           05 lh-placeret-dato     PIC X(8).
      *> Blank saa laenge holdet staar ved magt - ophaevelsen
      *> registreres med dato og medarbejder, holdet slettes ikke.
           05 lh-ophaevet-af       PIC X(10).
           05 lh-ophaevet-dato     PIC X(8).
               88 lh-aktiv         value spaces.
