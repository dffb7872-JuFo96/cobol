      *> Manuelle finansposteringer (MANUEL-JOURNAL.txt) - en raekke
      *> pr. linje i et manuelt bilag, noeglet paa bilag-id +
      *> linjenummer. Et bilag er et balanceret saet linjer (sum DR =
      *> sum CR) paa konti i KONTOPLAN.txt, oprettet af een
      *> medarbejder og godkendt eller afvist af en anden.
      *> Vedligeholdes af manueljournal.cob gennem godkendelses-
      *> markoer-flowet; foerst ved godkendelsen skrives linjerne til
      *> GL-JOURNAL.txt med glj-kilde "MANU". Registeret beholder
      *> alle bilag - ogsaa de afviste - og er grundlaget for
      *> revisorernes periodeliste (manueljournalregister.cob).
           05 mj-noegle.
               07 mj-bilag-id       PIC X(10).
               07 mj-linje-nr       PIC 9(3).
           05 mj-gl-konto           PIC X(10).
      *> "DR" eller "CR" - beloebet er altid positivt.
           05 mj-dr-cr              PIC X(2).
               88 mj-debet          value "DR".
               88 mj-kredit         value "CR".
           05 mj-beloeb             PIC 9(7)V99.
      *> Bogfoeringsdatoen linjen faar i journalen (glj-date) - en
      *> periodisering kan lovligt dateres paa periodens sidste dag.
           05 mj-bogf-dato          PIC X(8).
           05 mj-tekst              PIC X(30).
           05 mj-oprettet-af        PIC X(10).
           05 mj-oprettet-dato      PIC X(8).
      *> Blank = afventer godkendelse, "G" = godkendt og bogfoert,
      *> "A" = afvist.
           05 mj-status             PIC X(1).
               88 mj-afventer       value space.
               88 mj-godkendt       value "G".
               88 mj-afvist         value "A".
           05 mj-besluttet-af       PIC X(10).
           05 mj-besluttet-dato     PIC X(8).
