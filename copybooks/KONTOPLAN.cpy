      *> Kontoplanen (KONTOPLAN.txt) - en linje pr. GL-konto med navn
      *> og regnskabsklassifikation. hovedbog.cob og manueljournal.cob
      *> validerer journalens konti mod den; regnskab.cob opstiller
      *> balance og resultatopgoerelse efter klasse og
      *> regnskabslinje. Klasse og regnskabslinje er tilfoejet
      *> yderst, saa en aeldre kontoplan uden dem stadig laeses -
      *> kontoen er saa blot uklassificeret og flages af regnskab.cob.
           05 kp-gl-konto           PIC X(10).
           05 kp-navn               PIC X(30).
      *> "A" = aktiv, "P" = passiv (gaeld), "E" = egenkapital,
      *> "I" = indtaegt, "U" = udgift.
           05 kp-klasse             PIC X(1).
               88 kp-aktiv          value "A".
               88 kp-passiv         value "P".
               88 kp-egenkapital    value "E".
               88 kp-indtaegt       value "I".
               88 kp-udgift         value "U".
               88 kp-balance-konto  values "A" "P" "E".
               88 kp-resultat-konto values "I" "U".
      *> Den linje i balancen eller resultatopgoerelsen kontoen
      *> summeres op paa, f.eks. "Udlaan" eller "Renteindtaegter".
           05 kp-regnskabslinje     PIC X(30).
