      *> Fordelingspost til filialbundterne (se rapportfordeling/
      *> filialfordeling.cob): de filialopdelte natrapporter skriver
      *> ved siden af den fulde rapport en <rapport>-FORDELING.txt,
      *> hvor hver printlinje staar med filialkode og linjetype, saa
      *> rapporten kan deles op pr. filial uden at linjeteksten
      *> skal fortolkes. "H" er en overskrift der gentages i hvert
      *> bundt, "L" en filiallinje der kun gaar til rf-branch-code's
      *> bundt, og "T" rapportens egen kontroltotal (een pr. fil,
      *> optalt paa inputsiden) som bundterne skal summere til.
      *> Antal/beloeb er kun udfyldt paa de linjer der taeller - en
      *> opsummeringslinje pr. filial staar med nul, saa intet
      *> taelles dobbelt.
           05 rf-branch-code     PIC X(3).
           05 rf-linje-type      PIC X(1).
               88 rf-overskrift      VALUE "H".
               88 rf-filiallinje     VALUE "L".
               88 rf-kontroltotal    VALUE "T".
           05 rf-antal           PIC 9(7).
           05 rf-beloeb          PIC S9(11)V99 sign leading separate.
           05 rf-tekst           PIC X(100).
