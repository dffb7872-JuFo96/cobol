           05 pk-maks-aarsindskud PIC 9(9)V99.
           05 pk-haevning-laast   PIC X(1).
           05 pk-tilladte-typer   PIC X(20).
      *> Voksenproduktet et ungdomsprodukt (haevning-laast "J")
      *> overgaar til, naar kontohaver bliver myndig - udfoeres af
      *> den maanedlige ungdomskonvertering.cob. Blank paa et
      *> ungdomsprodukt = ingen konvertering konfigureret, hvilket
      *> rapporteres. Ogsaa tilfoejet yderst.
           05 pk-voksen-produkt   PIC X(10).
