      *> Aabningsbalancen for et nyt regnskabsaar (GLPRIMO-<aar>.txt)
      *> - en linje pr. balancekonto (klasse A/P/E i KONTOPLAN.cpy)
      *> med saldoen efter aarsafslutning.cob's lukning af det
      *> foregaaende aar. Saldoen er debet positiv, som i
      *> regnskab.cob.
           05 gp-aar                PIC X(4).
           05 gp-gl-konto           PIC X(10).
           05 gp-klasse             PIC X(1).
           05 gp-saldo              PIC S9(13)V99
                                    sign leading separate.
