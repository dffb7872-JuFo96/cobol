      *> Cash pool-definition (CASHPOOL.txt) - en linje pr.
      *> medlemskonto i en koncerns pool: poolens id, topkontoen
      *> overskud samles paa, medlemskontoen og den saldo medlemmet
      *> skal staa med efter nattens nulstilling (typisk nul).
      *> Topkontoen og alle medlemmer skal tilhoere erhvervskunder
      *> med samme cvr-number - samme koncernbegreb som
      *> engagement.cob. Linjerne for en pool staar samlet.
      *> Laeses af cashpool.cob.
           05 cp-pool-id           PIC X(10).
           05 cp-top-konto         PIC X(10).
           05 cp-medlem-konto      PIC X(10).
      *> Signeret: en negativ maalsaldo er et bevidst traek paa
      *> medlemmets egen traekret.
           05 cp-maal-saldo        PIC S9(7)V99
                                   sign leading separate.
