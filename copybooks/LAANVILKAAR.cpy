      *> Laanevilkaar for laanekonti (account-type "LAAN" i
      *> KONTOOPL.cpy) - en raekke pr. laan, skrevet af
      *> laanoprettelse.cob sammen med afdragsplanen i LAANSCHD.txt.
      *> Planen selv baerer kun beloeb, ikke den sats de er regnet
      *> med; her staar hvilken sats planen senest er beregnet med,
      *> og - for et laan med variabel rente - hvilken rentesats-
      *> type i RENTESATS.txt den foelger. laanrentetilpasning.cob
      *> genberegner de ubogfoerte raekker naar typens sats aendrer
      *> sig, og opdaterer lv-aarlig-sats/lv-sats-dato bagefter.
           05 lv-laan-konto-id     PIC X(10).
      *> Rentesats-type (RENTESATS.txt) for et variabelt forrentet
      *> laan; spaces = fast rente i hele loebetiden.
           05 lv-rente-type        PIC X(10).
           05 lv-aarlig-sats       PIC 9(3)V99.
      *> Datoen satsen gaelder fra - oprettelsesdatoen, eller den
      *> gyldig-fra-dato den seneste tilpasning blev regnet fra.
           05 lv-sats-dato         PIC X(8).
