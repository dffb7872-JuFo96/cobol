      *> - saa hensaettelsen automatisk oploeses, naar den naeste
      *> rigtige tilskrivning kommer, og ultimo-balancen og GL'en
      *> fortaeller samme historie. Rapporten RENTEPROVISION.txt
      *> viser grundlaget pr. produkt. En individuel renteaftale
      *> paa kontoen, der er i kraft paa slutdatoen (RENTEAFTALE.txt,
      *> se RENTEAFTALEOPSLAG), gaar forud for produktsatsen - samme
      *> regel som kontorente.cob. Uden aftale faar en medarbejders
      *> egen konto personaletillaegget (PERSONALEOPSLAG).

       environment division.
       input-output section.
           01 opslag-type      PIC X(10).
           01 opslag-saldo     PIC 9(9)V99.

      *> Individuel renteaftale paa slutdatoen: "K" kreditrente,
      *> "D" debetrente.
           01 aftale-art       PIC X(1).
           01 aftale-fundet    PIC X(1).
           01 aftale-sats      PIC S9(3)V99.
           01 aftale-skifte    PIC X(8).
           01 personale-fundet PIC X(1).
           01 personale-tillaeg PIC S9(3)V99.

      *> Seneste tilskrivningsdato pr. konto - bygget med EET
      *> gennemloeb af RENTEHISTORIK.txt.
           01 konto-count      PIC 9(4) value 0.
               02 konto-entry occurs 500 times.
                   03 kp-konto-id   PIC X(10).
                   03 kp-type       PIC X(10).
                   03 kp-kunde-id   PIC X(10).
                   03 kp-balance    PIC S9(7)V99.
                   03 kp-sidste     PIC X(8).
           01 kp-index         PIC 9(4).
           01 uden-grundlag    PIC 9(5) value 0.
           01 provision-total  PIC S9(11)V99 value 0.

      *> Filsegl - se filsegl/filsegl.cob.
           01 segl-funktion    PIC X(1).
           01 segl-fil-navn    PIC X(100).
           01 segl-program     PIC X(20) value "RENTEPROVISION".
           01 segl-resultat    PIC X(1).

       procedure division.
       main-program.
           accept konto-file-name from environment "KONTOFIL_NAVN"
                       to kp-konto-id(konto-count)
                   move account-type in konto-info
                       to kp-type(konto-count)
                   move customer-id in konto-info
                       to kp-kunde-id(konto-count)
                   move balance in konto-info
                       to kp-balance(konto-count)
                   move "00000000" to kp-sidste(konto-count)
               if kp-balance(kp-index) < 0
                   move "DEBET" to opslag-type
                   compute opslag-saldo = 0 - kp-balance(kp-index)
                   move "D" to aftale-art
               else
                   move kp-type(kp-index) to opslag-type
                   move kp-balance(kp-index) to opslag-saldo
                   move "K" to aftale-art
               end-if
               perform find-aktuel-sats
               call "RENTEAFTALEOPSLAG" using
                   kp-konto-id(kp-index) aftale-art slutdato
                   aftale-fundet aftale-sats aftale-skifte
               end-call
               if aftale-fundet = "Y"
                   move aftale-sats to fundet-sats
               else
                   call "PERSONALEOPSLAG" using
                       kp-kunde-id(kp-index) aftale-art slutdato
                       personale-fundet personale-tillaeg
                   end-call
                   if personale-fundet = "Y"
                       add personale-tillaeg to fundet-sats
                       if aftale-art = "D" and fundet-sats < 0
                           move 0 to fundet-sats
                       end-if
                   end-if
               end-if
               compute konto-provision rounded =
                   kp-balance(kp-index) * fundet-sats * rente-dage
                   / 36500
      *> efter, saa hensaettelsen oploeser sig selv naar naeste
      *> rigtige tilskrivning bogfoeres. Kilde "PROV".
           skriv-journal-og-rapport.
               move gl-journal-file-name to segl-fil-navn
               perform verificer-segl
               open extend gl-journal-file
               if gl-journal-status = "35"
                   open output gl-journal-file
               write rapport-record
               close rapport-file
               close gl-journal-file
               move gl-journal-file-name to segl-fil-navn
               perform forsegl-fil
           exit.

           skriv-produkt-linjer.
               end-string
               write rapport-record
           exit.

      *> Seglet paa en fil fra et andet trin efterregnes foer filen
      *> laeses (se filsegl/filsegl.cob) - et brudt segl stopper
      *> koerslen.
           verificer-segl.
               move "V" to segl-funktion
               call "FILSEGL" using segl-funktion segl-fil-navn
                   segl-program segl-resultat
               end-call
               if segl-resultat = "N"
                   display "RENTEPROVISION: segl brudt for "
                       function trim(segl-fil-navn)
                       " - koerslen stoppes"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Filen forsegles til det naeste trin, naar den er skrevet.
           forsegl-fil.
               move "S" to segl-funktion
               call "FILSEGL" using segl-funktion segl-fil-navn
                   segl-program segl-resultat
               end-call
           exit.
