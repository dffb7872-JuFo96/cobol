      *> PII nogetsteds udover selve kundeoplysninger.txt. Samme byg-
      *> indekseret-kopi / anvend / skriv-tilbage moenster som
      *> kundevedligehold.cob bruger til at vedligeholde kundemasteren.
      *> Er kunden - eller en konto kunden ejer eller er medejer af -
      *> under legal hold (LEGALHOLD.txt, se LEGALHOLDTJEK), maskeres
      *> intet: sletningen afvises med RC=4 og skrives til
      *> LEGALHOLD-SPRUNGET.txt, indtil holdet er ophaevet. Lejer
      *> kunden stadig en bankboks (BOKS.txt, se BOKS.cpy), maskeres
      *> heller intet: boksen skal aabnes, toemmes og opsiges foerst,
      *> saa sletningen afvises med RC=4 og boksene vises.

       environment division.
       input-output section.
           select kunde-file assign to dynamic kunde-file-name
               organization is line sequential.

           select boks-file assign to dynamic boks-file-name
               organization is line sequential
               file status is boks-status.

           select master-index-file assign to "KUNDEMST.dat"
               organization is indexed
               access mode is dynamic
           01 kunde-record.
               COPY "kundeopl.cpy".

           FD boks-file.
           01 boks-record.
               COPY "BOKS.cpy".

           FD master-index-file.
           01 kunde-idx-record.
               COPY "kundeopl.cpy".

           01 audit-program-id      PIC X(20) value "KUNDESLETNING".
           01 audit-action          PIC X(10) value "GDPR-SLET".
           01 legalhold-type        PIC X(1) value "K".
           01 legalhold-holdt       PIC X(1) value "N".

           01 boks-file-name        PIC X(100) value "BOKS.txt".
           01 boks-status           PIC XX value "00".
           01 end-of-boks           PIC X value "N".
           01 boks-antal            PIC 9(3) value 0.

       procedure division.
       main-program.
               display
                 "KUNDESLETNING: KUNDESLETNING_ID mangler"
               move 8 to return-code
               stop run
           end-if

           accept boks-file-name from environment "BOKSFIL_NAVN"
               on exception
                   move "BOKS.txt" to boks-file-name
           end-accept
           perform tjek-bokse
           if boks-antal > 0
               display "KUNDESLETNING: customer-id "
                   function trim(sletning-customer-id)
                   " lejer stadig " boks-antal
                   " bankboks(e) - ikke maskeret"
               move 4 to return-code
               stop run
           end-if

           call "LEGALHOLDTJEK" using audit-program-id
               legalhold-type sletning-customer-id legalhold-holdt
           end-call
           if legalhold-holdt = "Y"
               display "KUNDESLETNING: customer-id "
                   function trim(sletning-customer-id)
                   " er under legal hold - ikke maskeret"
               move 4 to return-code
           else
               perform build-master-index


           stop run.

      *> Bankbokse der stadig er lejet ud til kunden - en manglende
      *> BOKS.txt betyder ingen bokse.
           tjek-bokse.
               open input boks-file
               if boks-status not = "00"
                   and boks-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-boks = "Y"
                   read boks-file
               at end
                   move "Y" to end-of-boks
               not at end
                   if bx-kunde-id = sletning-customer-id
                       and bx-udlejet
                       add 1 to boks-antal
                       display "KUNDESLETNING: bankboks "
                           bx-noegle " skal aabnes og toemmes"
                   end-if
               end-read
               end-perform
               close boks-file
           exit.

      *> Maskerer navn/adresse/kontaktfelterne - customer-id,
      *> customer-type og cvr-number (juridisk stamdata, ikke
      *> personlig kontaktinfo) bevares uaendret.
