       identification division.
       program-id. PERSONALEOPSLAG.

      *> Personalevilkaar: slaar en kunde op i personaleregisteret
      *> PERSONALE.txt (se PERSONALE.cpy) og returnerer om kunden
      *> paa datoen er en medarbejders egen kunde ("E"; en
      *> naertstaaende giver ikke personalevilkaar) og i saa fald
      *> personaletillaegget til produktsatsen for renteart "K"
      *> (kreditrente, PERSONALE_KREDITTILLAEG, uaendret 0,50
      *> procentpoint) eller "D" (debetrente, minus
      *> PERSONALE_DEBETFRADRAG, uaendret 2,00 procentpoint) fra
      *> PARMS. Bruges af kontorente.cob og renteprovision.cob,
      *> hvor en individuel renteaftale stadig gaar forud - saa
      *> personalesatsen ikke laengere skal laegges ind som en
      *> manuel aftale pr. konto. Samme "indlaes tabellen foerste
      *> gang"-moenster som RENTEAFTALEOPSLAG; en manglende fil
      *> betyder ingen medarbejdere.

       environment division.
       input-output section.
       file-control.
           select personale-file assign to dynamic personale-file-name
               organization is line sequential
               file status is personale-status.

       data division.
           file section.
           FD personale-file.
           01 personale-record.
               COPY "PERSONALE.cpy".

       working-storage section.
           01 table-loaded      PIC X value "N".
           01 personale-file-name PIC X(100) value "PERSONALE.txt".
           01 personale-status  PIC XX value "00".
           01 end-of-personale  PIC X value "N".
           01 ansat-count       PIC 9(4) value 0.
           01 ansat-max         PIC 9(4) value 1000.
           01 ansat-table.
               02 ansat-entry occurs 1000 times.
                   03 an-kunde-id  PIC X(10).
                   03 an-fra       PIC X(8).
                   03 an-til       PIC X(8).
           01 an-index          PIC 9(4).
           01 parm-navn         PIC X(30).
           01 parm-vaerdi       PIC X(100).
           01 parm-fundet       PIC X.
           01 kredit-tillaeg    PIC S9(3)V99 value 0.50.
           01 debet-fradrag     PIC S9(3)V99 value 2.00.

       linkage section.
           01 ln-kunde-id       PIC X(10).
           01 ln-rente-art      PIC X(1).
           01 ln-dato           PIC X(8).
           01 ln-personale-fundet PIC X(1).
           01 ln-tillaeg        PIC S9(3)V99.

       procedure division using ln-kunde-id ln-rente-art ln-dato
               ln-personale-fundet ln-tillaeg.
       main-program.
           if table-loaded = "N"
               perform load-personale-table
               perform hent-tillaeg
               move "Y" to table-loaded
           end-if

           move "N" to ln-personale-fundet
           move 0 to ln-tillaeg
           perform varying an-index from 1 by 1
               until an-index > ansat-count
                   or ln-personale-fundet = "Y"
               if an-kunde-id(an-index) = ln-kunde-id
                   and an-fra(an-index) <= ln-dato
                   and an-til(an-index) >= ln-dato
                   move "Y" to ln-personale-fundet
               end-if
           end-perform
           if ln-personale-fundet = "Y"
               if ln-rente-art = "D"
                   compute ln-tillaeg = 0 - debet-fradrag
               else
                   move kredit-tillaeg to ln-tillaeg
               end-if
           end-if

           goback.

           load-personale-table.
               accept personale-file-name
                   from environment "PERSONALEFIL_NAVN"
                   on exception
                       move "PERSONALE.txt" to personale-file-name
               end-accept

               open input personale-file
               if personale-status not = "00"
                   and personale-status not = "05"
                   exit paragraph
               end-if
               perform until end-of-personale = "Y"
                   read personale-file
               at end
                   move "Y" to end-of-personale
               not at end
                   if pe-egen-kunde and pe-fra-dato is numeric
                       if ansat-count >= ansat-max
                           display "PERSONALEOPSLAG: personaletabel"
                               " fuld - " pe-noegle " ikke indlaest"
                       else
                           add 1 to ansat-count
                           move pe-kunde-id to an-kunde-id(ansat-count)
                           move pe-fra-dato to an-fra(ansat-count)
                           if pe-til-dato is numeric
                               move pe-til-dato to an-til(ansat-count)
                           else
                               move "99999999" to an-til(ansat-count)
                           end-if
                       end-if
                   end-if
               end-read
               end-perform
               close personale-file
           exit.

      *> Personaletillaeggene fra PARMS - en ugyldig vaerdi
      *> beholder standarden.
           hent-tillaeg.
               move "PERSONALE_KREDITTILLAEG" to parm-navn
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               if parm-fundet = "Y"
                   if function test-numval(parm-vaerdi) = 0
                       compute kredit-tillaeg =
                           function numval(parm-vaerdi)
                   else
                       display "PERSONALEOPSLAG: ugyldig "
                           "PERSONALE_KREDITTILLAEG - bruger "
                           kredit-tillaeg
                   end-if
               end-if
               move "PERSONALE_DEBETFRADRAG" to parm-navn
               move spaces to parm-vaerdi
               call "PARMS" using parm-navn parm-vaerdi parm-fundet
               end-call
               if parm-fundet = "Y"
                   if function test-numval(parm-vaerdi) = 0
                       compute debet-fradrag =
                           function numval(parm-vaerdi)
                   else
                       display "PERSONALEOPSLAG: ugyldig "
                           "PERSONALE_DEBETFRADRAG - bruger "
                           debet-fradrag
                   end-if
               end-if
           exit.
