      *> skriver en formateret aarsopgoerelse med navn/adresse slaaet
      *> op i KUNDEMST.dat - paa samme maade som et pengeinstitut
      *> udsender en 1099-INT-lignende opgoerelse ved aarets slutning.
      *> For en kunde hjemmehoerende i udlandet vises bruttorenten,
      *> den tilbageholdte kildeskat (rh-kildeskat) og nettorenten
      *> hver for sig.

       environment division.
       input-output section.
      *> Debetrente (rh-rente-art "D") er rente kunden BETALTE paa
      *> overtraek - opgoeres separat fra den tilskrevne rente.
           01 betalt-aarssum        PIC 9(7)V99 value 0.
      *> Tilbageholdt kildeskat af aarets tilskrivninger og den
      *> nettorente kunden faktisk fik.
           01 kildeskat-aarssum     PIC 9(7)V99 value 0.
           01 netto-aarssum         PIC S9(7)V99 value 0.

       procedure division.
       main-program.
                               else
                                   add rh-accrual-amount to aarssum
                               end-if
                               if rh-kildeskat is numeric
                                   add rh-kildeskat
                                       to kildeskat-aarssum
                               end-if
                           end-if
                       end-if
                   end-if
               end-string
               write opgoerelse-record

               if kildeskat-aarssum > 0
                   compute netto-aarssum = aarssum - kildeskat-aarssum
                   move spaces to opgoerelse-line
                   string
                       "Tilbageholdt kildeskat i " opslag-aar ": "
                       kildeskat-aarssum
                       into opgoerelse-line
                   end-string
                   write opgoerelse-record
                   move spaces to opgoerelse-line
                   string
                       "Nettorente udbetalt i " opslag-aar ":    "
                       netto-aarssum
                       into opgoerelse-line
                   end-string
                   write opgoerelse-record
               end-if

               move spaces to opgoerelse-line
               string
                   "Betalt debetrente i " opslag-aar ":   "
