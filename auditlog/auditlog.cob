      *> praecis det foerste brudpunkt - saa loggen beviser sin
      *> egen integritet i stedet for at laene sig op ad
      *> filrettigheder.
      *>
      *> Koeres trinnet af en operatoer (miljoevariablen
      *> OPERATOER_ID er sat - vedligeholdelses- og ad hoc-
      *> koersler), stemples linjen ogsaa med OP=<operatoer-id>
      *> efter action, saa personaleovervaagning.cob kan se hvem
      *> der roerte kunden. Natlige trin uden operatoer stemples
      *> ikke.

       environment division.
       input-output section.
           01 kaede-pos           PIC 9(3).
           01 basis-linje         PIC X(100).
           01 kaede-tekst         PIC X(9).
           01 operatoer-id        PIC X(10) value spaces.
           01 operatoer-tekst     PIC X(14) value spaces.

       linkage section.
           01 ln-program-id       PIC X(20).
       main-program.
           if kaede-seedet = "N"
               perform seed-kaede
               accept operatoer-id from environment "OPERATOER_ID"
                   on exception
                       move spaces to operatoer-id
               end-accept
               if operatoer-id not = spaces
                   string
                       " OP=" function trim(operatoer-id)
                       delimited by size
                       into operatoer-tekst
                   end-string
               end-if
               move "Y" to kaede-seedet
           end-if

               function trim(ln-program-id) " "
               function trim(ln-customer-id) " "
               function trim(ln-action)
               function trim(operatoer-tekst trailing)
               " SEQ=" seq-nummer
               into basis-linje
           end-string
