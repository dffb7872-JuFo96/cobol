      *> ethvert underbelaant laan: LTV over graensen (LTV_GRAENSE,
      *> uaendret 80 pct.) eller et laan helt uden registreret
      *> sikkerhed flages i SIKKERHED-LTV.txt, og koerslen slutter
      *> med RC=4 naar noget er flaget. Er en sikkerhed indekseret
      *> (sikkerhedindeksering.cob), bruges den indekserede vaerdi i
      *> stedet for den oprindelige vurdering.

       environment division.
       input-output section.
                       perform varying lt-index from 1 by 1
                           until lt-index > laan-count
                           if lt-konto(lt-index) = sik-laan-konto-id
                               if sik-indekseret-vaerdi is numeric
                                   and sik-indekseret-vaerdi > 0
                                   add sik-indekseret-vaerdi
                                       to lt-vurdering(lt-index)
                               else
                                   add sik-vurdering
                                       to lt-vurdering(lt-index)
                               end-if
                           end-if
                       end-perform
                   end-read
