      *> branch-code, og afstemmer gebyrindtaegten mod GL-JOURNAL-
      *> linjerne med kilde "NSF " - saa finans kan stole paa
      *> fordelingen. Renterne har bevidst ingen GL-modpart endnu
      *> (kontorente.cob journaliserer kun kildeskatten); rapporten
      *> siger det i stedet for at lade som om de er afstemt.

       environment division.
       input-output section.
