      *> til GL-JOURNAL.txt, men ingenting paa vores side har hidtil
      *> laest den - den blev bare kastet over muren til finans-
      *> foedet. Dette program laeser journalen, validerer hver
      *> konto OG modkonto mod kontoplanen KONTOPLAN.txt (se
      *> KONTOPLAN.cpy), og akkumulerer linjerne i periode-saldi
      *> pr. GL-konto (HOVEDBOG_FRA/HOVEDBOG_TIL, uaendret alle
      *> datoer): debet-sum, kredit-sum og netto skrives til
      *> HOVEDBOG.txt. Journallinjer med en konto der ikke findes i
           file section.
           FD kontoplan-file.
           01 kontoplan-record.
               COPY "KONTOPLAN.cpy".

           FD gl-journal-file.
           01 gl-journal-record.
