       identification division.
       program-id. BACKUPTAL.

      *> Manifesttallene for een fil i et dagsbackup-saet (se
      *> BACKUPMANIFEST.cpy): linjeantal, kontroltal og beloebs-
      *> total. Kaldes af dagsbackup.cob naar saettet tages og af
      *> backupgendan.cob baade foer og efter en gendannelse, saa de
      *> tre tal altid regnes paa samme maade. Kontroltallet er samme
      *> kaedede tegnsum som filseglet (filsegl/filsegl.cob), saa en
      *> rettet, afkortet eller byttet kopi ikke laengere stemmer.
      *> Beloebsfeltet (position, laengde og fortegn som i
      *> batch/BACKUPSAET.txt) summeres med to decimaler; en linje
      *> hvor feltet ikke er numerisk springes over i totalen. En
      *> manglende fil giver ln-findes "N" og nul i alle tal.

       environment division.
       input-output section.
       file-control.
           select data-file assign to dynamic data-file-name
               organization is line sequential
               file status is data-status.

       data division.
           file section.
           FD data-file.
           01 data-record.
               02 data-line        PIC X(2000).

       working-storage section.
           01 data-file-name      PIC X(100).
           01 data-status         PIC XX value "00".
           01 end-of-data         PIC X value "N".

           01 beregnet-antal      PIC 9(9).
           01 beregnet-kontroltal PIC 9(15).
           01 linje-sum           PIC 9(12).
           01 linje-laengde       PIC 9(4).
           01 tegn-index          PIC 9(4).

      *> Beloebsfeltet hoejrestilles i et 18-cifret felt med nuller
      *> foran, saa samme redefinition kan laese et felt af enhver
      *> laengde op til 18 - med fortegnet i sidste ciffer (S) eller
      *> som et separat tegn foran cifrene (F).
           01 beloeb-felt         PIC X(18).
           01 beloeb-tal redefines beloeb-felt
                                  PIC S9(16)V99.
           01 beloeb-felt-f.
               02 bf-fortegn          PIC X(1).
               02 bf-cifre            PIC X(18).
           01 beloeb-tal-f redefines beloeb-felt-f
                                  PIC S9(16)V99
                                  sign leading separate.
           01 beloeb-start        PIC 9(4).
           01 cifre-laengde       PIC 9(2).

       linkage section.
           01 ln-fil-navn         PIC X(100).
           01 ln-beloeb-pos       PIC 9(4).
           01 ln-beloeb-laengde   PIC 9(2).
           01 ln-beloeb-fortegn   PIC X(1).
           01 ln-findes           PIC X(1).
           01 ln-antal            PIC 9(9).
           01 ln-kontroltal       PIC 9(15).
           01 ln-beloeb           PIC S9(13)V99.

       procedure division using ln-fil-navn ln-beloeb-pos
           ln-beloeb-laengde ln-beloeb-fortegn ln-findes ln-antal
           ln-kontroltal ln-beloeb.
       main-program.
           move ln-fil-navn to data-file-name
           move 0 to beregnet-antal
           move 0 to beregnet-kontroltal
           move 0 to ln-beloeb
           move "N" to ln-findes

           open input data-file
           if data-status = "00" or data-status = "05"
               move "J" to ln-findes
               move "N" to end-of-data
               perform until end-of-data = "Y"
                   read data-file
               at end
                   move "Y" to end-of-data
               not at end
                   add 1 to beregnet-antal
                   perform beregn-linje
                   if ln-beloeb-pos > 0
                       and ln-beloeb-laengde > 0
                       and ln-beloeb-laengde <= 18
                       and ln-beloeb-pos + ln-beloeb-laengde <= 2001
                       perform summer-beloeb
                   end-if
               end-read
               end-perform
               close data-file
           end-if

           move beregnet-antal to ln-antal
           move beregnet-kontroltal to ln-kontroltal
           goback.

           beregn-linje.
               move 0 to linje-sum
               if data-line not = spaces
                   move function length(function trim(data-line
                       trailing)) to linje-laengde
                   perform varying tegn-index from 1 by 1
                       until tegn-index > linje-laengde
                       compute linje-sum =
                           linje-sum
                           + function ord(data-line(tegn-index:1))
                           * tegn-index
                   end-perform
               end-if
               compute beregnet-kontroltal =
                   function mod(beregnet-kontroltal * 31 + linje-sum
                       + beregnet-antal, 999999999999989)
           exit.

           summer-beloeb.
               if ln-beloeb-fortegn = "F"
                   if ln-beloeb-laengde < 2
                       exit paragraph
                   end-if
                   compute cifre-laengde = ln-beloeb-laengde - 1
                   compute beloeb-start = 19 - cifre-laengde
                   move data-line(ln-beloeb-pos:1) to bf-fortegn
                   move all "0" to bf-cifre
                   move data-line(ln-beloeb-pos + 1:cifre-laengde)
                       to bf-cifre(beloeb-start:cifre-laengde)
                   if bf-cifre is numeric
                       and (bf-fortegn = "+" or bf-fortegn = "-")
                       add beloeb-tal-f to ln-beloeb
                   end-if
               else
                   compute beloeb-start = 19 - ln-beloeb-laengde
                   move all "0" to beloeb-felt
                   move data-line(ln-beloeb-pos:ln-beloeb-laengde)
                       to beloeb-felt(beloeb-start:ln-beloeb-laengde)
                   if ln-beloeb-fortegn = "S"
                       if beloeb-tal is numeric
                           add beloeb-tal to ln-beloeb
                       end-if
                   else
                       if beloeb-felt is numeric
                           add beloeb-tal to ln-beloeb
                       end-if
                   end-if
               end-if
           exit.
