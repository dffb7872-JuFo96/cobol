      *> Manifestet for et dagsbackup-saet (BACKUP-<dato>-<nr>-
      *> MANIFEST.txt, se dagsbackup/dagsbackup.cob): een "H"-linje
      *> med saettets forretningsdato, loebenummer, koersels-id,
      *> tidspunkt og den kontogeneration (GENERATION.txt) der var
      *> publiceret da saettet blev taget, efterfulgt af een "F"-
      *> linje pr. fil i saettet. Antal og kontroltal er samme
      *> linjeantal og kaedede tegnsum som filseglet (FILSEGL.cpy);
      *> beloebstotalen er summen af filens beloebsfelt, naar
      *> BACKUPSAET.txt angiver et. bm-findes "N" betyder at filen
      *> ikke fandtes da saettet blev taget - en gendannelse
      *> efterlader den da tom.
           05 bm-type              PIC X(1).
               88 bm-hoved             VALUE "H".
               88 bm-fil-linje         VALUE "F".
           05 bm-data              PIC X(199).
           05 bm-hoved-data redefines bm-data.
               10 bm-dato              PIC X(8).
               10 bm-saet-nr           PIC 9(2).
               10 bm-koersel-id        PIC X(30).
               10 bm-tidspunkt         PIC X(14).
               10 bm-generation        PIC 9(6).
               10 bm-antal-filer       PIC 9(3).
               10 filler               PIC X(136).
           05 bm-fil-data redefines bm-data.
               10 bm-fil               PIC X(60).
      *> "L" linjesekventiel fil, kopieres som den staar; "I"
      *> indekseret lager, losses til en linjesekventiel kopi og
      *> genindlaeses ved gendannelse.
               10 bm-art               PIC X(1).
               10 bm-findes            PIC X(1).
               10 bm-antal             PIC 9(9).
               10 bm-kontroltal        PIC 9(15).
      *> Beloebsfeltets position, laengde og fortegn som i
      *> BACKUPSAET.txt (se dagsbackup/backuptal.cob).
               10 bm-beloeb-pos        PIC 9(4).
               10 bm-beloeb-laengde    PIC 9(2).
               10 bm-beloeb-fortegn    PIC X(1).
               10 bm-beloeb            PIC S9(13)V99
                                       sign leading separate.
               10 bm-backup-fil        PIC X(90).
