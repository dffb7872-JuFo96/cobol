       identification division.
       program-id. KLAGEVEDLIGEHOLD.

      *> Batch-vedligeholdelse af klageregisteret KLAGE.txt (se
      *> KLAGE.cpy). Laeser tilfoej/aendr/slet-transaktioner fra
      *> KLAGE-TRANS.txt og anvender dem mod registeret - samme
      *> byg-indekseret-kopi / anvend / skriv-tilbage-moenster og
      *> samme maker-checker-godkendelsesmarkoer
      *> (<transfil>.GODKENDT) som udlaegvedligehold.cob. En klage
      *> skal have klage-id, kunde, kendt kategori, modtagelsesdato
      *> og kanal; en henvisning til en postering kraever kontoen.
      *> En afsluttet klage skal have afslutningsdatoen, og kun en
      *> klage med (delvist) medhold kan tilkendes kompensation.
      *> Udbetalingsmarkeringen saettes kun af klageudbetaling.cob -
      *> den foeres uaendret videre ved en aendring, og en udbetalt
      *> kompensation kan hverken aendres eller slettes.

       environment division.
       input-output section.
       file-control.
           select klage-file assign to dynamic klage-file-name
               organization is line sequential
               file status is klage-status.

           select klage-index-file assign to "KLAGEMST.dat"
               organization is indexed
               access mode is dynamic
               record key is kl-idx-klage-id of kl-idx-record
               file status is kl-idx-status.

           select trans-file assign to dynamic trans-file-name
               organization is line sequential.

           select godkendt-file
               assign to dynamic godkendt-file-name
               organization is line sequential
               file status is godkendt-status.

           select error-file assign to "KLAGE-FEJL.txt"
               organization is line sequential.

       data division.
           file section.
           FD klage-file.
           01 klage-record.
               COPY "KLAGE.cpy".

           FD klage-index-file.
           01 kl-idx-record.
               02 kl-idx-klage-id     PIC X(10).
               02 kl-idx-data         PIC X(157).

           FD trans-file.
           01 trans-record.
               02 trans-action     PIC X(1).
               02 trans-klage.
                   COPY "KLAGE.cpy".

           FD godkendt-file.
           01 godkendt-record.
               02 godkendt-line    PIC X(100).

           FD error-file.
           01 error-record.
               02 error-line        PIC X(100).

       working-storage section.
           01 end-of-trans PIC X value "N".
           01 end-of-master PIC X value "N".
           01 kl-idx-status PIC XX value "00".
           01 klage-status PIC XX value "00".
           01 klage-file-name PIC X(100) value "KLAGE.txt".
           01 trans-file-name PIC X(100)
               value "KLAGE-TRANS.txt".
           01 godkendt-file-name PIC X(110).
           01 godkendt-status PIC XX value "00".
           01 godkendt-fundet PIC X value "N".
           01 trans-gyldig PIC X value "Y".
      *> Registerets nuvaerende udgave af klagen ved en aendring.
           01 gemt-klage.
               COPY "KLAGE.cpy".

       procedure division.
       main-program.
           accept klage-file-name
               from environment "KLAGEFIL_NAVN"
               on exception
                   move "KLAGE.txt" to klage-file-name
           end-accept
           accept trans-file-name
               from environment "KLAGETRANS_NAVN"
               on exception
                   move "KLAGE-TRANS.txt" to trans-file-name
           end-accept

           perform tjek-godkendelse
           perform build-klage-index

           open i-o klage-index-file
           open input trans-file
           open output error-file

           perform until end-of-trans = "Y"
               read trans-file into trans-record
           at end
               move "Y" to end-of-trans
           not at end
               perform apply-transaction
           end-read
           end-perform

           close trans-file
           close error-file
           close klage-index-file

           perform rewrite-klage-file

           stop run.

      *> Kraever godkendelsesmarkoeren <transfil>.GODKENDT foer
      *> registeret roeres - praecis som kontopostering.cob's
      *> tjek-godkendelse.
           tjek-godkendelse.
               move spaces to godkendt-file-name
               string
                   function trim(trans-file-name)
                   ".GODKENDT"
                   into godkendt-file-name
               end-string
               move "N" to godkendt-fundet
               open input godkendt-file
               if godkendt-status = "00" or godkendt-status = "05"
                   move "Y" to godkendt-fundet
                   close godkendt-file
               end-if
               if godkendt-fundet = "N"
                   display "KLAGEVEDLIGEHOLD: ingen"
                       " godkendelsesmarkoer "
                       function trim(godkendt-file-name)
                       " - koersel afvist"
                   move 8 to return-code
                   stop run
               end-if
           exit.

      *> Bygger det indekserede arbejdseksemplar - en fil der ikke
      *> findes endnu er den allerfoerste oprettelse, ikke en fejl.
           build-klage-index.
               open output klage-index-file
               close klage-index-file
               open input klage-file
               if klage-status not = "00"
                   and klage-status not = "05"
                   continue
               else
                   open i-o klage-index-file
                   move "N" to end-of-master
                   perform until end-of-master = "Y"
                       read klage-file into klage-record
                   at end
                       move "Y" to end-of-master
                   not at end
                       move klage-record to kl-idx-record
                       write kl-idx-record
                       invalid key
                           display "Dublet klage sprunget"
                               " over: " kl-idx-klage-id
                       end-write
                   end-read
                   end-perform
                   close klage-file
                   close klage-index-file
               end-if
               move "N" to end-of-master
           exit.

           apply-transaction.
               evaluate trans-action
                   when "A"
                       perform valider-klage
                       if trans-gyldig = "Y"
                           perform apply-add
                       end-if
                   when "C"
                       perform valider-klage
                       if trans-gyldig = "Y"
                           perform apply-change
                       end-if
                   when "D"
                       perform apply-delete
                   when other
                       move spaces to error-line
                       string
                           "Ukendt transaktionstype [" trans-action
                           "] for klage "
                           function trim(kl-klage-id in trans-klage)
                           into error-line
                       end-string
                       write error-record
               end-evaluate
           exit.

      *> Klage-id, kunde, kanal, kendt kategori og en numerisk
      *> modtagelsesdato er paakraevet. En posteringshenvisning
      *> kraever kontoen, en afsluttet klage afslutningsdatoen, og
      *> kompensation gives kun ved (delvist) medhold.
           valider-klage.
               move "Y" to trans-gyldig
               if kl-klage-id in trans-klage = spaces
                   or kl-kunde-id in trans-klage = spaces
                   or kl-kanal in trans-klage = spaces
                   or not kl-kategori-kendt in trans-klage
                   or kl-modtaget-dato in trans-klage not numeric
                   or kl-kompensation in trans-klage not numeric
                   move "N" to trans-gyldig
               end-if
               if trans-gyldig = "Y"
                   and kl-trans-dato in trans-klage not = spaces
                   if kl-trans-dato in trans-klage not numeric
                       or kl-konto-id in trans-klage = spaces
                       move "N" to trans-gyldig
                   end-if
               end-if
               if trans-gyldig = "Y"
                   evaluate true
                       when kl-aaben in trans-klage
                           continue
                       when kl-afsluttet in trans-klage
                           if kl-afsluttet-dato in trans-klage
                               not numeric
                               move "N" to trans-gyldig
                           end-if
                       when other
                           move "N" to trans-gyldig
                   end-evaluate
               end-if
               if trans-gyldig = "Y"
                   and kl-kompensation in trans-klage > 0
                   if not kl-medhold in trans-klage
                       and not kl-delvist-medhold in trans-klage
                       move "N" to trans-gyldig
                   end-if
               end-if
               if trans-gyldig = "N"
                   move spaces to error-line
                   string
                       "Klage afvist, kunde/kategori/dato/status/"
                       "kompensation ugyldig: "
                       function trim(kl-klage-id in trans-klage)
                       into error-line
                   end-string
                   write error-record
               end-if
           exit.

           apply-add.
               move space to kl-udbetalt in trans-klage
               move spaces to kl-udbetalt-dato in trans-klage
               move trans-klage to kl-idx-record
               write kl-idx-record
               invalid key
                   move spaces to error-line
                   string
                       "TILFOEJ afvist, klage findes allerede: "
                       function trim(kl-klage-id in trans-klage)
                       into error-line
                   end-string
                   write error-record
               end-write
           exit.

           apply-change.
               move kl-klage-id in trans-klage to kl-idx-klage-id
               read klage-index-file
               invalid key
                   move spaces to error-line
                   string
                       "AENDR afvist, klage findes ikke: "
                       function trim(kl-klage-id in trans-klage)
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move kl-idx-record to gemt-klage
                   if kl-kompensation-udbetalt in gemt-klage
                       and kl-kompensation in trans-klage
                           not = kl-kompensation in gemt-klage
                       move spaces to error-line
                       string
                           "AENDR afvist, kompensation er udbetalt: "
                           function trim(kl-klage-id in trans-klage)
                           into error-line
                       end-string
                       write error-record
                   else
                       move kl-udbetalt in gemt-klage
                           to kl-udbetalt in trans-klage
                       move kl-udbetalt-dato in gemt-klage
                           to kl-udbetalt-dato in trans-klage
                       move trans-klage to kl-idx-record
                       rewrite kl-idx-record
                   end-if
               end-read
           exit.

           apply-delete.
               move kl-klage-id in trans-klage to kl-idx-klage-id
               read klage-index-file
               invalid key
                   move spaces to error-line
                   string
                       "SLET afvist, klage findes ikke: "
                       function trim(kl-klage-id in trans-klage)
                       into error-line
                   end-string
                   write error-record
                   end-write
               not invalid key
                   move kl-idx-record to gemt-klage
                   if kl-kompensation-udbetalt in gemt-klage
                       move spaces to error-line
                       string
                           "SLET afvist, kompensation er udbetalt: "
                           function trim(kl-klage-id in trans-klage)
                           into error-line
                       end-string
                       write error-record
                   else
                       delete klage-index-file record
                   end-if
               end-read
           exit.

           rewrite-klage-file.
               open input klage-index-file
               open output klage-file
               move "N" to end-of-master
               perform until end-of-master = "Y"
                   read klage-index-file next record
               at end
                   move "Y" to end-of-master
               not at end
                   move kl-idx-record to klage-record
                   write klage-record
               end-read
               end-perform
               close klage-index-file
               close klage-file
           exit.
