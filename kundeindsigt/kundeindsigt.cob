       identification division.
       program-id. KUNDEINDSIGT.

      *> Indsigtspakke efter databeskyttelsesforordningen (art. 15):
      *> for een customer-id (INDSIGT_KUNDE_ID) samles hver post i
      *> hver master, hvert register og hver log, der naevner kunden
      *> eller en af kundens konti (egne konti i KontoOpl.txt og
      *> faelleskonti via MEDEJERE.txt), i een dateret pakke
      *> INDSIGT-<id>-<dato>.txt. Hver kilde er sit eget afsnit med
      *> filnavn og formaalet med oplysningerne, og pakken slutter
      *> med en oversigt over antal poster pr. afsnit - saa vi kan
      *> bevise praecis hvad der blev udleveret. Pakkens hoved
      *> baerer anmodningsdatoen (INDSIGT_ANMODET_DATO, uaendret
      *> koerselsdatoen) og svarfristen en maaned senere.
      *> Kilderne er beskrevet i tabellen i definer-kilder: hver
      *> kilde matches enten paa kunde-id'et i en fast position
      *> ("K"), paa en af kundens konti i en fast position ("A")
      *> eller paa kunde-id eller konto hvor som helst i linjen
      *> ("S", de frit formaterede logs). Hver kildes filnavn kan
      *> overstyres med samme miljoevariabel som kildens egne
      *> programmer bruger (hvor de har en); en manglende fil giver
      *> et tomt afsnit.
      *> Indberetninger efter hvidvaskloven (HVIDVASK-
      *> INDBERETNING.txt) og eskalerede overvaagningssager
      *> udleveres ikke - de er omfattet af hvidvasklovens forbud
      *> mod at underrette kunden. Pakken registreres i
      *> korrespondanceloggen (KORRLOG) som dokumenttypen
      *> "GDPR-INDSIGT" med kanalen fra INDSIGT_KANAL (uaendret
      *> BREV).

       environment division.
       input-output section.
       file-control.
           select konto-file assign to dynamic konto-file-name
               organization is line sequential
               file status is konto-fil-status.

           select medejer-file assign to dynamic medejer-file-name
               organization is line sequential
               file status is medejer-status.

           select kilde-file assign to dynamic kilde-file-name
               organization is line sequential
               file status is kilde-status.

           select pakke-file assign to dynamic pakke-file-name
               organization is line sequential.

       data division.
           file section.
           FD konto-file.
           01 konto-header-record.
               COPY "KONTOOPL-HDR.cpy".
           01 konto-info.
               COPY "KONTOOPL.cpy".

           FD medejer-file.
           01 medejer-record.
               02 me-rec-konto-id  PIC X(10).
               02 filler           PIC X(1).
               02 me-rec-kunde-id  PIC X(10).

           FD kilde-file.
           01 kilde-record.
               02 kilde-line        PIC X(400).

           FD pakke-file.
           01 pakke-record.
               02 pakke-line        PIC X(420).

       working-storage section.
           01 end-of-konto     PIC X value "N".
           01 end-of-medejer   PIC X value "N".
           01 end-of-kilde     PIC X value "N".
           01 konto-file-name  PIC X(100) value "KontoOpl.txt".
           01 konto-fil-status PIC XX value "00".
           01 medejer-file-name PIC X(100) value "MEDEJERE.txt".
           01 medejer-status   PIC XX value "00".
           01 kilde-file-name  PIC X(100).
           01 kilde-status     PIC XX value "00".
           01 pakke-file-name  PIC X(100).
           01 layout-version-ok PIC X value "Y".
           01 konto-header-missing PIC X value "N".

           01 indsigt-kunde-id PIC X(10).
           01 koersel-dato     PIC X(8).
           01 anmodet-dato     PIC X(8).
           01 svarfrist-dato   PIC X(8).
           01 frist-aar        PIC 9(4).
           01 frist-maaned     PIC 9(2).
           01 frist-dag        PIC 9(2).
           01 frist-numerisk   PIC 9(8).
           01 maaned-slut      PIC 9(8).
           01 dato-heltal      PIC S9(9).

      *> Kundens egne konti og faelleskonti.
           01 konto-count      PIC 9(3) value 0.
           01 konto-max        PIC 9(3) value 200.
           01 konto-tabel.
               02 kunde-konto-id occurs 200 times PIC X(10).
           01 kk-index         PIC 9(3).

      *> Kildetabellen - se definer-kilder.
           01 kilde-count      PIC 9(2) value 0.
           01 kilde-tabel.
               02 kilde-entry occurs 40 times.
                   03 ki-sektion       PIC X(30).
                   03 ki-env           PIC X(30).
                   03 ki-fil           PIC X(100).
      *> "K" = kunde-id i ki-pos, "A" = en af kundens konti i
      *> ki-pos, "S" = kunde-id eller konto hvor som helst.
                   03 ki-tilstand      PIC X(1).
                   03 ki-pos           PIC 9(3).
      *> Poster med ki-udelad-vaerdi i ki-udelad-pos udleveres ikke
      *> (ki-udelad-pos 0 = ingen undtagelse).
                   03 ki-udelad-pos    PIC 9(3).
                   03 ki-udelad-vaerdi PIC X(1).
                   03 ki-formaal       PIC X(100).
                   03 ki-antal         PIC 9(7).
           01 ki-index         PIC 9(2).

      *> Mellemfelter til tilfoej-kilde.
           01 ny-sektion       PIC X(30).
           01 ny-env           PIC X(30).
           01 ny-fil           PIC X(100).
           01 ny-tilstand      PIC X(1).
           01 ny-pos           PIC 9(3).
           01 ny-udelad-pos    PIC 9(3) value 0.
           01 ny-udelad-vaerdi PIC X(1) value space.
           01 formaal-del-1    PIC X(50) value spaces.
           01 formaal-del-2    PIC X(50) value spaces.

           01 post-match       PIC X value "N".
           01 match-taeller    PIC 9(3).
           01 sektion-nr       PIC Z9.
           01 vist-antal       PIC Z(6)9.
           01 total-antal      PIC 9(7) value 0.

           01 korr-program-id  PIC X(20) value "KUNDEINDSIGT".
           01 korr-dok-type    PIC X(12) value "GDPR-INDSIGT".
           01 korr-kanal       PIC X(10).

       procedure division.
       main-program.
           accept indsigt-kunde-id from environment "INDSIGT_KUNDE_ID"
               on exception
                   move spaces to indsigt-kunde-id
           end-accept
           if indsigt-kunde-id = spaces
               display "KUNDEINDSIGT: INDSIGT_KUNDE_ID skal angives"
               move 16 to return-code
               stop run
           end-if
           accept konto-file-name from environment "KONTOFIL_NAVN"
               on exception
                   move "KontoOpl.txt" to konto-file-name
           end-accept
           accept medejer-file-name from environment "MEDEJERFIL_NAVN"
               on exception
                   move "MEDEJERE.txt" to medejer-file-name
           end-accept
           accept koersel-dato from environment "KOERSEL_DATO"
               on exception
                   move spaces to koersel-dato
           end-accept
           if koersel-dato = spaces
               move function current-date(1:8) to koersel-dato
           end-if
           accept anmodet-dato from environment "INDSIGT_ANMODET_DATO"
               on exception
                   move spaces to anmodet-dato
           end-accept
           if anmodet-dato not numeric
               move koersel-dato to anmodet-dato
           end-if
           accept korr-kanal from environment "INDSIGT_KANAL"
               on exception
                   move "BREV" to korr-kanal
           end-accept
           if korr-kanal = spaces
               move "BREV" to korr-kanal
           end-if

           perform beregn-svarfrist
           perform load-kunde-konti
           perform definer-kilder

           move spaces to pakke-file-name
           string
               "INDSIGT-" function trim(indsigt-kunde-id)
               "-" koersel-dato ".txt"
               delimited by size into pakke-file-name
           end-string
           open output pakke-file

           move spaces to pakke-line
           string
               "INDSIGTSPAKKE (databeskyttelsesforordningen art. 15)"
               " for kunde " function trim(indsigt-kunde-id)
               into pakke-line
           end-string
           write pakke-record
           move spaces to pakke-line
           string
               "Dannet " koersel-dato
               "  anmodning modtaget " anmodet-dato
               "  svarfrist " svarfrist-dato
               "  konti/faelleskonti " konto-count
               into pakke-line
           end-string
           write pakke-record

           perform varying ki-index from 1 by 1
               until ki-index > kilde-count
               perform udtraek-kilde
           end-perform

           perform skriv-oversigt
           close pakke-file

           call "KORRLOG" using korr-program-id indsigt-kunde-id
               korr-dok-type korr-kanal
           end-call

           display "KUNDEINDSIGT: " total-antal " poster om kunde "
               function trim(indsigt-kunde-id) " skrevet til "
               function trim(pakke-file-name)

           if total-antal = 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *> Svarfristen er en maaned efter anmodningen - findes dagen
      *> ikke i maaneden (31. januar -> februar), er fristen
      *> maanedens sidste dag.
           beregn-svarfrist.
               move anmodet-dato(1:4) to frist-aar
               move anmodet-dato(5:2) to frist-maaned
               move anmodet-dato(7:2) to frist-dag
               if frist-maaned = 12
                   move 1 to frist-maaned
                   add 1 to frist-aar
               else
                   add 1 to frist-maaned
               end-if
               compute frist-numerisk = frist-aar * 10000
                   + frist-maaned * 100 + frist-dag
               if frist-maaned = 12
                   compute maaned-slut = (frist-aar + 1) * 10000 + 101
               else
                   compute maaned-slut = frist-aar * 10000
                       + (frist-maaned + 1) * 100 + 1
               end-if
               compute dato-heltal =
                   function integer-of-date(maaned-slut) - 1
               move function date-of-integer(dato-heltal)
                   to maaned-slut
               if frist-numerisk > maaned-slut
                   move maaned-slut to frist-numerisk
               end-if
               move frist-numerisk to svarfrist-dato
           exit.

      *> Kundens egne konti fra KontoOpl.txt og faelleskonti fra
      *> MEDEJERE.txt - samme krydsreference som kunde360.cob.
           load-kunde-konti.
               open input konto-file
               if konto-fil-status = "00" or konto-fil-status = "05"
                   perform verificer-konto-header
                   if konto-header-missing = "Y"
                       perform registrer-egen-konto
                   end-if
                   perform until end-of-konto = "Y"
                       read konto-file into konto-info
                   at end
                       move "Y" to end-of-konto
                   not at end
                       perform registrer-egen-konto
                   end-read
                   end-perform
                   close konto-file
               end-if
               open input medejer-file
               if medejer-status = "00" or medejer-status = "05"
                   perform until end-of-medejer = "Y"
                       read medejer-file
                   at end
                       move "Y" to end-of-medejer
                   not at end
                       if me-rec-kunde-id = indsigt-kunde-id
                           perform registrer-faelleskonto
                       end-if
                   end-read
                   end-perform
                   close medejer-file
               end-if
           exit.

           verificer-konto-header.
               move "Y" to layout-version-ok
               move "N" to konto-header-missing
               read konto-file into konto-header-record
               at end
                   move "Y" to end-of-konto
               not at end
                   if kohdr-marker not = "KHDR"
                       move "Y" to konto-header-missing
                   else
                       if not kohdr-version-kendt
                           or not kohdr-laengde-kendt
                           move "N" to layout-version-ok
                       end-if
                   end-if
               end-read
               if layout-version-ok = "N"
                   display "KUNDEINDSIGT: ukendt layout-version i "
                       function trim(konto-file-name)
                   close konto-file
                   move 8 to return-code
                   stop run
               end-if
           exit.

           registrer-egen-konto.
               if customer-id in konto-info = indsigt-kunde-id
                   if konto-count < konto-max
                       add 1 to konto-count
                       move account-id in konto-info
                           to kunde-konto-id(konto-count)
                   else
                       display "KUNDEINDSIGT: kontotabel fuld - "
                           account-id in konto-info " ikke medtaget"
                   end-if
               end-if
           exit.

           registrer-faelleskonto.
               perform varying kk-index from 1 by 1
                   until kk-index > konto-count
                   or kunde-konto-id(kk-index) = me-rec-konto-id
                   continue
               end-perform
               if kk-index > konto-count
                   if konto-count < konto-max
                       add 1 to konto-count
                       move me-rec-konto-id
                           to kunde-konto-id(konto-count)
                   else
                       display "KUNDEINDSIGT: kontotabel fuld - "
                           me-rec-konto-id " ikke medtaget"
                   end-if
               end-if
           exit.

      *> Alle filer der kan indeholde oplysninger om en kunde, med
      *> positionen for kunde-id/konto og formaalet med dem. En ny
      *> kundefil i systemet skal ogsaa have en linje her.
           definer-kilder.
               move "STAMOPLYSNINGER" to ny-sektion
               move "KUNDEFIL_NAVN" to ny-env
               move "kundeoplysninger.txt" to ny-fil
               move "K" to ny-tilstand
               move 1 to ny-pos
               move "Identitet, adresse og kontaktoplysninger - "
                   to formaal-del-1
               move "noedvendige for at opfylde kundeaftalen"
                   to formaal-del-2
               perform tilfoej-kilde

               move "KONTI" to ny-sektion
               move "KONTOFIL_NAVN" to ny-env
               move "KontoOpl.txt" to ny-fil
               move "K" to ny-tilstand
               move 11 to ny-pos
               move "Kundens konti, produkter og saldi - kontoaftalen"
                   to formaal-del-1
               perform tilfoej-kilde

               move "FAELLESKONTI" to ny-sektion
               move "MEDEJERFIL_NAVN" to ny-env
               move "MEDEJERE.txt" to ny-fil
               move "K" to ny-tilstand
               move 12 to ny-pos
               move "Medejerskab af faelleskonti - kontoaftalen"
                   to formaal-del-1
               perform tilfoej-kilde

               move "POSTERINGER" to ny-sektion
               move "TRANSOPLFIL_NAVN" to ny-env
               move "TRANSOPL.txt" to ny-fil
               move "A" to ny-tilstand
               move 1 to ny-pos
               move "Posteringshistorik - kontoaftalen og "
                   to formaal-del-1
               move "bogfoeringslovens opbevaringspligt"
                   to formaal-del-2
               perform tilfoej-kilde

               move "RENTETILSKRIVNING" to ny-sektion
               move spaces to ny-env
               move "RENTEHISTORIK.txt" to ny-fil
               move "A" to ny-tilstand
               move 1 to ny-pos
               move "Rentetilskrivning - kontoaftalen og "
                   to formaal-del-1
               move "indberetning til Skattestyrelsen"
                   to formaal-del-2
               perform tilfoej-kilde

               move "RESERVATIONER" to ny-sektion
               move "RESERVATIONFIL_NAVN" to ny-env
               move "RESERVATION.txt" to ny-fil
               move "A" to ny-tilstand
               move 1 to ny-pos
               move "Reserverede beloeb (kortautorisationer m.v.) - "
                   to formaal-del-1
               move "kontoaftalen"
                   to formaal-del-2
               perform tilfoej-kilde

               move "TRAEKRETTIGHEDER" to ny-sektion
               move "TRAEKRETFIL_NAVN" to ny-env
               move "TRAEKRET.txt" to ny-fil
               move "A" to ny-tilstand
               move 1 to ny-pos
               move "Bevilgede traekrettigheder - kreditaftalen"
                   to formaal-del-1
               perform tilfoej-kilde

               move "FASTE OVERFOERSLER" to ny-sektion
               move "FASTORDREFIL_NAVN" to ny-env
               move "FASTORDRE.txt" to ny-fil
               move "A" to ny-tilstand
               move 1 to ny-pos
               move "Faste overfoersler - kundens betalingsordrer"
                   to formaal-del-1
               perform tilfoej-kilde

               move "LAAN OG AFDRAG" to ny-sektion
               move "LAANSCHDFIL_NAVN" to ny-env
               move "LAANSCHD.txt" to ny-fil
               move "A" to ny-tilstand
               move 1 to ny-pos
               move "Afdragsplaner - laaneaftalen"
                   to formaal-del-1
               perform tilfoej-kilde

               move "SIKKERHEDER" to ny-sektion
               move "SIKKERHEDFIL_NAVN" to ny-env
               move "SIKKERHED.txt" to ny-fil
               move "A" to ny-tilstand
               move 1 to ny-pos
               move "Pant og sikkerheder for laan - laaneaftalen"
                   to formaal-del-1
               perform tilfoej-kilde

               move "KORT" to ny-sektion
               move "KORTFIL_NAVN" to ny-env
               move "KORT.txt" to ny-fil
               move "A" to ny-tilstand
               move 17 to ny-pos
               move "Betalingskort tilknyttet kundens konti - "
                   to formaal-del-1
               move "kortaftalen"
                   to formaal-del-2
               perform tilfoej-kilde

               move "RYKKERSAGER" to ny-sektion
               move "RYKKERFIL_NAVN" to ny-env
               move "RYKKER.txt" to ny-fil
               move "A" to ny-tilstand
               move 1 to ny-pos
               move "Rykker- og restanceforloeb - inddrivelse af "
                   to formaal-del-1
               move "forfalden gaeld"
                   to formaal-del-2
               perform tilfoej-kilde

               move "UDLAEG OG ARREST" to ny-sektion
               move "UDLAEGFIL_NAVN" to ny-env
               move "UDLAEG.txt" to ny-fil
               move "A" to ny-tilstand
               move 1 to ny-pos
               move "Forkyndte udlaeg/arrester - retlig forpligtelse "
                   to formaal-del-1
               move "over for myndigheden"
                   to formaal-del-2
               perform tilfoej-kilde

               move "AENDRINGSLOG" to ny-sektion
               move "CHANGELOGFIL_NAVN" to ny-env
               move "CHANGE-LOG.txt" to ny-fil
               move "S" to ny-tilstand
               move 0 to ny-pos
               move "Log over oprettelse og aendring af stamdata - "
                   to formaal-del-1
               move "dokumentation af behandlingen"
                   to formaal-del-2
               perform tilfoej-kilde

               move "ADRESSEHISTORIK" to ny-sektion
               move "KONTAKTAENDRINGFIL_NAVN" to ny-env
               move "KONTAKT-AENDRINGER.txt" to ny-fil
               move "K" to ny-tilstand
               move 1 to ny-pos
               move "Historik over aendrede kontaktoplysninger - "
                   to formaal-del-1
               move "forebyggelse af kontoovertagelse"
                   to formaal-del-2
               perform tilfoej-kilde

               move "REVISIONSLOG" to ny-sektion
               move "AUDITLOGFIL_NAVN" to ny-env
               move "AUDIT-LOG.txt" to ny-fil
               move "S" to ny-tilstand
               move 0 to ny-pos
               move "Revisionsspor over programmer der har behandlet "
                   to formaal-del-1
               move "kunden - it-sikkerhed og kontrol"
                   to formaal-del-2
               perform tilfoej-kilde

               move "KORRESPONDANCE" to ny-sektion
               move "KORRLOGFIL_NAVN" to ny-env
               move "KORRESPONDANCE-LOG.txt" to ny-fil
               move "K" to ny-tilstand
               move 10 to ny-pos
               move "Breve og udtog sendt til kunden - dokumentation "
                   to formaal-del-1
               move "af kundekommunikationen"
                   to formaal-del-2
               perform tilfoej-kilde

               move "SAMTYKKER" to ny-sektion
               move "SAMTYKKEFIL_NAVN" to ny-env
               move "SAMTYKKE.txt" to ny-fil
               move "K" to ny-tilstand
               move 1 to ny-pos
               move "Givne og tilbagekaldte samtykker - kundens "
                   to formaal-del-1
               move "samtykke"
                   to formaal-del-2
               perform tilfoej-kilde

               move "FULDMAGTER" to ny-sektion
               move "FULDMAGTFIL_NAVN" to ny-env
               move "FULDMAGT.txt" to ny-fil
               move "S" to ny-tilstand
               move 0 to ny-pos
               move "Fuldmagter og vaergemaal over eller til kunden - "
                   to formaal-del-1
               move "kundens dispositionsret"
                   to formaal-del-2
               perform tilfoej-kilde

               move "LEGITIMATION" to ny-sektion
               move "LEGITIMATIONFIL_NAVN" to ny-env
               move "LEGITIMATION.txt" to ny-fil
               move "K" to ny-tilstand
               move 1 to ny-pos
               move "Fremviste ID-dokumenter - kundekendskab efter "
                   to formaal-del-1
               move "hvidvaskloven"
                   to formaal-del-2
               perform tilfoej-kilde

               move "REELLE EJERE" to ny-sektion
               move "REELEJERFIL_NAVN" to ny-env
               move "REELEJER.txt" to ny-fil
               move "K" to ny-tilstand
               move 1 to ny-pos
               move "Reelle ejere af erhvervskunden - hvidvaskloven"
                   to formaal-del-1
               perform tilfoej-kilde

               move "SKATTEMAESSIGT HJEMSTED" to ny-sektion
               move "SKATTEBOPFIL_NAVN" to ny-env
               move "SKATTEBOPAEL.txt" to ny-fil
               move "K" to ny-tilstand
               move 1 to ny-pos
               move "Erklaeringer om skattemaessigt hjemsted - "
                   to formaal-del-1
               move "FATCA/CRS-indberetning"
                   to formaal-del-2
               perform tilfoej-kilde

               move "RISIKOKLASSIFIKATION" to ny-sektion
               move "RISIKOFIL_NAVN" to ny-env
               move "RISIKO.txt" to ny-fil
               move "K" to ny-tilstand
               move 1 to ny-pos
               move "Kundens risikoklassifikation - risikobaseret "
                   to formaal-del-1
               move "kundekendskab efter hvidvaskloven"
                   to formaal-del-2
               perform tilfoej-kilde

               move "SANKTIONSSCREENING" to ny-sektion
               move "SANKTIONREVIEWFIL_NAVN" to ny-env
               move "SANKTION-REVIEW.txt" to ny-fil
               move "K" to ny-tilstand
               move 1 to ny-pos
               move "Navnematch mod sanktionslister - retlig "
                   to formaal-del-1
               move "forpligtelse efter sanktionsreglerne"
                   to formaal-del-2
               perform tilfoej-kilde

               move "SCREENINGSBEVIS" to ny-sektion
               move "SANKTIONSCREENETFIL_NAVN" to ny-env
               move "SANKTION-SCREENET.txt" to ny-fil
               move "K" to ny-tilstand
               move 1 to ny-pos
               move "Dato for sanktionsscreening ved oprettelsen"
                   to formaal-del-1
               perform tilfoej-kilde

               move "OPRETTELSESFORLOEB" to ny-sektion
               move "ONBOARDINGSTARTFIL_NAVN" to ny-env
               move "ONBOARDING-START.txt" to ny-fil
               move "K" to ny-tilstand
               move 1 to ny-pos
               move "Afventende oprettelse af kundeforholdet"
                   to formaal-del-1
               perform tilfoej-kilde

      *> Eskalerede sager (status "E", position 39) indgaar i
      *> indberetningen efter hvidvaskloven og udleveres ikke.
               move "OVERVAAGNINGSSAGER" to ny-sektion
               move "ALERTSAGFIL_NAVN" to ny-env
               move "ALERT-SAGER.txt" to ny-fil
               move "S" to ny-tilstand
               move 0 to ny-pos
               move 39 to ny-udelad-pos
               move "E" to ny-udelad-vaerdi
               move "Sager fra transaktionsovervaagningen - "
                   to formaal-del-1
               move "svindelforebyggelse og hvidvaskloven"
                   to formaal-del-2
               perform tilfoej-kilde

               move "RETURPOST" to ny-sektion
               move "RETURPOSTFIL_NAVN" to ny-env
               move "RETURPOST.txt" to ny-fil
               move "K" to ny-tilstand
               move 1 to ny-pos
               move "Post returneret som uanbringelig - korrekt "
                   to formaal-del-1
               move "adresse til kundekommunikationen"
                   to formaal-del-2
               perform tilfoej-kilde

               move "RETURPOST-OPFOELGNING" to ny-sektion
               move spaces to ny-env
               move "RETURPOST-OPFOELGNING.txt" to ny-fil
               move "S" to ny-tilstand
               move 0 to ny-pos
               move "Opfoelgning paa returneret post - korrekt "
                   to formaal-del-1
               move "adresse til kundekommunikationen"
                   to formaal-del-2
               perform tilfoej-kilde

               move "KLAGESAGER" to ny-sektion
               move "KLAGEFIL_NAVN" to ny-env
               move "KLAGE.txt" to ny-fil
               move "K" to ny-tilstand
               move 11 to ny-pos
               move "Kundens klager og deres afgoerelse - "
                   to formaal-del-1
               move "klagebehandling efter god skik"
                   to formaal-del-2
               perform tilfoej-kilde

               move "GARANTIER" to ny-sektion
               move "GARANTIFIL_NAVN" to ny-env
               move "GARANTI.txt" to ny-fil
               move "K" to ny-tilstand
               move 11 to ny-pos
               move "Garantier stillet for kunden og deres "
                   to formaal-del-1
               move "provision - garantiaftalen"
                   to formaal-del-2
               perform tilfoej-kilde

               move "KREDITINDSTILLINGER" to ny-sektion
               move "KREDITINDSTILLINGFIL_NAVN" to ny-env
               move "KREDITINDSTILLING.txt" to ny-fil
               move "K" to ny-tilstand
               move 11 to ny-pos
               move "Kreditansoegninger og bevillings"
                   to formaal-del-1
               move "beslutninger - kreditvurdering"
                   to formaal-del-2
               perform tilfoej-kilde

               move "DEPOTBEHOLDNINGER" to ny-sektion
               move "DEPOTFIL_NAVN" to ny-env
               move "DEPOT.txt" to ny-fil
               move "K" to ny-tilstand
               move 23 to ny-pos
               move "Vaerdipapirer i kundens depot - "
                   to formaal-del-1
               move "depotaftalen"
                   to formaal-del-2
               perform tilfoej-kilde

               move "BANKBOKSE" to ny-sektion
               move "BOKSFIL_NAVN" to ny-env
               move "BOKS.txt" to ny-fil
               move "K" to ny-tilstand
               move 11 to ny-pos
               move "Bankbokse kunden lejer - "
                   to formaal-del-1
               move "bokslejeaftalen"
                   to formaal-del-2
               perform tilfoej-kilde

               move "RENTEAFTALER" to ny-sektion
               move "RENTEAFTALEFIL_NAVN" to ny-env
               move "RENTEAFTALE.txt" to ny-fil
               move "A" to ny-tilstand
               move 1 to ny-pos
               move "Individuelle rentesatser paa kundens konti - "
                   to formaal-del-1
               move "kontoaftalen"
                   to formaal-del-2
               perform tilfoej-kilde

               move "RENTEVARSLER" to ny-sektion
               move "RENTEVARSELLOG_NAVN" to ny-env
               move "RENTEVARSEL-LOG.txt" to ny-fil
               move "K" to ny-tilstand
               move 19 to ny-pos
               move "Varsler om rentesatsaendringer sendt til "
                   to formaal-del-1
               move "kunden - lovpligtig varsling"
                   to formaal-del-2
               perform tilfoej-kilde

               move "BETALINGER" to ny-sektion
               move "BETALINGFIL_NAVN" to ny-env
               move "BETALINGSOVERSIGT.txt" to ny-fil
               move "A" to ny-tilstand
               move 1 to ny-pos
               move "Fremtidige enkeltbetalinger fra kundens konti - "
                   to formaal-del-1
               move "betalingsaftalen"
                   to formaal-del-2
               perform tilfoej-kilde
           exit.

           tilfoej-kilde.
               add 1 to kilde-count
               move ny-sektion to ki-sektion(kilde-count)
               move ny-env to ki-env(kilde-count)
               move ny-fil to ki-fil(kilde-count)
               if ny-env not = spaces
                   accept ki-fil(kilde-count) from environment ny-env
                       on exception
                           move ny-fil to ki-fil(kilde-count)
                   end-accept
                   if ki-fil(kilde-count) = spaces
                       move ny-fil to ki-fil(kilde-count)
                   end-if
               end-if
               move ny-tilstand to ki-tilstand(kilde-count)
               move ny-pos to ki-pos(kilde-count)
               move ny-udelad-pos to ki-udelad-pos(kilde-count)
               move ny-udelad-vaerdi to ki-udelad-vaerdi(kilde-count)
               move spaces to ki-formaal(kilde-count)
               string
                   function trim(formaal-del-1) " "
                   function trim(formaal-del-2)
                   delimited by size into ki-formaal(kilde-count)
               end-string
               move spaces to formaal-del-1 formaal-del-2
               move 0 to ki-antal(kilde-count)
               move 0 to ny-udelad-pos
               move space to ny-udelad-vaerdi
           exit.

           udtraek-kilde.
               move ki-index to sektion-nr
               move spaces to pakke-line
               write pakke-record
               move spaces to pakke-line
               string
                   "=== " sektion-nr " "
                   function trim(ki-sektion(ki-index))
                   " (" function trim(ki-fil(ki-index)) ")"
                   into pakke-line
               end-string
               write pakke-record
               move spaces to pakke-line
               string
                   "    Formaal: " function trim(ki-formaal(ki-index))
                   into pakke-line
               end-string
               write pakke-record

               move ki-fil(ki-index) to kilde-file-name
               open input kilde-file
               if kilde-status not = "00" and kilde-status not = "05"
                   move "    (filen findes ikke - ingen oplysninger)"
                       to pakke-line
                   write pakke-record
                   exit paragraph
               end-if
               move "N" to end-of-kilde
               perform until end-of-kilde = "Y"
                   read kilde-file
               at end
                   move "Y" to end-of-kilde
               not at end
                   perform match-post
                   if post-match = "Y"
                       add 1 to ki-antal(ki-index)
                       move spaces to pakke-line
                       string "    " kilde-line
                           delimited by size into pakke-line
                       end-string
                       write pakke-record
                   end-if
               end-read
               end-perform
               close kilde-file

               move ki-antal(ki-index) to vist-antal
               move spaces to pakke-line
               string
                   "    " function trim(vist-antal) " poster"
                   into pakke-line
               end-string
               write pakke-record
               add ki-antal(ki-index) to total-antal
           exit.

           match-post.
               move "N" to post-match
               evaluate ki-tilstand(ki-index)
                   when "K"
                       if kilde-line(ki-pos(ki-index):10)
                           = indsigt-kunde-id
                           move "Y" to post-match
                       end-if
                   when "A"
                       perform varying kk-index from 1 by 1
                           until kk-index > konto-count
                           or post-match = "Y"
                           if kilde-line(ki-pos(ki-index):10)
                               = kunde-konto-id(kk-index)
                               move "Y" to post-match
                           end-if
                       end-perform
                   when "S"
                       move 0 to match-taeller
                       inspect kilde-line tallying match-taeller
                           for all function trim(indsigt-kunde-id)
                       perform varying kk-index from 1 by 1
                           until kk-index > konto-count
                           or match-taeller > 0
                           inspect kilde-line tallying match-taeller
                               for all function trim(
                                   kunde-konto-id(kk-index))
                       end-perform
                       if match-taeller > 0
                           move "Y" to post-match
                       end-if
               end-evaluate
               if post-match = "Y"
                   and ki-udelad-pos(ki-index) > 0
                   if kilde-line(ki-udelad-pos(ki-index):1)
                       = ki-udelad-vaerdi(ki-index)
                       move "N" to post-match
                   end-if
               end-if
           exit.

           skriv-oversigt.
               move spaces to pakke-line
               write pakke-record
               move "=== OVERSIGT - udleverede poster pr. afsnit"
                   to pakke-line
               write pakke-record
               perform varying ki-index from 1 by 1
                   until ki-index > kilde-count
                   move ki-index to sektion-nr
                   move ki-antal(ki-index) to vist-antal
                   move spaces to pakke-line
                   string
                       "    " sektion-nr " " ki-sektion(ki-index)
                       " " vist-antal
                       delimited by size into pakke-line
                   end-string
                   write pakke-record
               end-perform
               move total-antal to vist-antal
               move spaces to pakke-line
               string
                   "    I alt" "                             "
                   vist-antal
                   delimited by size into pakke-line
               end-string
               write pakke-record
               move "*** SLUT PAA INDSIGTSPAKKE ***" to pakke-line
               write pakke-record
           exit.
