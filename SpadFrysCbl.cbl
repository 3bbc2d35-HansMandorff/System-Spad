       identification division.
      *
      *2026-10-15 Ny körning: underhåll av ändringsfrysningens
      *           perioder (spadfrys.dat) - under månadsbokslut och
      *           revisionsveckor ska ingen ändra Admi-rader,
      *           kalendrar, toleranser eller paket. Listar, lägger
      *           till och tar bort perioder per FunktionsNummer
      *           eller globalt (0). Att ta bort en pågående period
      *           är en nödändring som kräver roll 4 och en orsak,
      *           som loggas som frysundantag.
      *
       program-id. SpadFrysCbl.
       environment division.
       Input-Output Section.
       File-Control.
           Select Frys assign wfrselnamn
             file status is wfrfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Frys.
       01  frys-record       pic x(97).

       working-storage section.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
           05  wfunktionsnummer   pic 9(9).
           05  woperator          pic x(20).
           05  wroll              pic 9(9).
           05  wval               pic 9.
           05  wklart             pic x.
           05  wfinnsJN           pic x.
           05  wradnr             pic 9(4).
           05  wrx                pic 9(4) comp.
           05  wfrselnamn         pic x(80).
           05  wfrfs.
               10  wfrfskey1      pic x.
               10  wfrfskey2      pic x.
           05  w-eof-frys         pic x.
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
           05  wtime              pic 9(6).
           05  wfrysorsak         pic x(70).
      * registret i minnet - skrivs om i sin helhet vid varje
      * ändring, samma mönster som SpadStaendeCbl
           05  wreg-antal         pic 9(4) comp value 0.
           05  wreg-rad           pic x(97) occurs 100.
           05  wbestidbin         pic 9(9) comp.
           05  wkommandobin       pic 9(9) comp.
           05  wandradtitel.
               10  filler pic x(20) value 'FRYSPERIOD ANDRAD AV'.
               10  filler pic x value ' '.
               10  wat-operator pic x(20).
               10  filler pic x(9) value spaces.
           05  wlistrad.
               10  wl-radnr       pic zzz9.
               10  filler         pic x(7) value '  funk '.
               10  wl-funknr      pic zzzzzzzz9.
               10  filler         pic xx.
               10  wl-frandatum   pic 9(8).
               10  filler         pic x value ' '.
               10  wl-franklock   pic 9(6).
               10  filler         pic x(3) value ' - '.
               10  wl-tomdatum    pic 9(8).
               10  filler         pic x value ' '.
               10  wl-tomklock    pic 9(6).
               10  filler         pic xx.
               10  wl-text        pic x(40).
       01  fr.
           copy "frys.cpy" replacing leading ==xxxx== by ==fr==.
       01  frny.
           copy "frys.cpy" replacing leading ==xxxx== by ==frny==.
       01  sa.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           string wpath 'spadfrys.dat' delimited by space
             into wfrselnamn.

           display 'Operatör-ID: ' with no advancing.
           accept woperator.
      * frysperioderna styr vem som får ändra konfigurationen - de
      * får bara läggas och tas bort av roll 3 och uppåt
           call 'sd-HamtaOperatorRoll' using woperator, wroll.

           move 'N' to wklart.
       main020.
           if wklart = 'J'
               go to main999
           end-if.

           display ' '.
           display 'SpadFrys - ändringsfrysning'.
           display '1 Lista   2 Lägg till   3 Ta bort   0 Avsluta'.
           display 'Val: ' with no advancing.
           accept wval.
           evaluate wval
               when 0 move 'J' to wklart
               when 1 perform c-lista
               when 2 perform b-lagg-till
               when 3 perform d-ta-bort
               when other display 'Okänt val, försök igen.'
           end-evaluate.
           go to main020.
       main999.
           stop run.

       b-lagg-till section.
       b010.
           if wroll < 3
               display 'Otillräcklig roll för att ändra frysningen.'
               go to b999
           end-if.
           initialize frny.
           display 'FunktionsNummer (0 = global): '
             with no advancing.
           accept frny-FunktionsNummer.
           if frny-FunktionsNummer > 0
               initialize sa
               move frny-FunktionsNummer to wfunktionsnummer
               call 'sd-selectspadadmifunk' using wfunktionsnummer, sa
               if sa-AdmiID = 999999
                   display 'FunktionsNummer saknas i Admi, avvisas.'
                   go to b999
               end-if
           end-if.
           display 'Från datum AAAAMMDD: ' with no advancing.
           accept frny-FranDatum.
           display 'Från klockslag HHMMSS: ' with no advancing.
           accept frny-FranKlock.
           display 'Till och med datum AAAAMMDD: ' with no advancing.
           accept frny-TomDatum.
           display 'Till och med klockslag HHMMSS: '
             with no advancing.
           accept frny-TomKlock.
           if frny-FranDatum < 19000101 or frny-TomDatum < 19000101
           or frny-FranKlock > 235959 or frny-TomKlock > 235959
               display 'Ogiltig tidpunkt, avvisas.'
               go to b999
           end-if.
           if frny-TomDatum < frny-FranDatum
           or (frny-TomDatum = frny-FranDatum
               and frny-TomKlock < frny-FranKlock)
               display 'Perioden slutar innan den börjar, avvisas.'
               go to b999
           end-if.
           display 'Anledning (t ex MANADSBOKSLUT): '
             with no advancing.
           accept frny-Text.
           move woperator to frny-Operator.

           perform y-las-register.
           if wreg-antal >= 100
               display 'Registret är fullt (100 rader).'
               go to b999
           end-if.
           add 1 to wreg-antal.
           move frny to wreg-rad(wreg-antal).
           perform z-skriv-register.
           move frny-FunktionsNummer to wfunktionsnummer.
           perform e-logga-andring.
           display 'Frysperioden registrerad.'.
       b999.
           exit.

       c-lista section.
       c010.
           perform y-las-register.
           if wreg-antal = 0
               display 'Inga frysperioder registrerade.'
               go to c999
           end-if.
           move 0 to wrx.
       c020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to c999
           end-if.
           move wreg-rad(wrx) to fr.
           move wrx               to wl-radnr.
           move fr-FunktionsNummer to wl-funknr.
           move fr-FranDatum      to wl-frandatum.
           move fr-FranKlock      to wl-franklock.
           move fr-TomDatum       to wl-tomdatum.
           move fr-TomKlock       to wl-tomklock.
           move fr-Text           to wl-text.
           display wlistrad.
           go to c020.
       c999.
           exit.

       d-ta-bort section.
       d010.
           if wroll < 3
               display 'Otillräcklig roll för att ändra frysningen.'
               go to d999
           end-if.
           perform c-lista.
           if wreg-antal = 0
               go to d999
           end-if.
           display 'Radnummer att ta bort: ' with no advancing.
           accept wradnr.
           if wradnr < 1 or wradnr > wreg-antal
               display 'Ogiltigt radnummer.'
               go to d999
           end-if.
           move wreg-rad(wradnr) to fr.
           move fr-FunktionsNummer to wfunktionsnummer.

      * att häva en pågående frysning är i sig en nödändring -
      * roll 4 och orsak, loggat som frysundantag
           perform za-hamta-dag-klocka.
           if fr-FranDatum < wdate
           or (fr-FranDatum = wdate and fr-FranKlock <= wtime)
               if fr-TomDatum > wdate
               or (fr-TomDatum = wdate and fr-TomKlock >= wtime)
                   display 'Perioden pågår - att häva den är en'
                     ' nödändring.'
                   display 'Orsak (obligatorisk): ' with no advancing
                   accept wfrysorsak
                   call 'sd-LoggaFrysUndantag' using
                     wfunktionsnummer, woperator, wfrysorsak, wfinnsJN
                   if wfinnsJN not = 'J'
                       display 'Vägras - nödändring kräver roll 4'
                         ' och en orsak.'
                       go to d999
                   end-if
               end-if
           end-if.

           move wradnr to wrx.
       d020.
           if wrx >= wreg-antal
               go to d100
           end-if.
           move wreg-rad(wrx + 1) to wreg-rad(wrx).
           add 1 to wrx.
           go to d020.
       d100.
           subtract 1 from wreg-antal.
           perform z-skriv-register.
           perform e-logga-andring.
           display 'Frysperioden borttagen.'.
       d999.
           exit.

       e-logga-andring section.
       e010.
      * bestående spår av vem som ändrade frysningen
           move woperator to wat-operator.
           move 0 to wbestidbin.
           move 554 to wkommandobin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wandradtitel.
       e999.
           exit.

       y-las-register section.
       y010.
           move 0 to wreg-antal.
           open input Frys.
           if wfrfskey1 not = '0'
      * registret finns ännu inte - tomt register
               go to y999
           end-if.
           move 'N' to w-eof-frys.
       y020.
           read Frys into fr
             at end move 'J' to w-eof-frys.
           if w-eof-frys = 'J' or wreg-antal >= 100
               go to y100
           end-if.
           add 1 to wreg-antal.
           move fr to wreg-rad(wreg-antal).
           go to y020.
       y100.
           close Frys.
       y999.
           exit.

       z-skriv-register section.
       z010.
           open output Frys.
           move 0 to wrx.
       z020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to z100
           end-if.
           write frys-record from wreg-rad(wrx).
           go to z020.
       z100.
           close Frys.
       z999.
           exit.

       za-hamta-dag-klocka section.
       za010.
           accept wfalt from date yyyymmdd.
           move wfalt to wdate.
           accept wfalt from time.
           divide wfalt by 100 giving wtime.
       za999.
           exit.
