       identification division.
      *
      *2026-10-15 Ny körning: bolagsregistret (spadbolag.dat, se
      *           bolag.cpy) och funktionernas bolag
      *           (spadbolagfunk.dat). Dotterbolaget delar
      *           installationen men ska ha egna verifikat, egen
      *           reskontra, egna faktureringsunderlag, budgetar
      *           och exporter - ett registrerat bolag måste därför
      *           ha både ERP-mapp och exportmapp. En funktion utan
      *           rad i spadbolagfunk.dat hör till moderbolaget.
      *           Beställarnas bolag kommer från HR-matningen
      *           (SpadHrCbl). Ändringar kräver roll 4 och loggas i
      *           AdmiAudit och MessArci (590 bolag, 591 funktion).
      *
       program-id. SpadBolagCbl.
       environment division.
       Input-Output Section.
       File-Control.
           Select Bolag assign wboselnamn
             file status is wbofs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select BolagFunk assign wbfselnamn
             file status is wbffs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Bolag.
       01  bolag-record      pic x(180).
       fd  BolagFunk.
       01  bolagfunk-record  pic x(13).

       working-storage section.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
           05  wfunktionsnummer   pic 9(9).
           05  woperator          pic x(20).
           05  wroll              pic 9(9).
           05  lkommando          pic 9(9).
           05  wval               pic 9.
           05  wklart             pic x.
           05  wsvar              pic x.
           05  wboselnamn         pic x(80).
           05  wbofs.
               10  wbofskey1      pic x.
               10  wbofskey2      pic x.
           05  wbfselnamn         pic x(80).
           05  wbffs.
               10  wbffskey1      pic x.
               10  wbffskey2      pic x.
           05  w-eof-bo           pic x.
           05  w-eof-bf           pic x.
           05  wnybolag           pic x(4).
      * registren i minnet - skrivs om i sin helhet vid varje
      * ändring, som i SpadFrysCbl
           05  wreg-antal         pic 9(4) comp value 0.
           05  wreg-rad           pic x(180) occurs 50.
           05  wrx                pic 9(4) comp.
           05  wtraff             pic 9(4) comp.
           05  wbf-antal          pic 9(4) comp value 0.
           05  wbf-rad            pic x(13) occurs 2000.
           05  wbfx               pic 9(4) comp.
           05  wbftraff           pic 9(4) comp.
           05  wbolagfunkrad.
               10  wbf-funknr     pic 9(9).
               10  wbf-bolag      pic x(4).
           05  wbestidbin         pic 9(9) comp.
           05  wkommandobin       pic 9(9) comp.
           05  wbolagtitel.
               10  filler pic x(6) value 'BOLAG '.
               10  wbt-bolag    pic x(4).
               10  wbt-text     pic x(17).
               10  wbt-operator pic x(20).
               10  filler pic x(3) value spaces.
           05  wlistrad.
               10  wl-bolag       pic x(4).
               10  filler         pic x value ' '.
               10  wl-namn        pic x(30).
               10  filler         pic x(5) value ' ERP '.
               10  wl-erpmapp     pic x(30).
               10  filler         pic x(8) value ' EXPORT '.
               10  wl-exportmapp  pic x(30).
           05  wfunklistrad.
               10  filler         pic x(7) value '  funk '.
               10  wfl-funknr     pic zzzzzzzz9.
               10  filler         pic x(7) value '  bolag'.
               10  filler         pic x value ' '.
               10  wfl-bolag      pic x(4).
       01  bo.
           copy "bolag.cpy" replacing leading ==xxxx== by ==bo==.
       01  bony.
           copy "bolag.cpy" replacing leading ==xxxx== by ==bony==.
       01  sa.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           string wpath 'spadbolag.dat' delimited by space
             into wboselnamn.
           string wpath 'spadbolagfunk.dat' delimited by space
             into wbfselnamn.

           display 'Operatör-ID: ' with no advancing.
           accept woperator.
      * bolagstillhörigheten styr vart verifikat och underlag går -
      * bara roll 4 får ändra den
           call 'sd-HamtaOperatorRoll' using woperator, wroll.

           move 'N' to wklart.
       main020.
           if wklart = 'J'
               go to main999
           end-if.

           display ' '.
           display 'SpadBolag - bolag och funktionernas bolag'.
           display '1 Lista bolag   2 Lägg till/ändra bolag'.
           display '3 Lista funktioner   4 Koppla funktion'
             '   0 Avsluta'.
           display 'Val: ' with no advancing.
           accept wval.
           evaluate wval
               when 0 move 'J' to wklart
               when 1 perform c-lista
               when 2 perform b-lagg-till
               when 3 perform d-lista-funk
               when 4 perform f-koppla-funk
               when other display 'Okänt val, försök igen.'
           end-evaluate.
           go to main020.
       main999.
           stop run.

       b-lagg-till section.
       b010.
           if wroll < 4
               display 'Otillräcklig roll för att ändra bolagen.'
               go to b999
           end-if.
           initialize bony.
           display 'Bolagskod (4 tecken): ' with no advancing.
           accept bony-Bolag.
      * blank kod är moderbolaget - det har sina mappar i spad.ini
           if bony-Bolag = spaces
               display 'Blank bolagskod är moderbolaget, avvisas.'
               go to b999
           end-if.
           perform y-las-register.
           move 0 to wtraff.
           move 0 to wrx.
       b020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to b030
           end-if.
           move wreg-rad(wrx) to bo.
           if bo-Bolag = bony-Bolag
               move wrx to wtraff
               display 'Bolaget finns - nya uppgifter ersätter:'
               perform ca-visa-bolag
               go to b030
           end-if.
           go to b020.
       b030.
           display 'Namn: ' with no advancing.
           accept bony-Namn.
           display 'ERP-mapp (utkorg för verifikat): '
             with no advancing.
           accept bony-ErpMapp.
           display 'Exportmapp (reskontra, fakturering, budget,'
             ' export): ' with no advancing.
           accept bony-ExportMapp.
      * utan egna mappar skulle bolagets underlag hamna hos
      * moderbolaget
           if bony-ErpMapp = spaces or bony-ExportMapp = spaces
               display 'Båda mapparna krävs, avvisas.'
               go to b999
           end-if.
           if wtraff = 0
               if wreg-antal >= 50
                   display 'Registret är fullt (50 bolag).'
                   go to b999
               end-if
               add 1 to wreg-antal
               move wreg-antal to wtraff
           end-if.
           move bony to wreg-rad(wtraff).
           perform z-skriv-register.
           move 590 to lkommando.
           move 0 to wfunktionsnummer.
           move bony-Bolag to wbt-bolag.
           move ' REGISTRERAT AV ' to wbt-text.
           perform e-logga.
           display 'Bolaget ' bony-Bolag ' registrerat.'.
       b999.
           exit.

       c-lista section.
       c010.
           perform y-las-register.
           move spaces to bo.
           move 'MODERBOLAGET' to bo-Namn.
           move 'ERPDIR= i spad.ini' to bo-ErpMapp.
           move 'EXPDIR= i spad.ini' to bo-ExportMapp.
           perform ca-visa-bolag.
           move 0 to wrx.
       c020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to c999
           end-if.
           move wreg-rad(wrx) to bo.
           perform ca-visa-bolag.
           go to c020.
       c999.
           exit.

       ca-visa-bolag section.
       ca010.
           move bo-Bolag      to wl-bolag.
           move bo-Namn       to wl-namn.
           move bo-ErpMapp    to wl-erpmapp.
           move bo-ExportMapp to wl-exportmapp.
           display wlistrad.
       ca999.
           exit.

       d-lista-funk section.
       d010.
           perform ya-las-funk.
           if wbf-antal = 0
               display 'Alla funktioner hör till moderbolaget.'
               go to d999
           end-if.
           move 0 to wbfx.
       d020.
           add 1 to wbfx.
           if wbfx > wbf-antal
               go to d999
           end-if.
           move wbf-rad(wbfx) to wbolagfunkrad.
           move wbf-funknr to wfl-funknr.
           move wbf-bolag  to wfl-bolag.
           display wfunklistrad.
           go to d020.
       d999.
           exit.

       f-koppla-funk section.
       f010.
           if wroll < 4
               display 'Otillräcklig roll för att ändra bolagen.'
               go to f999
           end-if.
           display 'FunktionsNummer: ' with no advancing.
           accept wfunktionsnummer.
           initialize sa.
           call 'sd-selectspadadmifunk' using wfunktionsnummer, sa.
           if sa-AdmiID = 999999
               display 'FunktionsNummer saknas i Admi, avvisas.'
               go to f999
           end-if.
           perform ya-las-funk.
           move 0 to wbftraff.
           move 0 to wbfx.
       f020.
           add 1 to wbfx.
           if wbfx > wbf-antal
               go to f030
           end-if.
           move wbf-rad(wbfx) to wbolagfunkrad.
           if wbf-funknr = wfunktionsnummer
               move wbfx to wbftraff
               display 'Funktionen hör nu till bolaget ' wbf-bolag
               go to f030
           end-if.
           go to f020.
       f030.
           if wbftraff = 0
               display 'Funktionen hör nu till moderbolaget.'
           end-if.
           display 'Nytt bolag (blankt = moderbolaget): '
             with no advancing.
           accept wnybolag.
           if wnybolag not = spaces
               perform y-las-register
               move 0 to wtraff
               move 0 to wrx
               perform fa-sok-bolag
               if wtraff = 0
                   display 'Bolaget ' wnybolag ' saknas i registret,'
                     ' avvisas.'
                   go to f999
               end-if
           end-if.
           display 'Gäller funktionens nya beställningar, och'
             ' dess verifikat och underlag framåt. Ändra (J/N)? '
             with no advancing.
           accept wsvar.
           if wsvar not = 'J' and wsvar not = 'j'
               display 'Ingen ändring.'
               go to f999
           end-if.
           if wnybolag = spaces
               if wbftraff > 0
                   perform fb-ta-bort-rad
               end-if
           else
               if wbftraff = 0
                   if wbf-antal >= 2000
                       display 'Registret är fullt (2000 rader).'
                       go to f999
                   end-if
                   add 1 to wbf-antal
                   move wbf-antal to wbftraff
               end-if
               move wfunktionsnummer to wbf-funknr
               move wnybolag to wbf-bolag
               move wbolagfunkrad to wbf-rad(wbftraff)
           end-if.
           perform za-skriv-funk.
           move 591 to lkommando.
           move wnybolag to wbt-bolag.
           move ' FUNK KOPPLAD AV ' to wbt-text.
           perform e-logga.
           display 'Funktionen ' wfunktionsnummer ' kopplad.'.
       f999.
           exit.

       fa-sok-bolag section.
       fa010.
           add 1 to wrx.
           if wrx > wreg-antal
               go to fa999
           end-if.
           move wreg-rad(wrx) to bo.
           if bo-Bolag = wnybolag
               move wrx to wtraff
               go to fa999
           end-if.
           go to fa010.
       fa999.
           exit.

       fb-ta-bort-rad section.
       fb010.
           move wbftraff to wbfx.
       fb020.
           if wbfx >= wbf-antal
               go to fb100
           end-if.
           move wbf-rad(wbfx + 1) to wbf-rad(wbfx).
           add 1 to wbfx.
           go to fb020.
       fb100.
           subtract 1 from wbf-antal.
       fb999.
           exit.

       e-logga section.
       e010.
      * bolagsändringen i AdmiAudit och MessArci
           call 'sd-LoggaKommandoAudit' using
             wfunktionsnummer, lkommando, woperator.
           move woperator to wbt-operator.
           move 0 to wbestidbin.
           move lkommando to wkommandobin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wbolagtitel.
       e999.
           exit.

       y-las-register section.
       y010.
           move 0 to wreg-antal.
           open input Bolag.
           if wbofskey1 not = '0'
      * registret finns ännu inte - bara moderbolaget
               go to y999
           end-if.
           move 'N' to w-eof-bo.
       y020.
           read Bolag into bo
             at end move 'J' to w-eof-bo.
           if w-eof-bo = 'J' or wreg-antal >= 50
               go to y100
           end-if.
           add 1 to wreg-antal.
           move bo to wreg-rad(wreg-antal).
           go to y020.
       y100.
           close Bolag.
       y999.
           exit.

       ya-las-funk section.
       ya010.
           move 0 to wbf-antal.
           open input BolagFunk.
           if wbffskey1 not = '0'
               go to ya999
           end-if.
           move 'N' to w-eof-bf.
       ya020.
           read BolagFunk into wbolagfunkrad
             at end move 'J' to w-eof-bf.
           if w-eof-bf = 'J' or wbf-antal >= 2000
               go to ya100
           end-if.
           add 1 to wbf-antal.
           move wbolagfunkrad to wbf-rad(wbf-antal).
           go to ya020.
       ya100.
           close BolagFunk.
       ya999.
           exit.

       z-skriv-register section.
       z010.
           open output Bolag.
           move 0 to wrx.
       z020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to z100
           end-if.
           write bolag-record from wreg-rad(wrx).
           go to z020.
       z100.
           close Bolag.
       z999.
           exit.

       za-skriv-funk section.
       za010.
           open output BolagFunk.
           move 0 to wbfx.
       za020.
           add 1 to wbfx.
           if wbfx > wbf-antal
               go to za100
           end-if.
           write bolagfunk-record from wbf-rad(wbfx).
           go to za020.
       za100.
           close BolagFunk.
       za999.
           exit.
