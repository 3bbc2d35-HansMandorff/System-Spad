      *           både angiven och effektiv (åldrad) prioritet, se
      *           sd-BeraknaEffektivPrioritet - så det syns varför
      *           kön töms i den ordning den gör.
      *2026-10-15 Beställningar som väntar på en fil visar filen,
      *           läget (saknas/växer/stabil sedan) och när väntan
      *           ges upp, se sd-HamtaFilVantan.
      *2026-10-15 Funktionsgrupp (spadfunkgrupp.dat, se vfg.cpy):
      *           en angiven grupp begränsar köbilden till gruppens
      *           funktioner, och varje grupp - eller bara den valda
      *           - får en rad med antalet öppna beställningar. En
      *           funktion i flera grupper räknas i var och en.
      *
       program-id. SpadKoCbl.
       environment division.
           05  wb-tab occurs 50.
               10  wb-bestallare  pic x(20).
               10  wb-oppna       pic 9(9) comp.
      * öppna beställningar per FunktionsNummer och funktionsgrupp
      * (blankt = alla), se f-medlem och g-gruppsummor
           05  wf-antal           pic s9(4) comp value 0.
           05  wf-tab occurs 500.
               10  wf-funknr      pic 9(9) comp.
               10  wf-oppna       pic 9(9) comp.
           05  wgrupp             pic x(8).
           05  wsokgrupp          pic x(8).
           05  wsokfunknr         pic 9(9) comp.
           05  wmedlemJN          pic x.
           05  wgx                pic s9(4) comp.
           05  wgy                pic s9(4) comp.
           05  wgoppna            pic 9(9) comp.
           05  wgrupprad.
               10  filler        pic x(6) value 'GRUPP '.
               10  wgr-grupp     pic x(13).
               10  filler        pic x(9) value ' öppna: '.
               10  wgr-oppna     pic zzzzzz9.
           05  wdisprad.
               10  wd-bestallare pic x(20).
               10  filler        pic x(8) value ' �ppna: '.
               10  wo-prio       pic zzz9.
               10  filler        pic x(10) value ' effektiv '.
               10  wo-effprio    pic zzz9.
      * filväntan för den visade beställningen
           05  wfvJN              pic x.
           05  wvantrad.
               10  filler        pic x(19) value '   väntar på fil '.
               10  wv-fil        pic x(50).
               10  filler        pic x     value ' '.
               10  wv-lage       pic x(7).
               10  wv-sedan      pic 9(6).
               10  filler        pic x(10) value ' ger upp '.
               10  wv-geuppdatum pic 9(8).
               10  filler        pic x     value ' '.
               10  wv-geuppklock pic 9(6).
           05  wkvotrad.
               10  filler pic x(22) value 'G�llande kvot (QB=):  '.
               10  wd-kvot pic zzzzzz9.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  fv.
           copy "filvant.cpy" replacing leading ==xxxx== by ==fv==.
       copy "vfg.cpy".

       procedure division.
       main section.
           display 'SpadKo - �ppna best�llningar per best�llare'.
           move wkvot to wd-kvot.
           display wkvotrad.
           display 'Funktionsgrupp (blankt = alla): '
             with no advancing.
           move spaces to wgrupp.
           accept wgrupp.
           call 'sd-HamtaFunkGrupper' using vfg.

           call 'sd-OppnaBestLas'.
       main020.
           if wfinnsJN = 'N'
               go to main100
           end-if.
           if sb-Kommando not = 1 or sb-ReturKod not = 0
           or sb-BestNummer = 0
               go to main020
           end-if.
           move sb-FunktionsNummer to wsokfunknr.
           move wgrupp to wsokgrupp.
           perform f-medlem.
           if wmedlemJN = 'J'
               perform c-visaorder
               perform b-ackumulera
               perform ba-ackumulera-funk
           end-if.
           go to main020.
       main100.
               move wb-oppna(wbx)      to wd-oppna
               display wdisprad
           end-perform.
           perform g-gruppsummor.
       main200.
           stop run.
       main999.
           move sb-Prioritet   to wo-prio.
           move weffprio       to wo-effprio.
           display worderrad.
      * väntar beställningen på en fil visas vilken, och hur långt
      * den kommit - SAKNAS, eller STABIL med klockslaget då den
      * senast sågs ändras (FS= sekunder utan ändring släpper den)
           call 'sd-HamtaFilVantan' using sb, fv, wfvJN.
           if wfvJN not = 'J' or fv-Status not = 'V'
               go to c999
           end-if.
           move fv-Filnamn to wv-fil.
           move 'SAKNAS ' to wv-lage.
           move 0 to wv-sedan.
           if fv-StabilDatum > 0
               move 'STABIL ' to wv-lage
               move fv-StabilKlock to wv-sedan
           end-if.
           move fv-GeUppDatum to wv-geuppdatum.
           move fv-GeUppKlock to wv-geuppklock.
           display wvantrad.
       c999.
           exit.

           add 1 to wb-oppna(wtraff).
       b999.
           exit.

       ba-ackumulera-funk section.
       ba010.
           move 0 to wtraff.
           move 0 to wbx.
       ba020.
           add 1 to wbx.
           if wbx > wf-antal
               go to ba100
           end-if.
           if wf-funknr(wbx) = sb-FunktionsNummer
               move wbx to wtraff
               go to ba100
           end-if.
           go to ba020.
       ba100.
           if wtraff = 0
               if wf-antal >= 500
                   go to ba999
               end-if
               add 1 to wf-antal
               move wf-antal to wtraff
               move sb-FunktionsNummer to wf-funknr(wtraff)
               move 0 to wf-oppna(wtraff)
           end-if.
           add 1 to wf-oppna(wtraff).
       ba999.
           exit.

       f-medlem section.
       f010.
      * wmedlemJN = 'J' när wsokfunknr hör till gruppen wsokgrupp -
      * blank grupp betyder alla funktioner
           move 'J' to wmedlemJN.
           if wsokgrupp = spaces
               go to f999
           end-if.
           move 'N' to wmedlemJN.
           move 0 to wgy.
       f020.
           add 1 to wgy.
           if wgy > vfg-antal
               go to f999
           end-if.
           if vfg-grupp(wgy) = wsokgrupp
           and vfg-funknr(wgy) = wsokfunknr
               move 'J' to wmedlemJN
               go to f999
           end-if.
           go to f020.
       f999.
           exit.

       g-gruppsummor section.
       g010.
      * en rad per grupp i registret (bara den valda när en grupp
      * angetts) - varje grupp tas vid sin första rad
           if vfg-antal = 0
               go to g999
           end-if.
           move 0 to wgx.
       g020.
           add 1 to wgx.
           if wgx > vfg-antal
               go to g999
           end-if.
           move vfg-grupp(wgx) to wsokgrupp.
           if wgrupp not = spaces and wsokgrupp not = wgrupp
               go to g020
           end-if.
           move 0 to wgy.
       g030.
           add 1 to wgy.
           if wgy >= wgx
               go to g040
           end-if.
           if vfg-grupp(wgy) = wsokgrupp
               go to g020
           end-if.
           go to g030.
       g040.
           move 0 to wgoppna.
           move 0 to wbx.
       g050.
           add 1 to wbx.
           if wbx > wf-antal
               go to g060
           end-if.
           move wf-funknr(wbx) to wsokfunknr.
           perform f-medlem.
           if wmedlemJN = 'J'
               add wf-oppna(wbx) to wgoppna
           end-if.
           go to g050.
       g060.
           move wsokgrupp to wgr-grupp.
           move wgoppna   to wgr-oppna.
           display wgrupprad.
           go to g020.
       g999.
           exit.
