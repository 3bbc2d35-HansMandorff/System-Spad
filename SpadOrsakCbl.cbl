       identification division.
      *
      *2026-10-15 Ny körning: orsakskatalogen för AVBRUTEN/FEL-
      *           utfall (spadorsak.dat) - registrera, lista och ta
      *           bort orsakskoder med text och om en FEL-körning
      *           med orsaken får läggas om - samt en månatlig
      *           Pareto-rapport ur BestHist med orsakerna per
      *           FunktionsNummer, flest först med andel och
      *           kumulativ andel, så de tre största åtgärdas först.
      *           Skrivs som semikolonfil i exportmappen, som
      *           SpadSlaCbl.
      *
       program-id. SpadOrsakCbl.
       environment division.
       Input-Output Section.
       File-Control.
      * orsakskatalogen (Path=/spadorsak.dat), se orsak.cpy
           Select Orsak assign worselnamn
             file status is worfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select OrsakRapport assign wrappselnamn
             file status is wrappfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Orsak.
       01  orsak-record      pic x(45).
       fd  OrsakRapport.
       01  orsakrapport-record pic x(120).

       working-storage section.
       01  work.
           05  wdatamode        pic 9.
           05  wpath            pic x(80).
           05  wstyrfunknr      pic 9(9).
           05  wexportmapp      pic x(73).
           05  wexportsekunder  pic 9(9).
           05  wrtantal         pic 9(9).
           05  wrttab           pic 9(9) occurs 20.
           05  worselnamn       pic x(80).
           05  worfs.
               10  worfskey1    pic x.
               10  worfskey2    pic x.
           05  w-eof-or         pic x.
           05  wrappselnamn     pic x(133).
           05  wrappfs.
               10  wrappfskey1  pic x.
               10  wrappfskey2  pic x.
           05  wrappfilnamn.
               10  filler       pic x(6) value 'ORSAK_'.
               10  wrf-manad    pic 9(6).
               10  filler       pic x(4) value '.csv'.
           05  woperator        pic x(20).
           05  wroll            pic 9(9).
           05  wval             pic 9.
           05  wklart           pic x.
           05  wfinnsJN         pic x.
           05  wvaldmanad       pic 9(6).
           05  wradmanad        pic 9(6).
           05  wsx              pic 9(4) comp.
           05  wtraff           pic 9(4) comp.
      * katalogen i minnet - läses in, uppdateras och skrivs
      * tillbaka i sin helhet, samma mönster som SpadSlaCbl
           05  wreg-antal       pic 9(4) comp.
           05  wreg-rad         pic x(45) occurs 200.
      * utfallen i månaden per funktion och orsak
           05  wp-antal         pic 9(4) comp value 0.
           05  wp-tab occurs 2000.
               10  wp-funknr     pic 9(9) comp.
               10  wp-kod        pic 9(9) comp.
               10  wp-utfall     pic 9(9) comp.
               10  wp-skrivenJN  pic x.
           05  wpx              pic 9(4) comp.
           05  wmaxx            pic 9(4) comp.
           05  wf-antal         pic 9(4) comp value 0.
           05  wf-tab occurs 500.
               10  wf-funknr     pic 9(9) comp.
               10  wf-utfall     pic 9(9) comp.
           05  wfx              pic 9(4) comp.
           05  wrang            pic 9(4) comp.
           05  wkum             pic 9(9) comp.
           05  wtotalt          pic 9(9) comp.
           05  wprocent         pic 9(3)v9.
           05  wdisprad.
               10  filler pic x(6)  value 'Orsak '.
               10  wd-kod        pic zzz9.
               10  filler pic x(2)  value '  '.
               10  wd-omkor      pic x.
               10  filler pic x(2)  value '  '.
               10  wd-text       pic x(40).
      * rapporten i RappDivs semikolonstil
           05  wcsvrubrik.
               10  filler pic x(16) value 'FunktionsNummer;'.
               10  filler pic x(5)  value 'Rang;'.
               10  filler pic x(9)  value 'OrsakKod;'.
               10  filler pic x(10) value 'OrsakText;'.
               10  filler pic x(6)  value 'Antal;'.
               10  filler pic x(13) value 'AndelProcent;'.
               10  filler pic x(11) value 'KumProcent'.
           05  wcsvrad.
               10  wc-funknr     pic zzzzzzzz9.
               10  filler        pic x value ';'.
               10  wc-rang       pic zzz9.
               10  filler        pic x value ';'.
               10  wc-kod        pic zzz9.
               10  filler        pic x value ';'.
               10  wc-text       pic x(40).
               10  filler        pic x value ';'.
               10  wc-antal      pic zzzzzz9.
               10  filler        pic x value ';'.
               10  wc-procent    pic zz9.9.
               10  filler        pic x value ';'.
               10  wc-kumprocent pic zz9.9.
           05  wdisprad2.
               10  filler pic x(17) value 'SpadOrsak klar, '.
               10  wd2-antal pic zzzzz9.
               10  filler pic x(28)
                 value ' utfall med orsak i månaden'.
       01  wor.
           copy "orsak.cpy" replacing leading ==xxxx== by ==wor==.
       01  fo.
           copy "orsak.cpy" replacing leading ==xxxx== by ==fo==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           string wpath 'spadorsak.dat' delimited by space
             into worselnamn.

           display 'Operatör-ID: ' with no advancing.
           accept woperator.
      * katalogen avgör om en FEL-körning läggs om - den får bara
      * ändras av roll 3 och uppåt, som frysningen
           call 'sd-HamtaOperatorRoll' using woperator, wroll.

           move 'N' to wklart.
       main020.
           if wklart = 'J'
               go to main999
           end-if.

           display ' '.
           display 'SpadOrsak - orsakskatalog och Pareto-rapport'.
           display '1 Registrera   2 Lista   3 Ta bort'.
           display '4 Pareto-rapport   0 Avsluta'.
           display 'Val: ' with no advancing.
           accept wval.
           evaluate wval
               when 0 move 'J' to wklart
               when 1 perform b-registrera
               when 2 perform c-lista
               when 3 perform d-ta-bort
               when 4 perform e-rapport
               when other display 'Okänt val, försök igen.'
           end-evaluate.
           go to main020.
       main999.
           stop run.

       b-registrera section.
       b010.
      * ny orsak eller ny text/omkörbarhet för en befintlig kod
           if wroll < 3
               display 'Otillräcklig roll för att ändra katalogen.'
               go to b999
           end-if.
           initialize wor.
           display 'OrsakKod (1-9999): ' with no advancing.
           accept wor-OrsakKod.
           if wor-OrsakKod = 0
               display 'OrsakKod 0 betyder ingen orsak, avvisas.'
               go to b999
           end-if.
           display 'Text (max 40 tecken): ' with no advancing.
           accept wor-Text.
           if wor-Text = spaces
               display 'Tom text, avvisas.'
               go to b999
           end-if.
           display 'Kan en omkörning lyckas (J/N): '
             with no advancing.
           accept wor-OmkorJN.
           if wor-OmkorJN = 'j'
               move 'J' to wor-OmkorJN
           end-if.
           if wor-OmkorJN = 'n'
               move 'N' to wor-OmkorJN
           end-if.
           if wor-OmkorJN not = 'J' and wor-OmkorJN not = 'N'
               display 'Svara J eller N, avvisas.'
               go to b999
           end-if.

           perform y-las-register.
           perform h-sok-kod.
           if wtraff = 0
               if wreg-antal >= 200
                   display 'Katalogen är full (200 rader).'
                   go to b999
               end-if
               add 1 to wreg-antal
               move wreg-antal to wtraff
           end-if.
           move wor to wreg-rad(wtraff).
           perform z-skriv-register.
           display 'Orsaken registrerad.'.
       b999.
           exit.

       c-lista section.
       c010.
           perform y-las-register.
           if wreg-antal = 0
               display 'Inga orsaker registrerade - motorns inbyggda'
                 ' texter gäller.'
               go to c999
           end-if.
           move 0 to wsx.
       c020.
           add 1 to wsx.
           if wsx > wreg-antal
               go to c999
           end-if.
           move wreg-rad(wsx) to wor.
           move wor-OrsakKod to wd-kod.
           move wor-OmkorJN  to wd-omkor.
           move wor-Text     to wd-text.
           display wdisprad.
           go to c020.
       c999.
           exit.

       d-ta-bort section.
       d010.
      * en borttagen kod faller tillbaka på den inbyggda texten
           if wroll < 3
               display 'Otillräcklig roll för att ändra katalogen.'
               go to d999
           end-if.
           display 'OrsakKod att ta bort: ' with no advancing.
           initialize wor.
           accept wor-OrsakKod.
           perform y-las-register.
           perform h-sok-kod.
           if wtraff = 0
               display 'OrsakKod saknas i katalogen.'
               go to d999
           end-if.
           move wtraff to wsx.
       d020.
           if wsx >= wreg-antal
               go to d100
           end-if.
           move wreg-rad(wsx + 1) to wreg-rad(wsx).
           add 1 to wsx.
           go to d020.
       d100.
           subtract 1 from wreg-antal.
           perform z-skriv-register.
           display 'Orsaken borttagen.'.
       d999.
           exit.

       e-rapport section.
       e010.
           call 'sd-HamtaExportParametrar' using
             wexportmapp, wexportsekunder, wrtantal, wrttab(1).
           display 'Månad AAAAMM: ' with no advancing.
           accept wvaldmanad.

           move 0 to wp-antal.
           move 0 to wf-antal.
           move 0 to wtotalt.
           call 'sd-OppnaHistLas'.
       e020.
           call 'sd-LasHist' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to e100
           end-if.
           perform f-ackumulera.
           go to e020.
       e100.
           if wtotalt = 0
               display 'Inga AVBRUTEN/FEL-utfall för månaden.'
               go to e999
           end-if.
           perform g-skriv-rapport.
           move wtotalt to wd2-antal.
           display wdisprad2.
       e999.
           exit.

       f-ackumulera section.
       f010.
      * AVBRUTEN, FEL och KLAR MED ANM i månaden (efter Korslut),
      * utan testkörningar - varje utfallsrad räknas, så en FEL som
      * lagts om och fallit igen syns två gånger. Rader från före
      * orsaksstämplingen hamnar under kod 0.
           if sb-Kommando not = 7 and sb-Kommando not = 8
           and sb-Kommando not = 41
               go to f999
           end-if.
           if sb-TestKorning = 1 or sb-KorslutDatum = 0
               go to f999
           end-if.
           compute wradmanad = sb-KorslutDatum / 100.
           if wradmanad not = wvaldmanad
               go to f999
           end-if.
           move 0 to wtraff.
           move 0 to wpx.
       f020.
           add 1 to wpx.
           if wpx <= wp-antal
               if wp-funknr(wpx) = sb-FunktionsNummer
               and wp-kod(wpx) = sb-OrsakKod
                   move wpx to wtraff
                   go to f100
               end-if
               go to f020
           end-if.
           if wp-antal >= 2000
               go to f999
           end-if.
           add 1 to wp-antal.
           move wp-antal to wtraff.
           move sb-FunktionsNummer to wp-funknr(wtraff).
           move sb-OrsakKod        to wp-kod(wtraff).
           move 0                  to wp-utfall(wtraff).
           move 'N'                to wp-skrivenJN(wtraff).
       f100.
           add 1 to wp-utfall(wtraff).
           add 1 to wtotalt.
           move 0 to wfx.
       f110.
           add 1 to wfx.
           if wfx <= wf-antal
               if wf-funknr(wfx) = sb-FunktionsNummer
                   add 1 to wf-utfall(wfx)
                   go to f999
               end-if
               go to f110
           end-if.
           if wf-antal >= 500
               go to f999
           end-if.
           add 1 to wf-antal.
           move sb-FunktionsNummer to wf-funknr(wf-antal).
           move 1 to wf-utfall(wf-antal).
       f999.
           exit.

       g-skriv-rapport section.
       g010.
           move wvaldmanad to wrf-manad.
           move spaces to wrappselnamn.
           string wexportmapp delimited by space
                  wrappfilnamn delimited by size
                  into wrappselnamn.
           open output OrsakRapport.
           write orsakrapport-record from wcsvrubrik.
           move 0 to wfx.
       g020.
           add 1 to wfx.
           if wfx > wf-antal
               go to g900
           end-if.
           move 0 to wrang.
           move 0 to wkum.
      * funktionens orsaker, flest först
       g030.
           move 0 to wmaxx.
           move 0 to wpx.
       g040.
           add 1 to wpx.
           if wpx <= wp-antal
               if wp-funknr(wpx) = wf-funknr(wfx)
               and wp-skrivenJN(wpx) = 'N'
                   if wmaxx = 0
                       move wpx to wmaxx
                   else
                       if wp-utfall(wpx) > wp-utfall(wmaxx)
                           move wpx to wmaxx
                       end-if
                   end-if
               end-if
               go to g040
           end-if.
           if wmaxx = 0
               go to g020
           end-if.
           move 'J' to wp-skrivenJN(wmaxx).
           add 1 to wrang.
           add wp-utfall(wmaxx) to wkum.
           move wp-kod(wmaxx) to fo-OrsakKod.
           call 'sd-HamtaFelOrsak' using fo, wfinnsJN.
           move wf-funknr(wfx)    to wc-funknr.
           move wrang             to wc-rang.
           move wp-kod(wmaxx)     to wc-kod.
           move fo-Text           to wc-text.
           move wp-utfall(wmaxx)  to wc-antal.
           compute wprocent rounded =
             wp-utfall(wmaxx) * 100 / wf-utfall(wfx).
           move wprocent to wc-procent.
           compute wprocent rounded =
             wkum * 100 / wf-utfall(wfx).
           move wprocent to wc-kumprocent.
           write orsakrapport-record from wcsvrad.
           go to g030.
       g900.
           close OrsakRapport.
       g999.
           exit.

       h-sok-kod section.
       h010.
      * radnumret för wor-OrsakKod i katalogen, 0 = saknas
           move 0 to wtraff.
           move 0 to wsx.
       h020.
           add 1 to wsx.
           if wsx > wreg-antal
               go to h999
           end-if.
           if wreg-rad(wsx)(1:4) = wor-OrsakKod
               move wsx to wtraff
               go to h999
           end-if.
           go to h020.
       h999.
           exit.

       y-las-register section.
       y010.
           move 0 to wreg-antal.
           open input Orsak.
           if worfskey1 not = '0'
      * katalogen finns ännu inte - tom katalog
               go to y999
           end-if.
           move 'N' to w-eof-or.
       y020.
           read Orsak into fo
             at end move 'J' to w-eof-or.
           if w-eof-or = 'J' or wreg-antal >= 200
               go to y100
           end-if.
           if fo-OrsakKod not numeric
               go to y020
           end-if.
           add 1 to wreg-antal.
           move fo to wreg-rad(wreg-antal).
           go to y020.
       y100.
           close Orsak.
       y999.
           exit.

       z-skriv-register section.
       z010.
           open output Orsak.
           move 0 to wsx.
       z020.
           add 1 to wsx.
           if wsx > wreg-antal
               go to z100
           end-if.
           write orsak-record from wreg-rad(wsx).
           go to z020.
       z100.
           close Orsak.
       z999.
           exit.
