       identification division.
      *
      *2026-10-15 Ny körning: servicenivåer per FunktionsNummer och
      *           prioritetsklass (spadsla.dat) - mål i minuter från
      *           BestDatum/BestKlock till slututfall - samt en
      *           månadsrapport ur BestHist med andel inom mål, de
      *           värsta överskridningarna med BestNummer och
      *           Bestallare, och tid i kö mot tid i körning.
      *           Skrivs som semikolonfil i exportmappen, som
      *           SpadResultatCbl, till månadens servicemöte.
      *
       program-id. SpadSlaCbl.
       environment division.
       Input-Output Section.
       File-Control.
      * servicenivåregistret (Path=/spadsla.dat), en rad per
      * funktion och prioritetsklass: funknr 9 siffror, klass 9
      * siffror, mål i minuter 9 siffror. Klassen gäller beställningar
      * med minst den prioriteten - den högsta klass som ordern når
      * upp till är den som mäts.
           Select Sla assign wslaselnamn
             file status is wslafs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select SlaRapport assign wrappselnamn
             file status is wrappfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Sla.
       01  sla-record        pic x(27).
       fd  SlaRapport.
       01  slarapport-record pic x(140).

       working-storage section.
       01  wsl.
           05  wsl-funknr       pic 9(9).
           05  wsl-klass        pic 9(9).
           05  wsl-malminuter   pic 9(9).

       01  work.
           05  wdatamode        pic 9.
           05  wpath            pic x(80).
           05  wstyrfunknr      pic 9(9).
           05  wfunktionsnummer pic 9(9).
           05  wexportmapp      pic x(73).
           05  wexportsekunder  pic 9(9).
           05  wrtantal         pic 9(9).
           05  wrttab           pic 9(9) occurs 20.
           05  wslaselnamn      pic x(80).
           05  wslafs.
               10  wslafskey1   pic x.
               10  wslafskey2   pic x.
           05  w-eof-sla        pic x.
           05  wrappselnamn     pic x(133).
           05  wrappfs.
               10  wrappfskey1  pic x.
               10  wrappfskey2  pic x.
           05  wrappfilnamn.
               10  filler       pic x(4) value 'SLA_'.
               10  wrf-manad    pic 9(6).
               10  filler       pic x(4) value '.csv'.
           05  wval             pic 9.
           05  wklart           pic x.
           05  wfinnsJN         pic x.
           05  wvaldmanad       pic 9(6).
           05  wradmanad        pic 9(6).
           05  wsx              pic 9(4) comp.
           05  wox              pic 9(4) comp.
           05  wvx              pic 9(4) comp.
           05  wtraff           pic 9(4) comp.
      * registret i minnet - läses in, uppdateras och skrivs
      * tillbaka i sin helhet, samma mönster som SpadStaendeCbl
           05  wreg-antal       pic 9(4) comp.
           05  wreg-rad         pic x(27) occurs 100.
           05  wsl-ny           pic x(27).
      * utfallen i månaden - en rad per beställning (funknr och
      * BestNummer), den senaste utfallsraden vinner så en FEL-
      * körning som lagts om inte räknas som ett eget brott
           05  wo-antal         pic 9(4) comp value 0.
           05  wo-tab occurs 2000.
               10  wo-funknr     pic 9(9) comp.
               10  wo-bestnr     pic 9(9) comp.
               10  wo-klassx     pic 9(4) comp.
               10  wo-kommando   pic 9(9) comp.
               10  wo-slutdatum  pic 9(8).
               10  wo-slutklock  pic 9(6).
               10  wo-bestallare pic x(20).
               10  wo-kosek      pic s9(9) comp.
               10  wo-korsek     pic s9(9) comp.
               10  wo-totsek     pic s9(9) comp.
      * summor per servicenivårad, i registrets ordning
           05  ws-tab occurs 100.
               10  ws-antal      pic 9(9) comp.
               10  ws-inom       pic 9(9) comp.
               10  ws-kosek      pic 9(12) comp.
               10  ws-korsek     pic 9(12) comp.
      * de tio värsta överskridningarna, i minuter över målet
           05  wv-antal         pic 9(4) comp value 0.
           05  wv-tab occurs 10.
               10  wv-ox         pic 9(4) comp.
               10  wv-over       pic s9(9) comp.
           05  wv-minx          pic 9(4) comp.
           05  wover            pic s9(9) comp.
           05  wmalsek          pic s9(9) comp.
           05  wprocent         pic 9(3)v9.
      * sekunder mellan två tidpunkter över dygns- och årsgränser,
      * samma resonemang som zb-berakna-alder i SpadJanitorCbl
           05  wfrandatum       pic 9(8).
           05  wfranklock       pic 9(6).
           05  wtilldatum       pic 9(8).
           05  wtillklock       pic 9(6).
           05  wdiffsek         pic s9(9) comp.
           05  wsec-fran        pic s9(9) comp.
           05  wsec-till        pic s9(9) comp.
           05  wklocktal        pic 9(6).
           05  wklocktal-re redefines wklocktal.
               10  wkt-hh       pic 9(2).
               10  wkt-mi       pic 9(2).
               10  wkt-ss       pic 9(2).
           05  wk-aa            pic 9(4).
           05  wk-mm            pic 9(2).
           05  wk-dd            pic 9(2).
           05  wk-doy           pic 9(4) comp.
           05  wk-kvot          pic 9(9).
           05  wk-rest4         pic 9(9).
           05  wk-rest100       pic 9(9).
           05  wk-rest400       pic 9(9).
           05  wk-skottrest     pic 9(9).
           05  wk-datum         pic 9(8).
           05  wdoy-fran        pic 9(4) comp.
           05  wdoy-till        pic 9(4) comp.
           05  waa-fran         pic 9(4).
           05  waa-till         pic 9(4).
           05  wk-cumtab.
               10  filler pic x(36) value
                 '000031059090120151181212243273304334'.
           05  wk-cumtab-re redefines wk-cumtab.
               10  wk-cumdagar pic 9(3) occurs 12.
           05  wdisprad.
               10  filler pic x(6)  value 'Funk '.
               10  wd-funknr     pic zzzzzzzz9.
               10  filler pic x(8)  value '  klass '.
               10  wd-klass      pic zzzzzzzz9.
               10  filler pic x(6)  value '  mal '.
               10  wd-minuter    pic zzzzzzzz9.
               10  filler pic x(4)  value ' min'.
      * rapportens tre delar i RappDivs semikolonstil
           05  wcsvrubrik1.
               10  filler pic x(16) value 'FunktionsNummer;'.
               10  filler pic x(6)  value 'Klass;'.
               10  filler pic x(11) value 'MalMinuter;'.
               10  filler pic x(6)  value 'Antal;'.
               10  filler pic x(8)  value 'InomMal;'.
               10  filler pic x(13) value 'AndelProcent;'.
               10  filler pic x(12) value 'SnittKoMin;'.
               10  filler pic x(12) value 'SnittKorMin'.
           05  wcsvrad1.
               10  wc1-funknr    pic zzzzzzzz9.
               10  filler        pic x value ';'.
               10  wc1-klass     pic zzzzzzzz9.
               10  filler        pic x value ';'.
               10  wc1-minuter   pic zzzzzzzz9.
               10  filler        pic x value ';'.
               10  wc1-antal     pic zzzzzz9.
               10  filler        pic x value ';'.
               10  wc1-inom      pic zzzzzz9.
               10  filler        pic x value ';'.
               10  wc1-procent   pic zz9.9.
               10  filler        pic x value ';'.
               10  wc1-komin     pic zzzzzz9.
               10  filler        pic x value ';'.
               10  wc1-kormin    pic zzzzzz9.
           05  wcsvrubrik2.
               10  filler pic x(16) value 'FunktionsNummer;'.
               10  filler pic x(11) value 'BestNummer;'.
               10  filler pic x(11) value 'Bestallare;'.
               10  filler pic x(8)  value 'Utfall;'.
               10  filler pic x(11) value 'MalMinuter;'.
               10  filler pic x(11) value 'TotMinuter;'.
               10  filler pic x(11) value 'OverMinuter'.
           05  wcsvrad2.
               10  wc2-funknr    pic zzzzzzzz9.
               10  filler        pic x value ';'.
               10  wc2-bestnr    pic zzzzzzzz9.
               10  filler        pic x value ';'.
               10  wc2-bestallare pic x(20).
               10  filler        pic x value ';'.
               10  wc2-kommando  pic zzz9.
               10  filler        pic x value ';'.
               10  wc2-minuter   pic zzzzzzzz9.
               10  filler        pic x value ';'.
               10  wc2-totmin    pic zzzzzzzz9.
               10  filler        pic x value ';'.
               10  wc2-overmin   pic zzzzzzzz9.
           05  wdisprad2.
               10  filler pic x(15) value 'SpadSla klar, '.
               10  wd2-antal pic zzzzz9.
               10  filler pic x(28) value ' beställningar mot mål.'.
       01  sa.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           string wpath 'spadsla.dat' delimited by space
             into wslaselnamn.

           move 'N' to wklart.
       main020.
           if wklart = 'J'
               go to main999
           end-if.

           display ' '.
           display 'SpadSla - servicenivåer och månadsrapport'.
           display '1 Registrera   2 Lista   3 Månadsrapport'.
           display '0 Avsluta'.
           display 'Val: ' with no advancing.
           accept wval.
           evaluate wval
               when 0 move 'J' to wklart
               when 1 perform b-registrera
               when 2 perform c-lista
               when 3 perform d-rapport
               when other display 'Okänt val, försök igen.'
           end-evaluate.
           go to main020.
       main999.
           stop run.

       b-registrera section.
       b010.
           display 'FunktionsNummer: ' with no advancing.
           accept wsl-funknr.
           initialize sa.
           move wsl-funknr to wfunktionsnummer.
           call 'sd-selectspadadmifunk' using wfunktionsnummer, sa.
           if sa-AdmiID = 999999
               display 'FunktionsNummer saknas i Admi, avvisas.'
               go to b999
           end-if.
           display 'Prioritetsklass (gäller prioritet >= klass): '
             with no advancing.
           accept wsl-klass.
           display 'Mål i minuter från beställning till klar: '
             with no advancing.
           accept wsl-malminuter.
           if wsl-malminuter = 0
               display 'Målet måste vara större än noll, avvisas.'
               go to b999
           end-if.
           move wsl to wsl-ny.

      * samma funktion och klass ersätts - annars ny rad
           perform y-las-register.
           move 0 to wtraff.
           move 0 to wsx.
       b020.
           add 1 to wsx.
           if wsx <= wreg-antal
               move wreg-rad(wsx) to wsl
               if wsl-funknr = wsl-ny(1:9)
               and wsl-klass = wsl-ny(10:9)
                   move wsx to wtraff
               end-if
               go to b020
           end-if.
           if wtraff = 0
               if wreg-antal >= 100
                   display 'Registret är fullt (100 rader).'
                   go to b999
               end-if
               add 1 to wreg-antal
               move wreg-antal to wtraff
           end-if.
           move wsl-ny to wreg-rad(wtraff).
           perform z-skriv-register.
           display 'Servicenivå registrerad.'.
       b999.
           exit.

       c-lista section.
       c010.
           perform y-las-register.
           if wreg-antal = 0
               display 'Registret är tomt.'
               go to c999
           end-if.
           move 0 to wsx.
       c020.
           add 1 to wsx.
           if wsx > wreg-antal
               go to c999
           end-if.
           move wreg-rad(wsx) to wsl.
           move wsl-funknr     to wd-funknr.
           move wsl-klass      to wd-klass.
           move wsl-malminuter to wd-minuter.
           display wdisprad.
           go to c020.
       c999.
           exit.

       d-rapport section.
       d010.
           perform y-las-register.
           if wreg-antal = 0
               display 'Inga servicenivåer registrerade.'
               go to d999
           end-if.
           call 'sd-HamtaExportParametrar' using
             wexportmapp, wexportsekunder, wrtantal, wrttab(1).
           display 'Månad AAAAMM: ' with no advancing.
           accept wvaldmanad.

           move 0 to wo-antal.
           call 'sd-OppnaHistLas'.
       d020.
           call 'sd-LasHist' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to d100
           end-if.
           perform e-ackumulera.
           go to d020.
       d100.
           if wo-antal = 0
               display 'Inga beställningar mot mål för månaden.'
               go to d999
           end-if.
           move 0 to wsx.
       d110.
           add 1 to wsx.
           if wsx <= wreg-antal
               initialize ws-tab(wsx)
               go to d110
           end-if.
           move 0 to wv-antal.
           move 0 to wox.
       d120.
           add 1 to wox.
           if wox > wo-antal
               go to d200
           end-if.
           perform f-mat-order.
           go to d120.
       d200.
           perform g-skriv-rapport.
           move wo-antal to wd2-antal.
           display wdisprad2.
       d999.
           exit.

       e-ackumulera section.
       e010.
      * utfallsrader i månaden (efter Korslut) med en servicenivå,
      * utan testkörningar och delordrar (de mergas in i moderordern)
           if sb-Kommando not = 4 and sb-Kommando not = 41
           and sb-Kommando not = 7 and sb-Kommando not = 8
               go to e999
           end-if.
           if sb-TestKorning = 1 or sb-DelAvBestID > 0
               go to e999
           end-if.
           if sb-KorslutDatum = 0 or sb-BestDatum = 0
               go to e999
           end-if.
           compute wradmanad = sb-KorslutDatum / 100.
           if wradmanad not = wvaldmanad
               go to e999
           end-if.
           perform h-sok-klass.
           if wtraff = 0
               go to e999
           end-if.
      * samma beställning redan sedd (omkörning) - den senare vinner
           move 0 to wox.
       e020.
           add 1 to wox.
           if wox <= wo-antal
               if wo-funknr(wox) = sb-FunktionsNummer
               and wo-bestnr(wox) = sb-BestNummer
                   if sb-KorslutDatum < wo-slutdatum(wox)
                   or (sb-KorslutDatum = wo-slutdatum(wox)
                       and sb-KorslutKlock < wo-slutklock(wox))
                       go to e999
                   end-if
                   go to e100
               end-if
               go to e020
           end-if.
           if wo-antal >= 2000
               go to e999
           end-if.
           add 1 to wo-antal.
           move wo-antal to wox.
       e100.
           move sb-FunktionsNummer to wo-funknr(wox).
           move sb-BestNummer      to wo-bestnr(wox).
           move wtraff             to wo-klassx(wox).
           move sb-Kommando        to wo-kommando(wox).
           move sb-KorslutDatum    to wo-slutdatum(wox).
           move sb-KorslutKlock    to wo-slutklock(wox).
           move sb-Bestallare      to wo-bestallare(wox).
      * kö = BestDatum -> Korstart, körning = Korstart -> Korslut,
      * totalt = BestDatum -> Korslut (det som mäts mot målet)
           move sb-BestDatum to wfrandatum.
           move sb-BestKlock to wfranklock.
           move sb-KorstartDatum to wtilldatum.
           move sb-KorstartKlock to wtillklock.
           if sb-KorstartDatum = 0
               move sb-KorslutDatum to wtilldatum
               move sb-KorslutKlock to wtillklock
           end-if.
           perform zb-diff-sekunder.
           move wdiffsek to wo-kosek(wox).
           move wtilldatum to wfrandatum.
           move wtillklock to wfranklock.
           move sb-KorslutDatum to wtilldatum.
           move sb-KorslutKlock to wtillklock.
           perform zb-diff-sekunder.
           move wdiffsek to wo-korsek(wox).
           compute wo-totsek(wox) = wo-kosek(wox) + wo-korsek(wox).
       e999.
           exit.

       f-mat-order section.
       f010.
      * en beställning mot sin klass: inom mål bara om den blev
      * KLAR (4/41) inom målminuterna - AVBRUTEN/FEL är alltid brott
           move wo-klassx(wox) to wsx.
           move wreg-rad(wsx) to wsl.
           add 1 to ws-antal(wsx).
           add wo-kosek(wox)  to ws-kosek(wsx).
           add wo-korsek(wox) to ws-korsek(wsx).
           compute wmalsek = wsl-malminuter * 60.
           compute wover = wo-totsek(wox) - wmalsek.
           if (wo-kommando(wox) = 4 or wo-kommando(wox) = 41)
           and wover <= 0
               add 1 to ws-inom(wsx)
               go to f999
           end-if.
           if wover < 0
               move 0 to wover
           end-if.
      * bland de tio värsta? fyll på tills tio, sedan ersätts den
      * minsta överskridningen om den här är större
           if wv-antal < 10
               add 1 to wv-antal
               move wox   to wv-ox(wv-antal)
               move wover to wv-over(wv-antal)
               go to f999
           end-if.
           move 1 to wv-minx.
           move 1 to wvx.
       f020.
           add 1 to wvx.
           if wvx <= wv-antal
               if wv-over(wvx) < wv-over(wv-minx)
                   move wvx to wv-minx
               end-if
               go to f020
           end-if.
           if wover > wv-over(wv-minx)
               move wox   to wv-ox(wv-minx)
               move wover to wv-over(wv-minx)
           end-if.
       f999.
           exit.

       g-skriv-rapport section.
       g010.
           move wvaldmanad to wrf-manad.
           move spaces to wrappselnamn.
           string wexportmapp delimited by space
                  wrappfilnamn delimited by size
                  into wrappselnamn.
           open output SlaRapport.
           write slarapport-record from wcsvrubrik1.
           move 0 to wsx.
       g020.
           add 1 to wsx.
           if wsx > wreg-antal
               go to g100
           end-if.
           if ws-antal(wsx) = 0
               go to g020
           end-if.
           move wreg-rad(wsx) to wsl.
           move wsl-funknr     to wc1-funknr.
           move wsl-klass      to wc1-klass.
           move wsl-malminuter to wc1-minuter.
           move ws-antal(wsx)  to wc1-antal.
           move ws-inom(wsx)   to wc1-inom.
           compute wprocent rounded =
             ws-inom(wsx) * 100 / ws-antal(wsx).
           move wprocent to wc1-procent.
           compute wc1-komin rounded =
             ws-kosek(wsx) / ws-antal(wsx) / 60.
           compute wc1-kormin rounded =
             ws-korsek(wsx) / ws-antal(wsx) / 60.
           write slarapport-record from wcsvrad1.
           go to g020.
       g100.
      * de värsta överskridningarna, störst först
           move spaces to slarapport-record.
           write slarapport-record.
           write slarapport-record from wcsvrubrik2.
       g110.
           if wv-antal = 0
               go to g900
           end-if.
           move 1 to wv-minx.
           move 1 to wvx.
       g120.
           add 1 to wvx.
           if wvx <= wv-antal
               if wv-over(wvx) > wv-over(wv-minx)
                   move wvx to wv-minx
               end-if
               go to g120
           end-if.
           move wv-ox(wv-minx) to wox.
           move wo-klassx(wox) to wsx.
           move wreg-rad(wsx) to wsl.
           move wo-funknr(wox)     to wc2-funknr.
           move wo-bestnr(wox)     to wc2-bestnr.
           move wo-bestallare(wox) to wc2-bestallare.
           move wo-kommando(wox)   to wc2-kommando.
           move wsl-malminuter     to wc2-minuter.
           compute wc2-totmin = wo-totsek(wox) / 60.
           compute wc2-overmin = wv-over(wv-minx) / 60.
           write slarapport-record from wcsvrad2.
      * utskriven - sista platsen flyttas in på dess plats
           move wv-ox(wv-antal)   to wv-ox(wv-minx).
           move wv-over(wv-antal) to wv-over(wv-minx).
           subtract 1 from wv-antal.
           go to g110.
       g900.
           close SlaRapport.
       g999.
           exit.

       h-sok-klass section.
       h010.
      * högsta klassen för funktionen som orderns prioritet når
      * upp till - radnumret i wtraff, 0 = ingen servicenivå
           move 0 to wtraff.
           move 0 to wsx.
       h020.
           add 1 to wsx.
           if wsx > wreg-antal
               go to h999
           end-if.
           move wreg-rad(wsx) to wsl.
           if wsl-funknr not = sb-FunktionsNummer
           or wsl-klass > sb-Prioritet
               go to h020
           end-if.
           if wtraff > 0
               if wsl-klass <= wreg-rad(wtraff)(10:9)
                   go to h020
               end-if
           end-if.
           move wsx to wtraff.
           go to h020.
       h999.
           exit.

       y-las-register section.
       y010.
           move 0 to wreg-antal.
           open input Sla.
           if wslafskey1 not = '0'
      * registret finns ännu inte - tomt register
               go to y999
           end-if.
           move 'N' to w-eof-sla.
       y020.
           read Sla into wsl
             at end move 'J' to w-eof-sla.
           if w-eof-sla = 'J' or wreg-antal >= 100
               go to y100
           end-if.
           if wsl-funknr not numeric
               go to y020
           end-if.
           add 1 to wreg-antal.
           move wsl to wreg-rad(wreg-antal).
           go to y020.
       y100.
           close Sla.
       y999.
           exit.

       z-skriv-register section.
       z010.
           open output Sla.
           move 0 to wsx.
       z020.
           add 1 to wsx.
           if wsx > wreg-antal
               go to z100
           end-if.
           write sla-record from wreg-rad(wsx).
           go to z020.
       z100.
           close Sla.
       z999.
           exit.

       zb-diff-sekunder section.
       zb010.
      * sekunder från wfrandatum/wfranklock till wtilldatum/
      * wtillklock (årsskiften approximeras med 365 dagar per
      * mellanår, gott nog för månadsrapporten) - aldrig negativt
           if wfrandatum = 0 or wtilldatum = 0
               move 0 to wdiffsek
               go to zb999
           end-if.
           move wfrandatum to wk-datum.
           perform zc-dag-och-ar.
           move wk-doy to wdoy-fran.
           move wk-aa  to waa-fran.
           move wtilldatum to wk-datum.
           perform zc-dag-och-ar.
           move wk-doy to wdoy-till.
           move wk-aa  to waa-till.
           move wfranklock to wklocktal.
           compute wsec-fran =
             (wkt-hh * 3600) + (wkt-mi * 60) + wkt-ss.
           move wtillklock to wklocktal.
           compute wsec-till =
             (wkt-hh * 3600) + (wkt-mi * 60) + wkt-ss.
           compute wdiffsek =
             ((waa-till - waa-fran) * 365 + wdoy-till - wdoy-fran)
             * 86400 + wsec-till - wsec-fran.
           if wdiffsek < 0
               move 0 to wdiffsek
           end-if.
       zb999.
           exit.

       zc-dag-och-ar section.
       zc010.
      * dag på året och årtal ur wk-datum, skottårsjusterat
           move wk-datum(1:4) to wk-aa.
           move wk-datum(5:2) to wk-mm.
           move wk-datum(7:2) to wk-dd.
           move wk-cumdagar(wk-mm) to wk-doy.
           add wk-dd to wk-doy.
           if wk-mm > 2
               perform zd-ar-skottar
               if wk-skottrest = 1
                   add 1 to wk-doy
               end-if
           end-if.
       zc999.
           exit.

       zd-ar-skottar section.
       zd010.
      * skottår: delbart med 4, utom hela sekel som inte är delbara
      * med 400 - wk-skottrest = 1 betyder skottår
           move 0 to wk-skottrest.
           divide wk-aa by 4 giving wk-kvot remainder wk-rest4.
           divide wk-aa by 100 giving wk-kvot remainder wk-rest100.
           divide wk-aa by 400 giving wk-kvot remainder wk-rest400.
           if wk-rest4 = 0
               if wk-rest100 not = 0 or wk-rest400 = 0
                   move 1 to wk-skottrest
               end-if
           end-if.
       zd999.
           exit.
