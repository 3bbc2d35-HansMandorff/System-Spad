       identification division.
      *
      *2026-10-15 Ny körning: periodregistret för redovisningen
      *           (spadperiod.dat, se period.cpy). När ekonomi
      *           stängt en månad ur reskontran och ERP-dagfilerna
      *           stängs den här: månadens utfall i BestHist fryses
      *           med kontrollsummor (antal per utfall, poster,
      *           belopp och KLAR-körningarnas körtid), och de
      *           BestID som då låg kvar i Best noteras
      *           (spadperiodkvar.dat). Ett utfall som senare kommer
      *           till BestHist med slutdag i månaden - sen
      *           återupptagning, omkörning eller import - bokas i
      *           öppen period med referens tillbaka, se
      *           sd-HamtaBokfDatum. Reskontran, faktureringen och
      *           statistiken varnar när en omkörning för en stängd
      *           period ger andra summor än de frysta. BestHist
      *           rensas inte in i en stängd månad förrän den
      *           frisläppts för rensning här. Perioder stängs i
      *           ordning och kräver roll 4; stängning och
      *           frisläppning loggas i AdmiAudit och MessArci
      *           (587 respektive 589).
      *
       program-id. SpadPeriodCbl.
       environment division.
       Input-Output Section.
       File-Control.
           Select Period assign wpeselnamn
             file status is wpefs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select PerKvar assign wpkselnamn
             file status is wpkfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Period.
       01  period-record     pic x(200).
       fd  PerKvar.
       01  perkvar-record    pic x(16).

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
           05  wfinnsJN           pic x.
           05  wurval             pic x.
           05  wbackend           pic 9.
           05  wbokfdatum         pic 9(8).
           05  wvaldmanad         pic 9(6).
           05  wvaldmanad-re redefines wvaldmanad.
               10  wvm-aa         pic 9(4).
               10  wvm-mm         pic 9(2).
           05  wnumanad           pic 9(6).
           05  wradmanad          pic 9(6).
           05  wpeselnamn         pic x(80).
           05  wpefs.
               10  wpefskey1      pic x.
               10  wpefskey2      pic x.
           05  wpkselnamn         pic x(80).
           05  wpkfs.
               10  wpkfskey1      pic x.
               10  wpkfskey2      pic x.
           05  w-eof-pe           pic x.
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
           05  wtime              pic 9(6).
      * registret i minnet - skrivs om i sin helhet vid varje
      * ändring, som i SpadFrysCbl
           05  wreg-antal         pic 9(4) comp value 0.
           05  wreg-rad           pic x(200) occurs 240.
           05  wrx                pic 9(4) comp.
           05  wtraff             pic 9(4) comp.
      * stängningsgränsen per backend (1 = databas, 2 = fil):
      * dagaggregatets gräns och högsta BestID som lästs därefter
           05  wgr-tab occurs 2.
               10  wgr-aggr       pic 9(9).
               10  wgr-max        pic 9(9).
           05  wbx                pic 9.
      * BestID som ligger kvar i Best under gränsen
           05  wkq-antal          pic 9(4) comp.
           05  wkq-tab occurs 5000.
               10  wkq-backend    pic 9.
               10  wkq-bestid     pic 9(9).
           05  wkqx               pic 9(4) comp.
           05  wkqoverfulltJN     pic x.
      * körtid som zb-berakna-kortid i SpadFaktCbl
           05  wklocktal          pic 9(6).
           05  wklocktal-re redefines wklocktal.
               10  wkt-hh         pic 9(2).
               10  wkt-mi         pic 9(2).
               10  wkt-ss         pic 9(2).
           05  wsec-a             pic s9(9) comp.
           05  wsec-b             pic s9(9) comp.
           05  wkortid            pic s9(9) comp.
           05  wk-aa              pic 9(4).
           05  wk-mm              pic 9(2).
           05  wk-dd              pic 9(2).
           05  wk-doy             pic 9(4) comp.
           05  wk-kvot            pic 9(9).
           05  wk-rest4           pic 9(9).
           05  wk-rest100         pic 9(9).
           05  wk-rest400         pic 9(9).
           05  wk-skottrest       pic 9(9).
           05  wk-datum           pic 9(8).
           05  wdoy-a             pic 9(4) comp.
           05  wdoy-b             pic 9(4) comp.
           05  waa-a              pic 9(4).
           05  waa-b              pic 9(4).
           05  wk-cumtab.
               10  filler pic x(36) value
                 '000031059090120151181212243273304334'.
           05  wk-cumtab-re redefines wk-cumtab.
               10  wk-cumdagar pic 9(3) occurs 12.
           05  wbestidbin         pic 9(9) comp.
           05  wkommandobin       pic 9(9) comp.
           05  wperiodtitel.
               10  filler pic x(7) value 'PERIOD '.
               10  wpt-manad    pic 9(6).
               10  wpt-text     pic x(14).
               10  wpt-operator pic x(20).
               10  filler pic x(3) value spaces.
           05  wlistrad.
               10  wl-manad       pic 9(6).
               10  filler         pic x value ' '.
               10  wl-status      pic x(10).
               10  filler         pic x value ' '.
               10  wl-datum       pic 9(8).
               10  filler         pic x value ' '.
               10  wl-operator    pic x(20).
               10  filler         pic x(6) value ' klar '.
               10  wl-klar        pic zzzzzzzz9.
               10  filler         pic x(5) value ' avb '.
               10  wl-avbrutna    pic zzzzzzzz9.
               10  filler         pic x(5) value ' fel '.
               10  wl-fel         pic zzzzzzzz9.
           05  wsummarad.
               10  filler         pic x(17) value '  poster/belopp: '.
               10  ws-post        pic zzzzzzzzzzz9.
               10  filler         pic x value ' '.
               10  ws-belopp1     pic -(11)9.99.
               10  filler         pic x value ' '.
               10  ws-belopp2     pic -(11)9.99.
               10  filler         pic x value ' '.
               10  ws-belopp3     pic -(11)9.99.
           05  wtidrad.
               10  filler         pic x(26)
                   value '  KLAR med körtid: antal '.
               10  wt-antal       pic zzzzzzzz9.
               10  filler         pic x(6) value ' sek '.
               10  wt-summa       pic zzzzzzzzzz9.
               10  filler         pic x(8) value ' poster '.
               10  wt-post        pic zzzzzzzzzzz9.
       01  pe.
           copy "period.cpy" replacing leading ==xxxx== by ==pe==.
       01  pk.
           copy "perkvar.cpy" replacing leading ==xxxx== by ==pk==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  da.
           copy "dagagg.cpy" replacing leading ==xxxx== by ==da==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           string wpath 'spadperiod.dat' delimited by space
             into wpeselnamn.
           string wpath 'spadperiodkvar.dat' delimited by space
             into wpkselnamn.

           display 'Operatör-ID: ' with no advancing.
           accept woperator.
      * att stänga eller frisläppa en period kräver roll 4
           call 'sd-HamtaOperatorRoll' using woperator, wroll.

           move 'N' to wklart.
       main020.
           if wklart = 'J'
               go to main999
           end-if.

           display ' '.
           display 'SpadPeriod - redovisningsperioder'.
           display '1 Lista   2 Stäng period   3 Frisläpp för'
             ' rensning   0 Avsluta'.
           display 'Val: ' with no advancing.
           accept wval.
           evaluate wval
               when 0 move 'J' to wklart
               when 1 perform c-lista
               when 2 perform b-stang
               when 3 perform f-frislapp
               when other display 'Okänt val, försök igen.'
           end-evaluate.
           go to main020.
       main999.
           stop run.

       b-stang section.
       b010.
           if wroll < 4
               display 'Otillräcklig roll för att stänga en period.'
               go to b999
           end-if.
           display 'Månad att stänga AAAAMM: ' with no advancing.
           accept wvaldmanad.
           perform za-hamta-dag-klocka.
           compute wnumanad = wdate / 100.
           if wvm-mm < 1 or wvm-mm > 12 or wvm-aa < 2000
               display 'Månad ska anges AAAAMM, avvisas.'
               go to b999
           end-if.
           if wvaldmanad not < wnumanad
               display 'Bara en avslutad månad kan stängas.'
               go to b999
           end-if.
           perform y-las-register.
           move 0 to wrx.
       b020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to b030
           end-if.
           move wreg-rad(wrx) to pe.
           if pe-Manad = wvaldmanad
               display 'Perioden är redan stängd.'
               go to b999
           end-if.
           if pe-Manad > wvaldmanad
               display 'En senare period (' pe-Manad ') är redan'
                 ' stängd - perioderna stängs i ordning.'
               go to b999
           end-if.
           go to b020.
       b030.
           initialize pe.
           move wvaldmanad to pe-Manad.
           move 0 to wgr-aggr(1), wgr-aggr(2).
           move 0 to wgr-max(1), wgr-max(2).
           perform ba-las-aggregat.
           perform bb-las-historik.
           perform bc-satt-granser.
           perform bd-las-kvar.

           display ' '.
           display 'Frysta kontrollsummor för ' wvaldmanad ':'.
           perform cb-visa-summor.
           display wkq-antal ' beställningar ligger kvar i Best -'
             ' slutar de i månaden bokas de i öppen period.'.
           if wkqoverfulltJN = 'J'
               display 'Fler än 5000 beställningar ligger kvar i'
                 ' Best - stäng när kön arkiverats.'
               go to b999
           end-if.
           display 'Stäng perioden (J/N)? ' with no advancing.
           move space to wsvar.
           accept wsvar.
           if wsvar not = 'J' and wsvar not = 'j'
               display 'Perioden stängdes inte.'
               go to b999
           end-if.

           perform za-hamta-dag-klocka.
           move 'S'       to pe-Status.
           move wdate     to pe-StangdDatum.
           move wtime     to pe-StangdKlock.
           move woperator to pe-Operator.
           if wreg-antal >= 240
               display 'Registret är fullt (240 rader).'
               go to b999
           end-if.
           perform be-skriv-kvar.
           add 1 to wreg-antal.
           move pe to wreg-rad(wreg-antal).
           perform z-skriv-register.

           move 587 to lkommando.
           move ' STANGD AV    ' to wpt-text.
           perform e-logga.
           display 'Perioden ' wvaldmanad ' är stängd.'.
       b999.
           exit.

       ba-las-aggregat section.
       ba010.
      * utfallsraderna ur dagaggregatet med månadsreskontrans urval
      * (slutdag i månaden, ej test, ej delorder) - och sedan
      * styrraderna för aggregatets gräns per backend
           move 'D' to wurval.
           call 'sd-OppnaDagaggLas' using wurval.
       ba020.
           call 'sd-LasDagagg' using da, wfinnsJN.
           if wfinnsJN = 'N'
               go to ba100
           end-if.
           if da-Typ not = 'U' or da-SlutJN not = 'J'
           or da-TestKorning not = 0 or da-DelOrder not = 0
               go to ba020
           end-if.
           compute wradmanad = da-Datum / 100.
           if wradmanad not = wvaldmanad
               go to ba020
           end-if.
           evaluate da-Kommando
               when 4  add da-Antal to pe-AntalKlar
               when 41 add da-Antal to pe-AntalKlar
               when 7  add da-Antal to pe-AntalAvbrutna
               when 8  add da-Antal to pe-AntalFel
           end-evaluate.
           add da-PostSumma to pe-PostSumma.
           add da-Belopp1   to pe-Belopp1.
           add da-Belopp2   to pe-Belopp2.
           add da-Belopp3   to pe-Belopp3.
           if da-Kommando = 4 or da-Kommando = 41
               add da-TidAntal     to pe-KlarTidAntal
               add da-TidSumma     to pe-KlarTidSumma
               add da-TidPostSumma to pe-KlarTidPost
           end-if.
           go to ba020.
       ba100.
           call 'sd-StangDagaggLas'.
           move 'S' to wurval.
           call 'sd-OppnaDagaggLas' using wurval.
       ba110.
           call 'sd-LasDagagg' using da, wfinnsJN.
           if wfinnsJN = 'N'
               go to ba200
           end-if.
           if da-Typ = 'K'
           and (da-Kommando = 1 or da-Kommando = 2)
               move da-Antal to wgr-aggr(da-Kommando)
           end-if.
           go to ba110.
       ba200.
           call 'sd-StangDagaggLas'.
       ba999.
           exit.

       bb-las-historik section.
       bb010.
      * det som tillkommit sedan aggregeringen, bokat på
      * bokföringsdagen som i reskontran
           call 'sd-OppnaHistLasNy'.
       bb020.
           call 'sd-LasHist' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to bb999
           end-if.
           call 'sd-HamtaHistStromBackend' using wbackend.
           if wbackend = 1 or wbackend = 2
               if sb-BestID > wgr-max(wbackend)
                   move sb-BestID to wgr-max(wbackend)
               end-if
           end-if.
           if sb-Kommando not = 4 and sb-Kommando not = 41
           and sb-Kommando not = 7 and sb-Kommando not = 8
               go to bb020
           end-if.
           if sb-TestKorning = 1 or sb-DelAvBestID > 0
           or sb-KorslutDatum = 0
               go to bb020
           end-if.
           call 'sd-HamtaBokfDatum' using sb, wbackend, wbokfdatum.
           compute wradmanad = wbokfdatum / 100.
           if wradmanad not = wvaldmanad
               go to bb020
           end-if.
           evaluate sb-Kommando
               when 4  add 1 to pe-AntalKlar
               when 41 add 1 to pe-AntalKlar
               when 7  add 1 to pe-AntalAvbrutna
               when 8  add 1 to pe-AntalFel
           end-evaluate.
           add sb-KorPostAntal    to pe-PostSumma.
           add sb-ResultatBelopp1 to pe-Belopp1.
           add sb-ResultatBelopp2 to pe-Belopp2.
           add sb-ResultatBelopp3 to pe-Belopp3.
           if (sb-Kommando = 4 or sb-Kommando = 41)
           and sb-KorstartDatum > 0
               perform zb-berakna-kortid
               if wkortid >= 0
                   add 1 to pe-KlarTidAntal
                   add wkortid to pe-KlarTidSumma
                   add sb-KorPostAntal to pe-KlarTidPost
               end-if
           end-if.
           go to bb020.
       bb999.
           exit.

       bc-satt-granser section.
       bc010.
      * första BestID per backend som inte fanns i BestHist nu
           move wgr-aggr(1) to pe-Grans1.
           if wgr-max(1) >= pe-Grans1
               compute pe-Grans1 = wgr-max(1) + 1
           end-if.
           move wgr-aggr(2) to pe-Grans2.
           if wgr-max(2) >= pe-Grans2
               compute pe-Grans2 = wgr-max(2) + 1
           end-if.
       bc999.
           exit.

       bd-las-kvar section.
       bd010.
      * det som ligger i Best under gränsen hör inte till de frysta
      * utfallen även om det slutar i månaden
           move 0 to wkq-antal.
           move 'N' to wkqoverfulltJN.
           call 'sd-OppnaBestLas'.
       bd020.
           call 'sd-LasBest' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to bd999
           end-if.
           call 'sd-HamtaBestStromBackend' using wbackend.
           if (wbackend = 1 and sb-BestID < pe-Grans1)
           or (wbackend = 2 and sb-BestID < pe-Grans2)
               if wkq-antal >= 5000
                   move 'J' to wkqoverfulltJN
               else
                   add 1 to wkq-antal
                   move wbackend  to wkq-backend(wkq-antal)
                   move sb-BestID to wkq-bestid(wkq-antal)
               end-if
           end-if.
           go to bd020.
       bd999.
           exit.

       be-skriv-kvar section.
       be010.
           if wkq-antal = 0
               go to be999
           end-if.
           open extend PerKvar.
           if wpkfskey1 not = '0'
               open output PerKvar
           end-if.
           move 0 to wkqx.
       be020.
           add 1 to wkqx.
           if wkqx > wkq-antal
               go to be100
           end-if.
           move wvaldmanad       to pk-Manad.
           move wkq-backend(wkqx) to pk-Backend.
           move wkq-bestid(wkqx)  to pk-BestID.
           write perkvar-record from pk.
           go to be020.
       be100.
           close PerKvar.
       be999.
           exit.

       c-lista section.
       c010.
           perform y-las-register.
           if wreg-antal = 0
               display 'Inga stängda perioder - alla månader är'
                 ' öppna.'
               go to c999
           end-if.
           move 0 to wrx.
       c020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to c999
           end-if.
           move wreg-rad(wrx) to pe.
           perform cb-visa-summor.
           go to c020.
       c999.
           exit.

       cb-visa-summor section.
       cb010.
           move pe-Manad to wl-manad.
           evaluate pe-Status
               when 'S' move 'STANGD'     to wl-status
               when 'R' move 'FRISLAPPT'  to wl-status
               when other move 'OPPEN'    to wl-status
           end-evaluate.
           move pe-StangdDatum     to wl-datum.
           move pe-Operator        to wl-operator.
           move pe-AntalKlar       to wl-klar.
           move pe-AntalAvbrutna   to wl-avbrutna.
           move pe-AntalFel        to wl-fel.
           display wlistrad.
           move pe-PostSumma       to ws-post.
           move pe-Belopp1         to ws-belopp1.
           move pe-Belopp2         to ws-belopp2.
           move pe-Belopp3         to ws-belopp3.
           display wsummarad.
           move pe-KlarTidAntal    to wt-antal.
           move pe-KlarTidSumma    to wt-summa.
           move pe-KlarTidPost     to wt-post.
           display wtidrad.
       cb999.
           exit.

       f-frislapp section.
       f010.
      * en stängd månad frisläpps för rensning av BestHist när
      * lagringstiden gått ut - de frysta summorna står kvar som
      * periodens bokförda utfall. Tidigaste stängda månaden först,
      * rensningen stannar vid den
           if wroll < 4
               display 'Otillräcklig roll för att frisläppa en'
                 ' period.'
               go to f999
           end-if.
           display 'Månad att frisläppa AAAAMM: ' with no advancing.
           accept wvaldmanad.
           perform y-las-register.
           move 0 to wtraff.
           move 0 to wrx.
       f020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to f030
           end-if.
           move wreg-rad(wrx) to pe.
           if pe-Manad = wvaldmanad
               move wrx to wtraff
           end-if.
           if pe-Manad < wvaldmanad and pe-Status = 'S'
               display 'En tidigare period (' pe-Manad ') är inte'
                 ' frisläppt - frisläpp i ordning.'
               go to f999
           end-if.
           go to f020.
       f030.
           if wtraff = 0
               display 'Perioden är inte stängd.'
               go to f999
           end-if.
           move wreg-rad(wtraff) to pe.
           if pe-Status not = 'S'
               display 'Perioden är redan frisläppt.'
               go to f999
           end-if.
           display 'Frisläpp ' wvaldmanad ' för rensning (J/N)? '
             with no advancing.
           move space to wsvar.
           accept wsvar.
           if wsvar not = 'J' and wsvar not = 'j'
               display 'Perioden frisläpptes inte.'
               go to f999
           end-if.
           perform za-hamta-dag-klocka.
           move 'R'       to pe-Status.
           move wdate     to pe-FriDatum.
           move woperator to pe-FriOperator.
           move pe to wreg-rad(wtraff).
           perform z-skriv-register.
           move 589 to lkommando.
           move ' FRISLAPPT AV ' to wpt-text.
           perform e-logga.
           display 'Perioden ' wvaldmanad ' är frisläppt för'
             ' rensning.'.
       f999.
           exit.

       e-logga section.
       e010.
      * periodbeslutet i AdmiAudit och MessArci (funktionsnummer 0,
      * det gäller alla funktioner)
           move 0 to wfunktionsnummer.
           call 'sd-LoggaKommandoAudit' using
             wfunktionsnummer, lkommando, woperator.
           move wvaldmanad to wpt-manad.
           move woperator  to wpt-operator.
           move 0 to wbestidbin.
           move lkommando to wkommandobin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wperiodtitel.
       e999.
           exit.

       y-las-register section.
       y010.
           move 0 to wreg-antal.
           open input Period.
           if wpefskey1 not = '0'
      * registret finns ännu inte - tomt register
               go to y999
           end-if.
           move 'N' to w-eof-pe.
       y020.
           read Period into pe
             at end move 'J' to w-eof-pe.
           if w-eof-pe = 'J' or wreg-antal >= 240
               go to y100
           end-if.
           add 1 to wreg-antal.
           move pe to wreg-rad(wreg-antal).
           go to y020.
       y100.
           close Period.
       y999.
           exit.

       z-skriv-register section.
       z010.
           open output Period.
           move 0 to wrx.
       z020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to z100
           end-if.
           write period-record from wreg-rad(wrx).
           go to z020.
       z100.
           close Period.
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

       zb-berakna-kortid section.
       zb010.
      * körtid i sekunder från Korstart till Korslut, samma
      * resonemang som zb-berakna-kortid i SpadStatCbl
           move sb-KorstartKlock to wklocktal.
           compute wsec-a =
             (wkt-hh * 3600) + (wkt-mi * 60) + wkt-ss.
           move sb-KorslutKlock to wklocktal.
           compute wsec-b =
             (wkt-hh * 3600) + (wkt-mi * 60) + wkt-ss.
           move sb-KorstartDatum to wk-datum.
           perform zc-dag-och-ar.
           move wk-doy to wdoy-a.
           move wk-aa  to waa-a.
           move sb-KorslutDatum to wk-datum.
           perform zc-dag-och-ar.
           move wk-doy to wdoy-b.
           move wk-aa  to waa-b.
           compute wkortid =
             ((waa-b - waa-a) * 365 + wdoy-b - wdoy-a)
             * 86400 + wsec-b - wsec-a.
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
