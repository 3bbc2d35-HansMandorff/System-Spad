      *           RappDivs filtyp 2) i exportmappen f�r
      *           ekonomisystemet att l�sa in. Testk�rningar h�lls
      *           utanf�r.
      *2026-10-15 Godkända tvister (spaddispyt.dat) bokas som
      *           återföring i beslutsmånaden: beloppen dras av på
      *           funktionens och beställarens rad och antalet
      *           återförda körningar står i en egen kolumn - samma
      *           månad som återföringsverifikatet går till ERP.
      *2026-10-15 Stängda dagar läses ur dagaggregatet (se
      *           SpadDagaggCbl) och bara det som tillkommit sedan
      *           dess ur BestHist.
      *2026-10-15 Utfallet bokas på bokföringsdagen (se
      *           sd-HamtaBokfDatum): ett sent utfall för en stängd
      *           period går in i öppen månad. För en stängd månad
      *           jämförs summorna mot de frysta i periodregistret
      *           (SpadPeriodCbl) och en avvikelse varnas.
      *2026-10-15 En reskontrafil per bolag, i bolagets exportmapp
      *           (spadbolag.dat) - moderbolagets i EXPDIR=. En
      *           körning bokas på beställningens bolag, aggregat-
      *           och tvisterader på funktionens bolag.
      *2026-10-15 Funktionsgrupp (spadfunkgrupp.dat, se vfg.cpy):
      *           en angiven grupp begränsar reskontran till
      *           gruppens funktioner och skrivs som
      *           RESULTAT_<månad>_<grupp>.csv, så hela månadens
      *           fil lämnas orörd. Efter filerna visas en summarad
      *           per grupp - eller bara den valda. En funktion i
      *           flera grupper räknas i var och en. Periodkontrollen
      *           görs bara när alla funktioner är med.
      *
       program-id. SpadResultatCbl.
       environment division.
           Select Resultat assign wresselnamn
             file status is wresfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * tvisteregistret (Path=/spaddispyt.dat), se dispyt.cpy
           Select Dispyt assign wdpselnamn
             file status is wdpfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Resultat.
       01  resultat-record   pic x(140).
       fd  Dispyt.
       01  dispyt-record     pic x(310).

       working-storage section.
       01  work.
               10  filler         pic x(9) value 'RESULTAT_'.
               10  wrf-manad      pic 9(6).
               10  filler         pic x(4) value '.csv'.
      * funktionsgruppen (blankt = alla) och gruppsummorna, se
      * i-medlem och j-gruppsummor
           05  wgrupp             pic x(8).
           05  wsokgrupp          pic x(8).
           05  wmedlemJN          pic x.
           05  wgx                pic s9(4) comp.
           05  wgy                pic s9(4) comp.
           05  wg-klar            pic 9(9) comp.
           05  wg-avbrutna        pic 9(9) comp.
           05  wg-fel             pic 9(9) comp.
           05  wg-post            pic 9(12) comp.
           05  wg-sum1            pic s9(11)v99 comp.
           05  wg-sum2            pic s9(11)v99 comp.
           05  wg-sum3            pic s9(11)v99 comp.
           05  wg-aterford        pic 9(9) comp.
           05  wx                 pic s9(4) comp.
           05  wtraff             pic s9(4) comp.
           05  wdpselnamn         pic x(80).
           05  wdpfs.
               10  wdpfskey1      pic x.
               10  wdpfskey2      pic x.
           05  w-eof-dp           pic x.
           05  wsokfunknr         pic 9(9).
           05  wsokbestallare     pic x(20).
           05  wurval             pic x.
           05  wbackend           pic 9.
           05  wbokfdatum         pic 9(8).
      * bolaget raden bokas på, och funktionernas bolag för
      * aggregat- och tvisteraderna (se g-funk-bolag)
           05  wsokbolag          pic x(4).
           05  wbolagJN           pic x.
           05  wy                 pic s9(4) comp.
           05  wbolagrader        pic s9(4) comp.
           05  wfb-antal          pic s9(4) comp value 0.
           05  wfb-tab occurs 500.
               10  wfb-funknr     pic 9(9) comp.
               10  wfb-bolag      pic x(4).
           05  wfunkbolag         pic x(4).
      * kontrollsummor för månaden före återföringarna - samma
      * som frystes när perioden stängdes
           05  wkt-klar           pic 9(9) comp value 0.
           05  wkt-avbrutna       pic 9(9) comp value 0.
           05  wkt-fel            pic 9(9) comp value 0.
           05  wkt-post           pic 9(12) comp value 0.
           05  wkt-sum1           pic s9(11)v99 comp value 0.
           05  wkt-sum2           pic s9(11)v99 comp value 0.
           05  wkt-sum3           pic s9(11)v99 comp value 0.
           05  wkontrollrad.
               10  wk-text        pic x(8).
               10  wk-klar        pic zzzzzzzz9.
               10  filler         pic x value ' '.
               10  wk-avbrutna    pic zzzzzzzz9.
               10  filler         pic x value ' '.
               10  wk-fel         pic zzzzzzzz9.
               10  filler         pic x value ' '.
               10  wk-post        pic zzzzzzzzzzz9.
               10  filler         pic x value ' '.
               10  wk-sum1        pic -(11)9.99.
               10  filler         pic x value ' '.
               10  wk-sum2        pic -(11)9.99.
               10  filler         pic x value ' '.
               10  wk-sum3        pic -(11)9.99.
      * reskontratabellen: en rad per (funknr, best�llare)
           05  wr-antal           pic s9(4) comp value 0.
           05  wr-tab occurs 200.
               10  wr-bolag       pic x(4).
               10  wr-funknr      pic 9(9) comp.
               10  wr-bestallare  pic x(20).
               10  wr-klar        pic 9(9) comp.
               10  wr-sum2        pic s9(10)v99 comp.
               10  wr-sum3        pic s9(10)v99 comp.
               10  wr-sumpost     pic 9(12) comp.
               10  wr-aterford    pic 9(9) comp.
      * kolumnrad och datarad i samma semikolonstil som RappDivs
      * filtyp 2 (excels listavdelare)
           05  wcsvrubrik.
               10  filler pic x(8)  value 'Belopp1;'.
               10  filler pic x(8)  value 'Belopp2;'.
               10  filler pic x(8)  value 'Belopp3;'.
               10  filler pic x(10) value 'PostAntal;'.
               10  filler pic x(9)  value 'Aterforda'.
           05  wcsvrad.
               10  wcsv-funknr     pic zzzzzzzz9.
               10  filler          pic x value ';'.
               10  wcsv-sum3       pic -(10)9.99.
               10  filler          pic x value ';'.
               10  wcsv-sumpost    pic zzzzzzzzzzz9.
               10  filler          pic x value ';'.
               10  wcsv-aterforda  pic zzzzzz9.
           05  wdisprad.
               10  filler pic x(20) value 'SpadResultat klar,  '.
               10  wd-antal pic zzzzz9.
               10  filler pic x(8) value ' rader.'.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  dp.
           copy "dispyt.cpy" replacing leading ==xxxx== by ==dp==.
       01  da.
           copy "dagagg.cpy" replacing leading ==xxxx== by ==da==.
       01  pe.
           copy "period.cpy" replacing leading ==xxxx== by ==pe==.
       01  bo.
           copy "bolag.cpy" replacing leading ==xxxx== by ==bo==.
       copy "vfg.cpy".

       procedure division.
       main section.
           display 'SpadResultat - m�nadsreskontra ur BestHist'.
           display 'M�nad AAAAMM: ' with no advancing.
           accept wvaldmanad.
           display 'Funktionsgrupp (blankt = alla): '
             with no advancing.
           move spaces to wgrupp.
           accept wgrupp.
           call 'sd-HamtaFunkGrupper' using vfg.

           perform e-las-aggregat.
           call 'sd-OppnaHistLasNy'.
       main020.
           call 'sd-LasHist' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to main100
           end-if.
           call 'sd-HamtaHistStromBackend' using wbackend.
           perform b-ackumulera.
           go to main020.
       main100.
      * de frysta summorna gäller alla funktioner - en grupp är
      * bara en del av dem
           if wgrupp = spaces
               perform f-kontrollera-period
           end-if.
           perform c-aterforingar.
           if wr-antal = 0
               display 'Inga avslutade k�rningar f�r m�naden.'
               stop run
           end-if.

           move wvaldmanad to wrf-manad.
      * en fil per bolag - varje bolag skrivs vid sin första rad
           perform varying wx from 1 by 1 until wx > wr-antal
               move 0 to wtraff
               perform varying wy from 1 by 1
                 until wy >= wx or wtraff > 0
                   if wr-bolag(wy) = wr-bolag(wx)
                       move wy to wtraff
                   end-if
               end-perform
               if wtraff = 0
                   move wr-bolag(wx) to wsokbolag
                   perform h-skriv-bolag
               end-if
           end-perform.
           perform j-gruppsummor.
           stop run.
       main999.
           exit.
           if sb-KorslutDatum = 0
               go to b999
           end-if.
           move sb-FunktionsNummer to wsokfunknr.
           move wgrupp to wsokgrupp.
           perform i-medlem.
           if wmedlemJN = 'N'
               go to b999
           end-if.
      * bokföringsdagen - slutdagen, utom för ett sent utfall i en
      * stängd period som bokas i öppen månad
           call 'sd-HamtaBokfDatum' using sb, wbackend, wbokfdatum.
           compute wradmanad = wbokfdatum / 100.
           if wradmanad not = wvaldmanad
               go to b999
           end-if.

           move sb-FunktionsNummer to wsokfunknr.
           move sb-Bestallare      to wsokbestallare.
           move sb-Bolag           to wsokbolag.
           if wsokbolag = low-values
               move spaces to wsokbolag
           end-if.
           perform d-hitta-rad.
           evaluate sb-Kommando
               when 4  add 1 to wr-klar(wtraff)
               when 41 add 1 to wr-klar(wtraff)
               when 7  add 1 to wr-avbruten(wtraff)
               when 8  add 1 to wr-fel(wtraff)
           end-evaluate.
           add sb-ResultatBelopp1 to wr-sum1(wtraff).
           add sb-ResultatBelopp2 to wr-sum2(wtraff).
           add sb-ResultatBelopp3 to wr-sum3(wtraff).
           add sb-KorPostAntal    to wr-sumpost(wtraff).
           evaluate sb-Kommando
               when 4  add 1 to wkt-klar
               when 41 add 1 to wkt-klar
               when 7  add 1 to wkt-avbrutna
               when 8  add 1 to wkt-fel
           end-evaluate.
           add sb-ResultatBelopp1 to wkt-sum1.
           add sb-ResultatBelopp2 to wkt-sum2.
           add sb-ResultatBelopp3 to wkt-sum3.
           add sb-KorPostAntal    to wkt-post.
       b999.
           exit.

       c-aterforingar section.
       c010.
      * godkända tvister med beslut i den valda månaden återför
      * körningens belopp - postantalet står kvar, återföringen
      * bearbetar inga nya poster (se sf-SkrivErpAterforing)
           string wpath 'spaddispyt.dat' delimited by space
             into wdpselnamn.
           open input Dispyt.
           if wdpfskey1 not = '0'
               go to c999
           end-if.
           move 'N' to w-eof-dp.
       c020.
           read Dispyt into dp at end move 'J' to w-eof-dp.
           if w-eof-dp = 'J'
               go to c100
           end-if.
           if dp-Status not = 'A'
               go to c020
           end-if.
           compute wradmanad = dp-BeslutDatum / 100.
           if wradmanad not = wvaldmanad
               go to c020
           end-if.
           move dp-FunktionsNummer to wsokfunknr.
           move wgrupp to wsokgrupp.
           perform i-medlem.
           if wmedlemJN = 'N'
               go to c020
           end-if.
           move dp-Bestallare      to wsokbestallare.
           perform g-funk-bolag.
           perform d-hitta-rad.
           add 1 to wr-aterford(wtraff).
           subtract dp-Belopp1 from wr-sum1(wtraff).
           subtract dp-Belopp2 from wr-sum2(wtraff).
           subtract dp-Belopp3 from wr-sum3(wtraff).
           go to c020.
       c100.
           close Dispyt.
       c999.
           exit.

       d-hitta-rad section.
       d010.
      * wtraff = raden för (wsokbolag, wsokfunknr, wsokbestallare),
      * ny rad läggs upp om den saknas
           move 0 to wtraff.
           perform varying wx from 1 by 1
             until wx > wr-antal or wtraff > 0
               if wr-funknr(wx) = wsokfunknr
               and wr-bestallare(wx) = wsokbestallare
               and wr-bolag(wx) = wsokbolag
                   move wx to wtraff
               end-if
           end-perform.
                   add 1 to wr-antal
                   move wr-antal to wtraff
                   initialize wr-tab(wtraff)
                   move wsokbolag      to wr-bolag(wtraff)
                   move wsokfunknr     to wr-funknr(wtraff)
                   move wsokbestallare to wr-bestallare(wtraff)
               end-if
           end-if.
       d999.
           exit.

       e-las-aggregat section.
       e010.
      * utfallsraderna ur dagaggregatet med samma urval som
      * b-ackumulera: slutdag i månaden, ej test, ej delorder
           move 'D' to wurval.
           call 'sd-OppnaDagaggLas' using wurval.
       e020.
           call 'sd-LasDagagg' using da, wfinnsJN.
           if wfinnsJN = 'N'
               go to e100
           end-if.
           if da-Typ not = 'U' or da-SlutJN not = 'J'
           or da-TestKorning not = 0 or da-DelOrder not = 0
               go to e020
           end-if.
           compute wradmanad = da-Datum / 100.
           if wradmanad not = wvaldmanad
               go to e020
           end-if.
           move da-FunktionsNummer to wsokfunknr.
           move wgrupp to wsokgrupp.
           perform i-medlem.
           if wmedlemJN = 'N'
               go to e020
           end-if.
           move da-Bestallare      to wsokbestallare.
           perform g-funk-bolag.
           perform d-hitta-rad.
           evaluate da-Kommando
               when 4  add da-Antal to wr-klar(wtraff)
               when 41 add da-Antal to wr-klar(wtraff)
               when 7  add da-Antal to wr-avbruten(wtraff)
               when 8  add da-Antal to wr-fel(wtraff)
           end-evaluate.
           add da-Belopp1   to wr-sum1(wtraff).
           add da-Belopp2   to wr-sum2(wtraff).
           add da-Belopp3   to wr-sum3(wtraff).
           add da-PostSumma to wr-sumpost(wtraff).
           evaluate da-Kommando
               when 4  add da-Antal to wkt-klar
               when 41 add da-Antal to wkt-klar
               when 7  add da-Antal to wkt-avbrutna
               when 8  add da-Antal to wkt-fel
           end-evaluate.
           add da-Belopp1   to wkt-sum1.
           add da-Belopp2   to wkt-sum2.
           add da-Belopp3   to wkt-sum3.
           add da-PostSumma to wkt-post.
           go to e020.
       e100.
           call 'sd-StangDagaggLas'.
       e999.
           exit.

       f-kontrollera-period section.
       f010.
      * en stängd månad ska ge samma summor som när den stängdes -
      * annars har något ändrats i BestHist eller aggregatet efter
      * stängningen. För en månad som frisläppts för rensning är en
      * avvikelse väntad när BestHist rensats
           move wvaldmanad to pe-Manad.
           call 'sd-HamtaPeriod' using pe, wfinnsJN.
           if wfinnsJN not = 'J'
               go to f999
           end-if.
           if wkt-klar = pe-AntalKlar
           and wkt-avbrutna = pe-AntalAvbrutna
           and wkt-fel = pe-AntalFel
           and wkt-post = pe-PostSumma
           and wkt-sum1 = pe-Belopp1
           and wkt-sum2 = pe-Belopp2
           and wkt-sum3 = pe-Belopp3
               display 'Perioden är stängd - summorna stämmer med'
                 ' de frysta.'
               go to f999
           end-if.
           if pe-Status = 'R'
               display 'OBS: perioden är frisläppt för rensning -'
                 ' avvikelse mot de frysta summorna är väntad.'
           else
               display 'VARNING: perioden stängdes ' pe-StangdDatum
                 ' - summorna avviker från de frysta:'
           end-if.
           move 'frysta: '       to wk-text.
           move pe-AntalKlar     to wk-klar.
           move pe-AntalAvbrutna to wk-avbrutna.
           move pe-AntalFel      to wk-fel.
           move pe-PostSumma     to wk-post.
           move pe-Belopp1       to wk-sum1.
           move pe-Belopp2       to wk-sum2.
           move pe-Belopp3       to wk-sum3.
           display wkontrollrad.
           move 'nu:     '       to wk-text.
           move wkt-klar         to wk-klar.
           move wkt-avbrutna     to wk-avbrutna.
           move wkt-fel          to wk-fel.
           move wkt-post         to wk-post.
           move wkt-sum1         to wk-sum1.
           move wkt-sum2         to wk-sum2.
           move wkt-sum3         to wk-sum3.
           display wkontrollrad.
       f999.
           exit.

       g-funk-bolag section.
       g010.
      * wsokbolag = bolaget wsokfunknr hör till - registret läses en
      * gång per funktion
           perform varying wy from 1 by 1 until wy > wfb-antal
               if wfb-funknr(wy) = wsokfunknr
                   move wfb-bolag(wy) to wsokbolag
                   go to g999
               end-if
           end-perform.
           call 'sd-HamtaFunktionsBolag' using wsokfunknr, wfunkbolag.
           move wfunkbolag to wsokbolag.
           if wfb-antal < 500
               add 1 to wfb-antal
               move wsokfunknr to wfb-funknr(wfb-antal)
               move wfunkbolag to wfb-bolag(wfb-antal)
           end-if.
       g999.
           exit.

       h-skriv-bolag section.
       h010.
      * reskontrafilen för bolaget wsokbolag i dess exportmapp
           move wsokbolag to bo-Bolag.
           call 'sd-HamtaBolag' using bo, wbolagJN.
           if wbolagJN not = 'J'
               display 'VARNING: bolag ' wsokbolag ' saknas i'
                 ' spadbolag.dat - dess rader skrivs inte.'
               go to h999
           end-if.
           if wsokbolag not = spaces
               display 'Bolag ' wsokbolag ' ' bo-Namn
           end-if.
           move spaces to wresselnamn.
           if wgrupp = spaces
               string bo-ExportMapp delimited by space
                      wresfilnamn delimited by size
                      into wresselnamn
           else
               string bo-ExportMapp delimited by space
                      'RESULTAT_' delimited by size
                      wvaldmanad delimited by size
                      '_' delimited by size
                      wgrupp delimited by space
                      '.csv' delimited by size
                      into wresselnamn
           end-if.
           open output Resultat.
           write resultat-record from wcsvrubrik.
           move 0 to wbolagrader.
           perform varying wy from 1 by 1 until wy > wr-antal
               if wr-bolag(wy) = wsokbolag
                   move wr-funknr(wy)     to wcsv-funknr
                   move wr-bestallare(wy) to wcsv-bestallare
                   move wr-klar(wy)       to wcsv-klar
                   move wr-avbruten(wy)   to wcsv-avbrutna
                   move wr-fel(wy)        to wcsv-fel
                   move wr-sum1(wy)       to wcsv-sum1
                   move wr-sum2(wy)       to wcsv-sum2
                   move wr-sum3(wy)       to wcsv-sum3
                   move wr-sumpost(wy)    to wcsv-sumpost
                   move wr-aterford(wy)   to wcsv-aterforda
                   write resultat-record from wcsvrad
                   add 1 to wbolagrader
               end-if
           end-perform.
           close Resultat.
           move wbolagrader to wd-antal.
           display wdisprad.
       h999.
           exit.

       i-medlem section.
       i010.
      * wmedlemJN = 'J' när wsokfunknr hör till gruppen wsokgrupp -
      * blank grupp betyder alla funktioner
           move 'J' to wmedlemJN.
           if wsokgrupp = spaces
               go to i999
           end-if.
           move 'N' to wmedlemJN.
           move 0 to wgy.
       i020.
           add 1 to wgy.
           if wgy > vfg-antal
               go to i999
           end-if.
           if vfg-grupp(wgy) = wsokgrupp
           and vfg-funknr(wgy) = wsokfunknr
               move 'J' to wmedlemJN
               go to i999
           end-if.
           go to i020.
       i999.
           exit.

       j-gruppsummor section.
       j010.
      * en summarad per grupp i registret (bara den valda när en
      * grupp angetts), efter återföringarna och över alla bolag -
      * varje grupp tas vid sin första rad
           if vfg-antal = 0
               go to j999
           end-if.
           display 'Per funktionsgrupp: klar, avbrutna, fel, poster'
             ' och belopp 1-3 efter återföringar'.
           move 0 to wgx.
       j020.
           add 1 to wgx.
           if wgx > vfg-antal
               go to j999
           end-if.
           move vfg-grupp(wgx) to wsokgrupp.
           if wgrupp not = spaces and wsokgrupp not = wgrupp
               go to j020
           end-if.
           move 0 to wgy.
       j030.
           add 1 to wgy.
           if wgy >= wgx
               go to j040
           end-if.
           if vfg-grupp(wgy) = wsokgrupp
               go to j020
           end-if.
           go to j030.
       j040.
           perform ja-summera-grupp.
           go to j020.
       j999.
           exit.

       ja-summera-grupp section.
       ja010.
      * reskontraraderna för gruppen wsokgrupp summeras till en rad
           move 0 to wg-klar, wg-avbrutna, wg-fel, wg-post,
             wg-sum1, wg-sum2, wg-sum3, wg-aterford.
           move 0 to wx.
       ja020.
           add 1 to wx.
           if wx > wr-antal
               go to ja100
           end-if.
           move wr-funknr(wx) to wsokfunknr.
           perform i-medlem.
           if wmedlemJN = 'N'
               go to ja020
           end-if.
           add wr-klar(wx)     to wg-klar.
           add wr-avbruten(wx) to wg-avbrutna.
           add wr-fel(wx)      to wg-fel.
           add wr-sumpost(wx)  to wg-post.
           add wr-sum1(wx)     to wg-sum1.
           add wr-sum2(wx)     to wg-sum2.
           add wr-sum3(wx)     to wg-sum3.
           add wr-aterford(wx) to wg-aterford.
           go to ja020.
       ja100.
           move wsokgrupp   to wk-text.
           move wg-klar     to wk-klar.
           move wg-avbrutna to wk-avbrutna.
           move wg-fel      to wk-fel.
           move wg-post     to wk-post.
           move wg-sum1     to wk-sum1.
           move wg-sum2     to wk-sum2.
           move wg-sum3     to wk-sum3.
           display wkontrollrad.
           if wg-aterford > 0
               display '  varav återförda körningar: ' wg-aterford
           end-if.
       ja999.
           exit.
