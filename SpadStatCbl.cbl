      *           AVBRUTEN (7) och FEL (8), genomsnittlig och l�ngsta
      *           k�rtid fr�n Korstart till Korslut samt summerat
      *           KorPostAntal.
      *2026-10-15 Stängda dagar läses ur dagaggregatet (se
      *           SpadDagaggCbl) och bara det som tillkommit sedan
      *           dess ur BestHist.
      *2026-10-15 Avslutade körningar räknas på bokföringsdagens
      *           vecka (se sd-HamtaBokfDatum). Per månad summeras
      *           klar, avbrutna, fel och poster, och för en stängd
      *           månad varnas när summorna avviker från de frysta i
      *           periodregistret (SpadPeriodCbl).
      *2026-10-15 Funktionsgrupp (spadfunkgrupp.dat, se vfg.cpy):
      *           en angiven grupp begränsar statistiken till
      *           gruppens funktioner, och varje grupp - eller bara
      *           den valda - får en summarad. En funktion i flera
      *           grupper räknas i var och en. Periodkontrollen görs
      *           bara när alla funktioner är med.
      *
       program-id. SpadStatCbl.
       environment division.
           05  wstyrfunknr        pic 9(9).
           05  wfinnsJN           pic x.
           05  wveckonyckel       pic 9(9) comp.
           05  wsokfunknr         pic 9(9).
           05  wurval             pic x.
           05  wbackend           pic 9.
           05  wbokfdatum         pic 9(8).
           05  wmanad             pic 9(6).
           05  wkortid            pic s9(9) comp.
           05  wsnitt             pic 9(9) comp.
           05  wx                 pic s9(4) comp.
               10  wst-tidsumma   pic 9(9) comp.
               10  wst-tidmax     pic 9(9) comp.
               10  wst-postantal  pic 9(9) comp.
      * månadssummor för avslutade körningar - jämförs med de
      * frysta för stängda perioder
           05  wpm-antal          pic s9(4) comp value 0.
           05  wpm-tab occurs 60.
               10  wpm-manad      pic 9(6).
               10  wpm-klar       pic 9(9) comp.
               10  wpm-avbruten   pic 9(9) comp.
               10  wpm-fel        pic 9(9) comp.
               10  wpm-post       pic 9(12) comp.
           05  wpmtraff           pic s9(4) comp.
           05  wpmklar            pic 9(9) comp.
           05  wpmavbruten        pic 9(9) comp.
           05  wpmfel             pic 9(9) comp.
           05  wpmpost            pic 9(12) comp.
      * funktionsgruppen (blankt = alla) och gruppsummorna, se
      * f-medlem och g-gruppsummor
           05  wgrupp             pic x(8).
           05  wsokgrupp          pic x(8).
           05  wmedlemJN          pic x.
           05  wgx                pic s9(4) comp.
           05  wgy                pic s9(4) comp.
           05  wgklar             pic 9(9) comp.
           05  wgavbruten         pic 9(9) comp.
           05  wgfel              pic 9(9) comp.
           05  wgtidantal         pic 9(9) comp.
           05  wgtidsumma         pic 9(9) comp.
           05  wgtidmax           pic 9(9) comp.
           05  wgpostantal        pic 9(9) comp.
           05  wgrupprad.
               10  filler       pic x(6) value 'GRUPP '.
               10  wgr-grupp    pic x(8).
               10  filler       pic x(6) value ' klar '.
               10  wgr-klar     pic zzzzzz9.
               10  filler       pic x(5) value ' avb '.
               10  wgr-avbruten pic zzzzzz9.
               10  filler       pic x(5) value ' fel '.
               10  wgr-fel      pic zzzzzz9.
               10  filler       pic x(8) value ' snitts '.
               10  wgr-snitt    pic zzzzzz9.
               10  filler       pic x(6) value ' maxs '.
               10  wgr-max      pic zzzzzz9.
               10  filler       pic x(7) value ' poster'.
               10  wgr-poster   pic zzzzzzzz9.
           05  wkontrollrad.
               10  wk-text        pic x(8).
               10  filler         pic x(5) value 'klar '.
               10  wk-klar        pic zzzzzzzz9.
               10  filler         pic x(5) value ' avb '.
               10  wk-avbruten    pic zzzzzzzz9.
               10  filler         pic x(5) value ' fel '.
               10  wk-fel         pic zzzzzzzz9.
               10  filler         pic x(8) value ' poster '.
               10  wk-post        pic zzzzzzzzzzz9.
           05  wdisprad.
               10  wd-funknr    pic zzzzzzzz9.
               10  filler       pic x(3) value ' v '.
               10  wd-poster    pic zzzzzzzz9.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  da.
           copy "dagagg.cpy" replacing leading ==xxxx== by ==da==.
       01  pe.
           copy "period.cpy" replacing leading ==xxxx== by ==pe==.
       copy "vfg.cpy".

       procedure division.
       main section.

           display 'SpadStat - utfallsstatistik fr�n BestHist'.
           move 0 to wst-antal.
           display 'Funktionsgrupp (blankt = alla): '
             with no advancing.
           move spaces to wgrupp.
           accept wgrupp.
           call 'sd-HamtaFunkGrupper' using vfg.
           if wgrupp not = spaces
               perform fa-finns-grupp
               if wmedlemJN = 'N'
                   display 'Gruppen ' wgrupp ' saknas i'
                     ' spadfunkgrupp.dat.'
                   stop run
               end-if
           end-if.

           perform d-las-aggregat.
           call 'sd-OppnaHistLasNy'.
       main020.
           call 'sd-LasHist' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to main100
           end-if.
           call 'sd-HamtaHistStromBackend' using wbackend.
      * testk�rningar h�lls utanf�r statistiken; 41 (klar med
      * anm�rkning) r�knas som klar precis som i m�nadsreskontran
      * delordrar h�lls utanf�r som i m�nadsreskontran - deras
               or sb-Kommando = 7 or sb-Kommando = 8)
           and sb-TestKorning = 0
           and sb-DelAvBestID = 0
               move sb-FunktionsNummer to wsokfunknr
               move wgrupp to wsokgrupp
               perform f-medlem
               if wmedlemJN = 'J'
                   perform b-ackumulera
               end-if
           end-if.
           go to main020.
       main100.
           perform c-visa.
           perform g-gruppsummor.
      * de frysta summorna gäller alla funktioner - en grupp är
      * bara en del av dem
           if wgrupp = spaces
               perform e-kontrollera-perioder
           end-if.
           stop run.
       main999.
           exit.
       b010.
      * veckonyckel = �r * 100 + veckonummer, p� slutdatumet (eller
      * senaste-datumet om posten saknar korslut)
      * - ett sent utfall för en stängd period på bokföringsdagen
           if sb-KorslutDatum > 0
               call 'sd-HamtaBokfDatum' using
                 sb, wbackend, wbokfdatum
               move wbokfdatum to wk-datum
               compute wmanad = wbokfdatum / 100
               move 0 to wpmklar, wpmavbruten, wpmfel
               evaluate sb-Kommando
                   when 4  move 1 to wpmklar
                   when 41 move 1 to wpmklar
                   when 7  move 1 to wpmavbruten
                   when 8  move 1 to wpmfel
               end-evaluate
               move sb-KorPostAntal to wpmpost
               perform bc-manad
           else
               move sb-SenasteDatum to wk-datum
           end-if.
           perform za-veckonyckel.
           move sb-FunktionsNummer to wsokfunknr.
           perform bb-leta-rad.
           evaluate sb-Kommando
               when 4  add 1 to wst-klar(wtraff)
           move 0 to wtraff.
           perform varying wx from 1 by 1
             until wx > wst-antal or wtraff > 0
               if wst-funknr(wx) = wsokfunknr
               and wst-vecka(wx) = wveckonyckel
                   move wx to wtraff
               end-if
                   add 1 to wst-antal
                   move wst-antal to wtraff
                   initialize wst-tab(wtraff)
                   move wsokfunknr         to wst-funknr(wtraff)
                   move wveckonyckel       to wst-vecka(wtraff)
               end-if
           end-if.
       bb999.
           exit.

       bc-manad section.
       bc010.
      * wpmklar/wpmavbruten/wpmfel/wpmpost läggs på wmanad:s rad
           move 0 to wpmtraff.
           perform varying wx from 1 by 1
             until wx > wpm-antal or wpmtraff > 0
               if wpm-manad(wx) = wmanad
                   move wx to wpmtraff
               end-if
           end-perform.
           if wpmtraff = 0
               if wpm-antal >= 60
      * äldre månader än fem år får inte plats - de stängdes och
      * frisläpptes för länge sedan
                   go to bc999
               end-if
               add 1 to wpm-antal
               move wpm-antal to wpmtraff
               initialize wpm-tab(wpmtraff)
               move wmanad to wpm-manad(wpmtraff)
           end-if.
           add wpmklar     to wpm-klar(wpmtraff).
           add wpmavbruten to wpm-avbruten(wpmtraff).
           add wpmfel      to wpm-fel(wpmtraff).
           add wpmpost     to wpm-post(wpmtraff).
       bc999.
           exit.

       c-visa section.
       c010.
           if wst-antal = 0
       c999.
           exit.

       d-las-aggregat section.
       d010.
      * utfallsraderna ur dagaggregatet, samma urval och veckonyckel
      * som b-ackumulera - aggregatets dag är slutdagen
           move 'D' to wurval.
           call 'sd-OppnaDagaggLas' using wurval.
       d020.
           call 'sd-LasDagagg' using da, wfinnsJN.
           if wfinnsJN = 'N'
               go to d100
           end-if.
           if da-Typ not = 'U'
           or da-TestKorning not = 0 or da-DelOrder not = 0
               go to d020
           end-if.
           move da-FunktionsNummer to wsokfunknr.
           move wgrupp to wsokgrupp.
           perform f-medlem.
           if wmedlemJN = 'N'
               go to d020
           end-if.
           move da-Datum to wk-datum.
           if da-SlutJN = 'J'
               compute wmanad = da-Datum / 100
               move 0 to wpmklar, wpmavbruten, wpmfel
               evaluate da-Kommando
                   when 4  move da-Antal to wpmklar
                   when 41 move da-Antal to wpmklar
                   when 7  move da-Antal to wpmavbruten
                   when 8  move da-Antal to wpmfel
               end-evaluate
               move da-PostSumma to wpmpost
               perform bc-manad
           end-if.
           perform za-veckonyckel.
           move da-FunktionsNummer to wsokfunknr.
           perform bb-leta-rad.
           evaluate da-Kommando
               when 4  add da-Antal to wst-klar(wtraff)
               when 41 add da-Antal to wst-klar(wtraff)
               when 7  add da-Antal to wst-avbruten(wtraff)
               when 8  add da-Antal to wst-fel(wtraff)
           end-evaluate.
           add da-PostSumma to wst-postantal(wtraff).
           add da-TidAntal to wst-tidantal(wtraff).
           add da-TidSumma to wst-tidsumma(wtraff).
           if da-TidMax > wst-tidmax(wtraff)
               move da-TidMax to wst-tidmax(wtraff)
           end-if.
           go to d020.
       d100.
           call 'sd-StangDagaggLas'.
       d999.
           exit.

       za-veckonyckel section.
       za010.
      * dag p� �ret ur wk-datum, d�refter vecka = (doy-1)/7 + 1
             * 86400 + wsec-slut - wsec-start.
       zb999.
           exit.

       e-kontrollera-perioder section.
       e010.
      * varje stängd månad ska ge samma summor som när den stängdes
      * - en frisläppt månad avviker väntat när BestHist rensats
           move 0 to wpmtraff.
       e020.
           add 1 to wpmtraff.
           if wpmtraff > wpm-antal
               go to e999
           end-if.
           move wpm-manad(wpmtraff) to pe-Manad.
           call 'sd-HamtaPeriod' using pe, wfinnsJN.
           if wfinnsJN not = 'J' or pe-Status not = 'S'
               go to e020
           end-if.
           if wpm-klar(wpmtraff) = pe-AntalKlar
           and wpm-avbruten(wpmtraff) = pe-AntalAvbrutna
           and wpm-fel(wpmtraff) = pe-AntalFel
           and wpm-post(wpmtraff) = pe-PostSumma
               go to e020
           end-if.
           display 'VARNING: stängd period ' pe-Manad
             ' avviker från de frysta summorna:'.
           move 'frysta: '        to wk-text.
           move pe-AntalKlar      to wk-klar.
           move pe-AntalAvbrutna  to wk-avbruten.
           move pe-AntalFel       to wk-fel.
           move pe-PostSumma      to wk-post.
           display wkontrollrad.
           move 'nu:     '        to wk-text.
           move wpm-klar(wpmtraff)     to wk-klar.
           move wpm-avbruten(wpmtraff) to wk-avbruten.
           move wpm-fel(wpmtraff)      to wk-fel.
           move wpm-post(wpmtraff)     to wk-post.
           display wkontrollrad.
           go to e020.
       e999.
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

       fa-finns-grupp section.
       fa010.
      * wmedlemJN = 'J' när gruppen wgrupp har någon rad i registret
           move 'N' to wmedlemJN.
           move 0 to wgy.
       fa020.
           add 1 to wgy.
           if wgy > vfg-antal
               go to fa999
           end-if.
           if vfg-grupp(wgy) = wgrupp
               move 'J' to wmedlemJN
               go to fa999
           end-if.
           go to fa020.
       fa999.
           exit.

       g-gruppsummor section.
       g010.
      * en summarad per grupp i registret (bara den valda när en
      * grupp angetts) - varje grupp tas vid sin första rad
           if wst-antal = 0 or vfg-antal = 0
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
           perform ga-summera-grupp.
           go to g020.
       g999.
           exit.

       ga-summera-grupp section.
       ga010.
      * statistikraderna för gruppen wsokgrupp summeras till en rad
           move 0 to wgklar, wgavbruten, wgfel, wgtidantal,
             wgtidsumma, wgtidmax, wgpostantal.
           move 0 to wx.
       ga020.
           add 1 to wx.
           if wx > wst-antal
               go to ga100
           end-if.
           move wst-funknr(wx) to wsokfunknr.
           perform f-medlem.
           if wmedlemJN = 'N'
               go to ga020
           end-if.
           add wst-klar(wx)      to wgklar.
           add wst-avbruten(wx)  to wgavbruten.
           add wst-fel(wx)       to wgfel.
           add wst-tidantal(wx)  to wgtidantal.
           add wst-tidsumma(wx)  to wgtidsumma.
           add wst-postantal(wx) to wgpostantal.
           if wst-tidmax(wx) > wgtidmax
               move wst-tidmax(wx) to wgtidmax
           end-if.
           go to ga020.
       ga100.
           move wsokgrupp   to wgr-grupp.
           move wgklar      to wgr-klar.
           move wgavbruten  to wgr-avbruten.
           move wgfel       to wgr-fel.
           if wgtidantal > 0
               divide wgtidsumma by wgtidantal giving wsnitt
           else
               move 0 to wsnitt
           end-if.
           move wsnitt      to wgr-snitt.
           move wgtidmax    to wgr-max.
           move wgpostantal to wgr-poster.
           display wgrupprad.
       ga999.
           exit.
