       identification division.
      *
      *2026-10-15 Ny körning: massåtgärder på köade beställningar
      *           när en funktions rutin är trasig eller dess
      *           mottagande system ligger nere - i stället för att
      *           pausa hela motorn eller makulera en BestID i
      *           taget. Urval på FunktionsNummer, Bestallare,
      *           BestKalla och BestDatum-intervall:
      *             Håll     - ReturKod 0 -> 187, motorn hoppar över
      *                        raden men plats i kön och deadline
      *                        ligger kvar (584)
      *             Släpp    - ReturKod 187 -> 0 (585)
      *             Led om   - till funktionens utsedda reserv-
      *                        funktion (spadreservfunk.dat), med
      *                        beställarbehörighet och MaxAntal
      *                        kontrollerade mot reserven; en ny
      *                        Kommando 1-rad läggs där och
      *                        ursprungsraden avslutas med ReturKod
      *                        190 (586)
      *           Urvalet visas som antal (och avvisade per orsak)
      *           innan operatören bekräftar. Håll/Släpp kräver
      *           avbrottsroll (3), Led om kräver roll 4. Varje
      *           berörd BestID spåras i AdmiAudit och MessArci.
      *
       program-id. SpadMassCbl.
       environment division.
       configuration section.
       data division.
       working-storage section.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
           05  wfunktionsnummer   pic 9(9).
           05  wval               pic 9.
           05  wklart             pic x.
           05  wsvar              pic x.
           05  woperator          pic x(20).
           05  wroll              pic 9(9).
           05  wkravroll          pic 9(9).
           05  lkommando          pic 9(9).
           05  wupdatedJN         pic x.
           05  wfinnsJN           pic x.
           05  wbestid            pic 9(9).
           05  wgammalreturkod    pic 9(9).
           05  wnyreturkod        pic 9(9).
           05  wbestnummer        pic 9(9).
           05  wreservfunknr      pic 9(9).
      * urvalet - 0/blankt = alla
           05  wurvfunknr         pic 9(9).
           05  wurvbestallare     pic x(20).
           05  wurvkalla          pic x.
           05  wurvkallanr        pic 9.
           05  wurvfrandatum      pic 9(8).
           05  wurvtilldatum      pic 9(8).
      * vilken ReturKod en rad ska ha för att omfattas: 0 för Håll,
      * 187 för Släpp, 0 eller 187 för Led om
           05  wurvkod1           pic 9(9).
           05  wurvkod2           pic 9(9).
      * de berörda raderna samlas först (Best-strömmen får inte
      * vara öppen medan raderna skrivs om) och behandlas sedan en
      * i taget, som fc-bestallningar i SpadHrCbl
           05  wmo-antal          pic 9(4) comp.
           05  wmo-tab occurs 500.
               10  wmo-funknr     pic 9(9).
               10  wmo-bestid     pic 9(9).
               10  wmo-returkod   pic 9(9).
               10  wmo-reserv     pic 9(9).
           05  wmx                pic 9(4) comp.
           05  wmoverfulltJN      pic x.
      * avvisade vid omledning, per orsak
           05  wav-ingenreserv    pic 9(9).
           05  wav-reservsaknas   pic 9(9).
           05  wav-behorighet     pic 9(9).
           05  wav-maxantal       pic 9(9).
           05  wutfort            pic 9(9).
           05  whann              pic 9(9).
      * binära kopior till sd-LoggaMessArci, som i SpadOperatorCbl
           05  wbestidbin         pic 9(9) comp.
           05  wkommandobin       pic 9(9) comp.
           05  whallentitel.
               10  filler pic x(10) value 'HALLEN AV '.
               10  wht-operator pic x(20).
               10  filler pic x(20) value spaces.
           05  wslapptitel.
               10  filler pic x(10) value 'SLAPPT AV '.
               10  wst-operator pic x(20).
               10  filler pic x(20) value spaces.
      * den nya radens BestID delas ut av insert (identity), så den
      * pekas ut med funktion och BestNummer, som omstartstiteln i
      * SpadOperatorCbl
           05  womdirtitel.
               10  filler pic x(17) value 'OMDIRIGERAD TILL '.
               10  wod-funknr   pic 9(9).
               10  filler pic x(8) value ' BESTNR '.
               10  wod-bestnr   pic 9(9).
               10  filler pic x(7) value spaces.
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
           05  wtime              pic 9(6).
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  sn.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sn==.
       01  sa.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.

           display 'Operatör-ID: ' with no advancing.
           accept woperator.
           call 'sd-HamtaOperatorRoll' using woperator, wroll.

           move 'N' to wklart.
       main020.
           if wklart = 'J'
               go to main999
           end-if.

           display ' '.
           display 'SpadMass - massåtgärd på köade beställningar'.
           display '1 Håll   2 Släpp   3 Led om till reservfunktion'.
           display '0 Avsluta'.
           display 'Åtgärd (0-3): ' with no advancing.
           accept wval.
           evaluate wval
               when 0
                   move 'J' to wklart
                   go to main020
               when 1
                   move 584 to lkommando
                   move 3 to wkravroll
                   move 0 to wurvkod1, wurvkod2
               when 2
                   move 585 to lkommando
                   move 3 to wkravroll
                   move 187 to wurvkod1, wurvkod2
               when 3
                   move 586 to lkommando
                   move 4 to wkravroll
                   move 0 to wurvkod1
                   move 187 to wurvkod2
               when other
                   display 'Okänt val, försök igen.'
                   go to main020
           end-evaluate.

           perform b-urval.

      * behörigheten kollas när urvalet är känt, så ett avvisat
      * försök spåras på funktionen det gällde - kommando + 900,
      * som de avvisade operatörskommandona
           if wroll < wkravroll
               add 900 to lkommando
               call 'sd-LoggaKommandoAudit' using
                 wurvfunknr, lkommando, woperator
               display 'Behörighet saknas för åtgärden.'
               go to main020
           end-if.

           perform c-samla.
           perform d-forhandsvisa.
           if wmo-antal = 0
               go to main020
           end-if.
           display 'Utför åtgärden på ' wmo-antal
             ' beställningar (J/N)? ' with no advancing.
           move space to wsvar.
           accept wsvar.
           if wsvar not = 'J' and wsvar not = 'j'
               display 'Inget ändrades.'
               go to main020
           end-if.

           move 0 to wutfort, whann.
           move 1 to wmx.
       main030.
           if wmx > wmo-antal
               go to main040
           end-if.
           evaluate wval
               when 1 perform e-hall
               when 2 perform f-slapp
               when 3 perform g-led-om
           end-evaluate.
           add 1 to wmx.
           go to main030.
       main040.
           display 'Utfört på ' wutfort ' beställningar.'.
           if whann > 0
               display whann ' rader hann claimas eller ändras'
                 ' under tiden och lämnades orörda.'
           end-if.
           go to main020.

       main999.
           stop run.

       b-urval section.
       b010.
           display 'FunktionsNummer (0 = alla): ' with no advancing.
           accept wurvfunknr.
           display 'Beställare (blankt = alla): ' with no advancing.
           move spaces to wurvbestallare.
           accept wurvbestallare.
           display 'BestKalla (0 = handregistrerad, 1 = maskin-'
             'genererad, blankt = alla): ' with no advancing.
           move space to wurvkalla.
           accept wurvkalla.
           display 'BestDatum från AAAAMMDD (0 = alla): '
             with no advancing.
           accept wurvfrandatum.
           display 'BestDatum till AAAAMMDD (0 = alla): '
             with no advancing.
           accept wurvtilldatum.
       b999.
           exit.

       c-samla section.
       c010.
      * berörda rader i båda backenderna - för omledningen
      * kontrolleras reserven redan här, så förhandsvisningen visar
      * vad som faktiskt kommer att ledas om
           move 0 to wmo-antal.
           move 0 to wav-ingenreserv, wav-reservsaknas.
           move 0 to wav-behorighet, wav-maxantal.
           move 'N' to wmoverfulltJN.
           call 'sd-OppnaBestLas'.
       c020.
           call 'sd-LasBest' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to c999
           end-if.
           if sb-Kommando not = 1
               go to c020
           end-if.
           if sb-ReturKod not = wurvkod1
           and sb-ReturKod not = wurvkod2
               go to c020
           end-if.
           if wurvfunknr > 0 and sb-FunktionsNummer not = wurvfunknr
               go to c020
           end-if.
           if wurvbestallare not = spaces
           and sb-Bestallare not = wurvbestallare
               go to c020
           end-if.
           if wurvkalla not = space
               if wurvkalla not numeric
                   go to c020
               end-if
               move wurvkalla to wurvkallanr
               if sb-BestKalla not = wurvkallanr
                   go to c020
               end-if
           end-if.
           if wurvfrandatum > 0 and sb-BestDatum < wurvfrandatum
               go to c020
           end-if.
           if wurvtilldatum > 0 and sb-BestDatum > wurvtilldatum
               go to c020
           end-if.
           move 0 to wreservfunknr.
           if wval = 3
               perform ca-kolla-reserv
               if wreservfunknr = 0
                   go to c020
               end-if
           end-if.
           if wmo-antal >= 500
               move 'J' to wmoverfulltJN
               go to c020
           end-if.
           add 1 to wmo-antal.
           move sb-FunktionsNummer to wmo-funknr(wmo-antal).
           move sb-BestID          to wmo-bestid(wmo-antal).
           move sb-ReturKod        to wmo-returkod(wmo-antal).
           move wreservfunknr      to wmo-reserv(wmo-antal).
           go to c020.
       c999.
           exit.

       ca-kolla-reserv section.
       ca010.
      * funktionens utsedda reserv måste finnas i Admi, beställaren
      * måste få lägga order på den och antalet rymmas i reservens
      * MaxAntal - annars wreservfunknr = 0 och orsaken räknas
           move sb-FunktionsNummer to wfunktionsnummer.
           call 'sd-HamtaReservFunktion' using
             wfunktionsnummer, wreservfunknr.
           if wreservfunknr = 0
           or wreservfunknr = sb-FunktionsNummer
               move 0 to wreservfunknr
               add 1 to wav-ingenreserv
               go to ca999
           end-if.
           initialize sa.
           call 'sd-selectspadadmifunk' using wreservfunknr, sa.
           if sa-AdmiID = 999999
               move 0 to wreservfunknr
               add 1 to wav-reservsaknas
               go to ca999
           end-if.
           if sa-MaxAntal > 0 and sb-BestAntal > sa-MaxAntal
               move 0 to wreservfunknr
               add 1 to wav-maxantal
               go to ca999
           end-if.
           call 'sd-KollaBestallarBehorighet' using
             sb-Bestallare, wreservfunknr, wfinnsJN.
           if wfinnsJN = 'N'
               move 0 to wreservfunknr
               add 1 to wav-behorighet
           end-if.
       ca999.
           exit.

       d-forhandsvisa section.
       d010.
           display ' '.
           display 'Urvalet omfattar ' wmo-antal ' beställningar.'.
           if wmoverfulltJN = 'J'
               display 'OBS: fler än 500 rader matchar - resten tas'
                 ' vid nästa körning.'
           end-if.
           if wval = 3
               display 'Avvisade: ingen reserv utsedd '
                 wav-ingenreserv
               display '          reserven saknas i Admi '
                 wav-reservsaknas
               display '          beställaren saknar behörighet '
                 wav-behorighet
               display '          antal över reservens tak '
                 wav-maxantal
           end-if.
           if wmo-antal = 0
               display 'Inget att göra.'
           end-if.
       d999.
           exit.

       e-hall section.
       e010.
      * håll: villkorad 0 -> 187, raden står kvar med sin
      * BestDatum/Prioritet/deadline - urvalet i
      * db/sf-SelectSpadBestNya kräver ReturKod 0 och tar den inte
           move wmo-funknr(wmx) to wfunktionsnummer.
           move wmo-bestid(wmx) to wbestid.
           move 0   to wgammalreturkod.
           move 187 to wnyreturkod.
           call 'sd-UppdateraBestReturkodVillkorad' using
             wfunktionsnummer, wbestid, wgammalreturkod,
             wnyreturkod, wupdatedJN.
           if wupdatedJN not = 'J'
               add 1 to whann
               go to e999
           end-if.
           move woperator to wht-operator.
           perform z-logga.
           move wbestid to wbestidbin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin,
             whallentitel.
           add 1 to wutfort.
       e999.
           exit.

       f-slapp section.
       f010.
      * släpp: villkorad 187 -> 0, raden kan åter claimas
           move wmo-funknr(wmx) to wfunktionsnummer.
           move wmo-bestid(wmx) to wbestid.
           move 187 to wgammalreturkod.
           move 0   to wnyreturkod.
           call 'sd-UppdateraBestReturkodVillkorad' using
             wfunktionsnummer, wbestid, wgammalreturkod,
             wnyreturkod, wupdatedJN.
           if wupdatedJN not = 'J'
               add 1 to whann
               go to f999
           end-if.
           move woperator to wst-operator.
           perform z-logga.
           move wbestid to wbestidbin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin,
             wslapptitel.
           add 1 to wutfort.
       f999.
           exit.

       g-led-om section.
       g010.
      * led om: ursprungsraden redigeringslåses (-> 185) så ingen
      * motor hinner ta den, en kopia läggs som ny Kommando 1-rad
      * på reserven med ett nytt BestNummer, och ursprungsraden
      * avslutas med ReturKod 190 (omdirigerad) och Kommando 7 så
      * monitor och arkivering ser utfallet
           move wmo-funknr(wmx)   to wfunktionsnummer.
           move wmo-bestid(wmx)   to wbestid.
           move wmo-reserv(wmx)   to wreservfunknr.
           move wmo-returkod(wmx) to wgammalreturkod.
           move 185 to wnyreturkod.
           call 'sd-UppdateraBestReturkodVillkorad' using
             wfunktionsnummer, wbestid, wgammalreturkod,
             wnyreturkod, wupdatedJN.
           if wupdatedJN not = 'J'
               add 1 to whann
               go to g999
           end-if.
           call 'sd-SelectSpadBestID' using
             wfunktionsnummer, wbestid, sb.

      * beställningens innehåll, plats och deadline följer med -
      * körningsfälten och härstamningen börjar om
           move sb to sn.
           call 'sd-HamtaNastaBestNummer' using
             wreservfunknr, wbestnummer.
           move wreservfunknr to sn-FunktionsNummer.
           move wbestnummer   to sn-BestNummer.
           move 1 to sn-Kommando.
           move 0 to sn-ReturKod.
           move 0 to sn-KorstartDatum, sn-KorstartKlock.
           move 0 to sn-ProgressNummer.
           move 0 to sn-ProgressDatum, sn-ProgressKlock.
           move 0 to sn-KorslutDatum, sn-KorslutKlock.
           move 0 to sn-KorPostAntal.
           move 0 to sn-ResultatBelopp1, sn-ResultatBelopp2.
           move 0 to sn-ResultatBelopp3.
           move 0 to sn-ForsokNummer.
           move 0 to sn-DelAvBestID, sn-DelStartVarv.
           move 0 to sn-DelSlutVarv.
           move 0 to sn-UrsprungBestID, sn-OmstartVarv.
           move 0 to sn-OrsakKod.
           perform za-hamta-dag-klocka.
           move wdate to sn-SenasteDatum.
           move wtime to sn-SenasteKlock.
           call 'sd-InsertSpadBest' using wreservfunknr, sn.

           move 185 to wgammalreturkod.
           move 190 to wnyreturkod.
           call 'sd-UppdateraBestReturkodVillkorad' using
             wfunktionsnummer, wbestid, wgammalreturkod,
             wnyreturkod, wupdatedJN.
           move 7 to sb-Kommando.
           move wdate to sb-KorslutDatum, sb-SenasteDatum.
           move wtime to sb-KorslutKlock, sb-SenasteKlock.
           call 'sd-UppdateraSpadBest' using wfunktionsnummer, sb.

           perform z-logga.
           move wreservfunknr to wod-funknr.
           move wbestnummer   to wod-bestnr.
           move wbestid to wbestidbin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin,
             womdirtitel.
           add 1 to wutfort.
       g999.
           exit.

       z-logga section.
       z010.
      * AdmiAudit bär ingen BestID - en rad per berörd beställning
      * på dess funktion, BestID:t står i MessArci-posten med samma
      * händelsekod
           call 'sd-LoggaKommandoAudit' using
             wfunktionsnummer, lkommando, woperator.
           move lkommando to wkommandobin.
       z999.
           exit.

       za-hamta-dag-klocka section.
       za010.
      * fyrsiffrigt årtal, se motsvarande rutin i SpadFunkCblMain
           accept wfalt from date yyyymmdd.
           move wfalt to wdate.
           accept wfalt from time.
           divide wfalt by 100 giving wtime.
       za999.
           exit.
