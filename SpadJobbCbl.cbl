      *           en KLAR MED ANM-körning kan utredas på detaljnivå
      *           i stället för ur fyra summafält - se
      *           varvres-bin.cpy och SpadDetaljCbl.
      *2026-10-15 JobbTyp 3, indatakörning: läser beställningens
      *           IndataSet post för post, stämmer av trailerns
      *           kontrollsummor (postantal och beloppssumma) innan
      *           något bokas och skriver avvisade poster med
      *           orsakskod till <IndataSet>.rej bredvid indata.
      *           Avvikande kontrollsummor stoppar körningen som FEL
      *           via den nya jobbstatusen (tredje parametern).
      *2026-10-15 Avvisningsfilen registreras i datasetkatalogen
      *           som körningens utdata, med härkomst till
      *           indataset (sd-RegistreraDataset).
      *2026-10-15 Avvisningsfilen läggs bredvid det ursprungliga
      *           indatasetet (katalogens 'I'-rad) även när ordern
      *           körs på arkivkopian, och fortsätts i stället för
      *           att skrivas om när körningen tar vid efter varv 1
      *           - omstart eller återupptagen körning.
      *
       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           Select Indata assign windatanamn
             file status is windatafs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select Avvisade assign wavvnamn
             file status is wavvfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Indata.
       01  indata-record     pic x(80).
       fd  Avvisade.
       01  avvisade-record   pic x(116).

       working-storage section.
       01  work.
           05  wfunknr-disp     pic 9(9).
      * indatakörningen (JobbTyp 3) - filerna hålls öppna mellan
      * varven för samma BestID, se d-jobb03. windataoppenJN: 'N' =
      * ej påbörjad, 'J' = öppen, 'K' = färdigbehandlad
           05  windatanamn      pic x(80).
           05  windatafs.
               10  windatafskey1 pic x.
               10  windatafskey2 pic x.
           05  wavvnamn         pic x(80).
           05  wavvfs           pic xx.
           05  windatabestid    pic 9(9) comp value 0.
           05  windataoppenJN   pic x value 'N'.
           05  w-eof-indata     pic x.
           05  wtrailerJN       pic x.
           05  wregokJN         pic x.
      * det ursprungliga indatasetet när ordern körs på arkivkopian,
      * se d210-hamta-originalnamn
           05  worignamn        pic x(60).
           05  wdsfinnsJN       pic x.
      * kontrollsummorna: postantal och summa Belopp1 över
      * D-posterna, jämförs mot trailerposten
           05  wdetantal        pic 9(9).
           05  wdetsumma        pic s9(11)v99.
           05  wtrlantal        pic 9(9).
           05  wtrlsumma        pic s9(11)v99.
      * position (antal lästa D-poster) och varvets intervall
           05  wdetpos          pic 9(9).
           05  wpervarv         pic 9(9).
           05  wvarvstart       pic 9(9).
           05  wvarvslut        pic 9(9).
           05  wvarvgodk        pic 9(9).
           05  wvarvavv         pic 9(9).
           05  wvarvbelopp      pic s9(11)v99.
           05  wprov1           pic s9(11)v99.
           05  wprov2           pic s9(11)v99.
           05  wprov3           pic s9(11)v99.
           05  wfunknr-ma       pic 9(9).
           05  wbestidbin       pic 9(9) comp.
           05  wkommandobin     pic 9(9) comp.
           05  wkontrolltitel.
               10  filler       pic x(20) value 'INDATA KONTROLLFEL: '.
               10  wkt-text     pic x(30).
           05  wavstamtitel.
               10  filler       pic x(13) value 'AVSTAMT MOTT '.
               10  wat-mott     pic zzzzzz9.
               10  filler       pic x(6)  value ' GODK '.
               10  wat-godk     pic zzzzzz9.
               10  filler       pic x(5)  value ' AVV '.
               10  wat-avv      pic zzzzzz9.
               10  filler       pic x(5)  value spaces.
           05  wvarvtext.
               10  filler       pic x(26)
                   value 'INDATA GODKANDA, AVVISADE '.
               10  wvt-avv      pic zzzzzz9.
               10  filler       pic x(7) value spaces.
      * avvisningsposten: orsakskod, orsakstext och hela originalposten
           05  wavvpost.
               10  wav-orsak    pic 99.
               10  filler       pic x value ';'.
               10  wav-text     pic x(32).
               10  filler       pic x value ';'.
               10  wav-post     pic x(80).
      * indataposten - H = huvud (avsändare, datum), D = detalj,
      * T = trailer med avsändarens kontrollsummor
       01  wip.
           05  wip-posttyp      pic x.
           05  filler           pic x(79).
       01  wip-det redefines wip.
           05  filler           pic x.
           05  wip-nyckel       pic x(20).
           05  wip-belopp1      pic s9(7)v99 sign leading separate.
           05  wip-belopp2      pic s9(7)v99 sign leading separate.
           05  wip-belopp3      pic s9(7)v99 sign leading separate.
           05  filler           pic x(29).
       01  wip-trl redefines wip.
           05  filler           pic x.
           05  wip-antal        pic 9(9).
           05  wip-summa        pic s9(11)v99 sign leading separate.
           05  filler           pic x(56).
       01  wvr.
           copy "varvres-bin.cpy" replacing leading ==xxxx== by
             ==wvr==.
       01  wds.
           copy "dataset.cpy" replacing leading ==xxxx== by ==wds==.
       linkage section.
       01  lvarv  pic s9(4) comp.
       01  lsb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==lsb==.
      * jobbstatus tillbaka till motorn: 0 = ok, 8 = stoppa körningen
      * som FEL innan något bokas. Skickas av SpadFunkCblMain men
      * inte av driftsättningens provanrop (varv 0) - rör den därför
      * aldrig på varv 0.
       01  ljobbstatus pic 9(9).

       procedure division.
       a-jobb00 section.
       c999.
           exit program.

       d-jobb03 section.
       d010.
      * JobbTyp 3, indatakörning - läser beställningens IndataSet
      * (lsb-IndataSet) post för post. Första anropet för en BestID
      * läser hela filen och stämmer av trailerns postantal och
      * beloppssumma innan något bokas; avviker de stoppas körningen
      * som FEL (ljobbstatus 8) med händelse 540. Därefter tar varje
      * varv sin andel av D-posterna. Godkända poster summeras in i
      * ResultatBelopp1-3/KorPostAntal, avvisade skrivs med orsakskod
      * till <IndataSet>.rej bredvid det ursprungliga indatasetet.
      * Resultaten byggs ackumulativt, så en omstart (OmstartVarv)
      * eller återupptagen körning hoppar över redan behandlade
      * poster.
      * Inte delbar - filen läses sekventiellt av en motor.
           entry 'SpadJobb03' using lvarv, lsb, ljobbstatus.
           if lvarv = 0
               go to d999
           end-if.
           move 0 to ljobbstatus.
           move lsb-FunktionsNummer to wfunknr-ma.
           move lsb-BestID to wbestidbin.
           if lsb-BestID not = windatabestid
               if windataoppenJN = 'J'
                   close Indata
                   close Avvisade
               end-if
               move 'N' to windataoppenJN
           end-if.
      * filen redan färdigbehandlad för ordern (få poster, många
      * varv) - inget kvar att göra
           if windataoppenJN = 'K'
               go to d999
           end-if.
           if windataoppenJN = 'N'
               perform d100-kontrollera-indata
               if ljobbstatus not = 0
                   go to d999
               end-if
               perform d200-oppna-indata
               if ljobbstatus not = 0
                   go to d999
               end-if
           end-if.

      * varvets intervall av D-poster; sista varvet tar resten
           compute wvarvstart = (lvarv - 1) * wpervarv.
           compute wvarvslut = lvarv * wpervarv.
           if wvarvslut > wdetantal or lvarv >= lsb-BestAntal
               move wdetantal to wvarvslut
           end-if.
           move 0 to wvarvgodk, wvarvavv, wvarvbelopp.
       d020.
           if wdetpos >= wvarvslut and wvarvslut < wdetantal
               go to d030
           end-if.
           read Indata into wip
             at end move 'J' to w-eof-indata.
           if w-eof-indata = 'J'
               go to d030
           end-if.
           if wip-posttyp = 'H' or wip-posttyp = 'T'
               go to d020
           end-if.
           if wip-posttyp not = 'D'
               if wdetpos >= wvarvstart
                   move 3 to wav-orsak
                   move 'OKAND POSTTYP' to wav-text
                   perform d300-avvisa
               end-if
               go to d020
           end-if.
           add 1 to wdetpos.
      * redan behandlad före en omstart - räknas inte om
           if wdetpos <= wvarvstart
               go to d020
           end-if.
           perform d400-behandla-post.
           go to d020.
       d030.
           move wvarvavv to wvt-avv.
           move wvarvtext to wvr-DetaljText.
           move wvarvbelopp to wvr-DetaljBelopp.
           move wvarvgodk to wvr-DetaljAntal.
           perform z-skriv-detalj.
      * hela filen behandlad - stäng och lämna avstämningen i
      * händelseloggen (541): mottaget enligt trailern, godkänt och
      * avvisat
           if w-eof-indata = 'J' or wdetpos >= wdetantal
               if wvarvslut >= wdetantal
                   close Indata
                   close Avvisade
                   move 'K' to windataoppenJN
                   move wdetantal to wat-mott
                   move lsb-KorPostAntal to wat-godk
                   compute wat-avv = wdetantal - lsb-KorPostAntal
                   move 541 to wkommandobin
                   call 'sd-LoggaMessArci' using
                     wfunknr-ma, wbestidbin, wkommandobin, wavstamtitel
                   perform d500-registrera-utdata
               end-if
           end-if.
       d999.
           exit program.

       d100-kontrollera-indata section.
       d100.
      * första passet: räkna D-poster och summera Belopp1, jämför
      * med trailerposten. Ingenting bokas i det här passet.
           move 0 to wdetantal, wdetsumma.
           move 'N' to wtrailerJN.
           move 'N' to w-eof-indata.
           move spaces to windatanamn.
           move lsb-IndataSet to windatanamn.
           if windatanamn = spaces
               move 'INDATASET SAKNAS PA ORDERN' to wkt-text
               go to d190
           end-if.
           open input Indata.
           if windatafskey1 not = '0'
               move 'INDATASET KAN EJ LASAS' to wkt-text
               go to d190
           end-if.
       d110.
           read Indata into wip
             at end move 'J' to w-eof-indata.
           if w-eof-indata = 'J'
               go to d120
           end-if.
           if wip-posttyp = 'D'
               add 1 to wdetantal
               if wip-belopp1 is numeric
                   add wip-belopp1 to wdetsumma
               end-if
           end-if.
           if wip-posttyp = 'T'
               move 'J' to wtrailerJN
               if wip-antal is numeric and wip-summa is numeric
                   move wip-antal to wtrlantal
                   move wip-summa to wtrlsumma
               else
                   move 'N' to wtrailerJN
               end-if
           end-if.
           go to d110.
       d120.
           close Indata.
           if wtrailerJN = 'N'
               move 'TRAILERPOST SAKNAS/OGILTIG' to wkt-text
               go to d190
           end-if.
           if wtrlantal not = wdetantal
               move 'POSTANTAL AVVIKER' to wkt-text
               go to d190
           end-if.
           if wtrlsumma not = wdetsumma
               move 'BELOPPSSUMMA AVVIKER' to wkt-text
               go to d190
           end-if.
           go to d100999.
       d190.
           move 8 to ljobbstatus.
           move 540 to wkommandobin.
           call 'sd-LoggaMessArci' using
             wfunknr-ma, wbestidbin, wkommandobin, wkontrolltitel.
       d100999.
           exit.

       d200-oppna-indata section.
       d200.
      * andra passet: öppna för behandling och räkna ut varvens
      * andel av D-posterna. Avvisningsfilen skapas om vid en ny
      * körning men förlängs vid en omstart mitt i filen.
           move 'N' to w-eof-indata.
           move 0 to wdetpos.
           if lsb-BestAntal > 0
               compute wpervarv =
                 (wdetantal + lsb-BestAntal - 1) / lsb-BestAntal
           else
               move wdetantal to wpervarv
           end-if.
           open input Indata.
           if windatafskey1 not = '0'
               move 'INDATASET KAN EJ LASAS' to wkt-text
               move 8 to ljobbstatus
               move 540 to wkommandobin
               call 'sd-LoggaMessArci' using
                 wfunknr-ma, wbestidbin, wkommandobin, wkontrolltitel
               go to d200999
           end-if.
           perform d210-hamta-originalnamn.
           move spaces to wavvnamn.
           string worignamn delimited by space
             '.rej' delimited by size
             into wavvnamn.
      * tar körningen vid efter varv 1 (omstart eller en körning
      * som återupptas efter en krasch) står de tidigare varvens
      * avvisade poster redan i filen
           if lvarv > 1
               open extend Avvisade
               if wavvfs = '35'
                   open output Avvisade
               end-if
           else
               open output Avvisade
           end-if.
           move lsb-BestID to windatabestid.
           move 'J' to windataoppenJN.
       d200999.
           exit.

       d210-hamta-originalnamn section.
       d210.
      * körs ordern på arkivkopian (SpadFunkCblMain b012) pekar
      * datasetkatalogens 'I'-rad för BestID ut originalet - det är
      * bredvid det avvisningsfilen ska ligga. Utan katalograd är
      * lsb-IndataSet originalet.
           move lsb-IndataSet to worignamn.
           call 'sd-OppnaDatasetLas'.
       d210020.
           call 'sd-LasDataset' using wds, wdsfinnsJN.
           if wdsfinnsJN = 'N'
               go to d210999
           end-if.
           if wds-BestID = lsb-BestID
           and wds-Typ = 'I'
           and wds-IndataSet not = spaces
               move wds-IndataSet to worignamn
           end-if.
           go to d210020.
       d210999.
           exit.

       d300-avvisa section.
       d300.
           move wip to wav-post.
           move wavvpost to avvisade-record.
           write avvisade-record.
           add 1 to wvarvavv.
       d300999.
           exit.

       d500-registrera-utdata section.
       d500.
      * avvisningsfilen är körningens utdata - in i datasetkatalogen
      * med indataset som härkomst, så dossiern visar kedjan
           initialize wds.
           move lsb-BestID          to wds-BestID.
           move lsb-FunktionsNummer to wds-FunktionsNummer.
           move 'U'                 to wds-Typ.
           move wavvnamn            to wds-Filnamn.
           move worignamn           to wds-IndataSet.
           call 'sd-RegistreraDataset' using wds, wregokJN.
       d500999.
           exit.

       d400-behandla-post section.
       d400.
      * validera en D-post; en godkänd post får inte spränga
      * resultatfälten, då avvisas den i stället
           if wip-nyckel = spaces
               move 1 to wav-orsak
               move 'NYCKEL SAKNAS' to wav-text
               perform d300-avvisa
               go to d400999
           end-if.
           if wip-belopp1 is not numeric
           or wip-belopp2 is not numeric
           or wip-belopp3 is not numeric
               move 2 to wav-orsak
               move 'BELOPP EJ NUMERISKT' to wav-text
               perform d300-avvisa
               go to d400999
           end-if.
           compute wprov1 = lsb-ResultatBelopp1 + wip-belopp1.
           compute wprov2 = lsb-ResultatBelopp2 + wip-belopp2.
           compute wprov3 = lsb-ResultatBelopp3 + wip-belopp3.
           if wprov1 > 9999999.99 or wprov1 < -9999999.99
           or wprov2 > 9999999.99 or wprov2 < -9999999.99
           or wprov3 > 9999999.99 or wprov3 < -9999999.99
               move 4 to wav-orsak
               move 'RESULTATFALT SKULLE SPRANGAS' to wav-text
               perform d300-avvisa
               go to d400999
           end-if.
           move wprov1 to lsb-ResultatBelopp1.
           move wprov2 to lsb-ResultatBelopp2.
           move wprov3 to lsb-ResultatBelopp3.
           add 1 to lsb-KorPostAntal.
           add 1 to wvarvgodk.
           add wip-belopp1 to wvarvbelopp.
       d400999.
           exit.

       z-skriv-detalj section.
       z010.
      * en detaljresultatpost per varv till VarvRes-strömmen -
