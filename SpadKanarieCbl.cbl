       identification division.
      *
      *2026-10-15 Ny körning: kanarieorder som provar varje utvald
      *           funktion från intag till utfall. Hjärtslaget (77)
      *           och SpadVaktCbl visar bara att motorn snurrar -
      *           inte att claim, jobbrutinen, varvloggen,
      *           rapportraderna och utfallsvägen fungerar. Svepet
      *           (val 4, körs av schemaläggningen) lägger vid
      *           kanarieradens klockslag, inom funktionens
      *           körfönster, en liten testkörning och dömer den:
      *           KLAR inom MaxMinuter med varvlogg, rapportrader
      *           och väntade resultat, annars händelse 574 KANARIE
      *           FEL som gatewayen skickar vidare. Historiken per
      *           funktion (val 5) visar var en rutin eller ett
      *           lager gått sönder innan de riktiga nattordrarna
      *           gör det.
      *
       program-id. SpadKanarieCbl.
       environment division.
       Input-Output Section.
       File-Control.
      * kanarieraderna (Path=/spadkanarie.dat), se kanarie.cpy
           Select Kanarie assign wkanselnamn
             file status is wkanfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * historiken (Path=/spadkanariehist.dat), se kanhist.cpy
           Select KanHist assign wkhselnamn
             file status is wkhfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select KanTmp assign wktmpselnamn
             file status is wktmpfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select Rapport assign wrapselnamn
             file status is wrapfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Kanarie.
       01  kanarie-record    pic x(76).
       fd  KanHist.
       01  kanhist-record    pic x(115).
       fd  KanTmp.
       01  kantmp-record     pic x(115).
       fd  Rapport.
       01  rapport-record    pic x(100).

       working-storage section.
       01  kn.
           copy "kanarie.cpy" replacing leading ==xxxx== by ==kn==.
       01  kh.
           copy "kanhist.cpy" replacing leading ==xxxx== by ==kh==.

       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
           05  wexportmapp        pic x(73).
           05  wexportsekunder    pic 9(9).
           05  wrtantal           pic 9(9).
           05  wrttab             pic 9(9) occurs 20.
           05  wkanselnamn        pic x(80).
           05  wkanfs.
               10  wkanfskey1     pic x.
               10  wkanfskey2     pic x.
           05  wkhselnamn         pic x(80).
           05  wkhfs.
               10  wkhfskey1      pic x.
               10  wkhfskey2      pic x.
           05  wktmpselnamn       pic x(84).
           05  wktmpfs.
               10  wktmpfskey1    pic x.
               10  wktmpfskey2    pic x.
           05  wrapselnamn        pic x(133).
           05  wrapfs.
               10  wrapfskey1     pic x.
               10  wrapfskey2     pic x.
           05  wrapJN             pic x.
           05  wrapfilnamn.
               10  filler         pic x(8) value 'KANARIE_'.
               10  wrf-datum      pic 9(8).
               10  filler         pic x(4) value '.txt'.
           05  wval               pic 9.
           05  wklart             pic x.
           05  w-eof              pic x.
           05  wfinnsJN           pic x.
           05  wandratJN          pic x.
           05  wfunktionsnummer   pic 9(9).
           05  wvalfunknr         pic 9(9).
           05  wbestnummer        pic 9(9).
           05  wkalenderid        pic 9(9).
           05  wbestidbin         pic 9(9) comp.
           05  wkommandobin       pic 9(9) comp.
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
           05  wtime              pic 9(6).
           05  wnu                pic 9(14).
           05  wtid1              pic 9(14).
           05  wantallagda        pic 9(9) value 0.
           05  wantalok           pic 9(9) value 0.
           05  wantalfel          pic 9(9) value 0.
      * fristberäkningen: minuter från midnatt och dagstegning,
      * samma dagstegning som zn-nasta-dag i SpadStaendeCbl
           05  wminuter           pic 9(9).
           05  wmin2              pic 9(9).
           05  wtimmar            pic 9(9).
           05  wrestmin           pic 9(9).
           05  wstegdatum         pic 9(8).
           05  wz-aa              pic 9(4).
           05  wz-mm              pic 9(2).
           05  wz-dd              pic 9(2).
           05  wn-kvot            pic 9(9).
           05  wn-rest4           pic 9(9).
           05  wn-rest100         pic 9(9).
           05  wn-rest400         pic 9(9).
           05  wn-dagitab         pic 9(2).
           05  wn-manadstab.
               10  filler pic x(24) value '312831303130313130313031'.
           05  wn-manadstab-re redefines wn-manadstab.
               10  wn-manadsdagar pic 9(2) occurs 12.
      * kanarieregistret i minnet, samma mönster som registret i
      * SpadStaendeCbl
           05  wreg-antal         pic 9(4) comp.
           05  wreg-rad           pic x(76) occurs 50.
           05  wrx                pic 9(4) comp.
      * väntande kanarier ur historiken och vad svepet hittat om
      * dem - radnumret pekar ut raden när historiken skrivs om
           05  wp-antal           pic 9(4) comp.
           05  wp-tab occurs 100.
               copy "kanhist.cpy" replacing leading ==xxxx== by ==wp==.
               10  wp-radnr       pic 9(9) comp.
               10  wp-BestID      pic 9(9).
               10  wp-Kommando    pic 9(9).
               10  wp-SlutDatum   pic 9(8).
               10  wp-SlutKlock   pic 9(6).
               10  wp-PostAntal   pic 9(9).
               10  wp-Belopp1     pic s9(7)v99.
               10  wp-Belopp2     pic s9(7)v99.
               10  wp-Belopp3     pic s9(7)v99.
               10  wp-Varv        pic 9(9).
               10  wp-RappRader   pic 9(9).
           05  wpx                pic 9(4) comp.
           05  wradnr             pic 9(9) comp.
      * historikrapportens summering per funktion
           05  wkn-antal          pic 9(4) comp.
           05  wkn-tab occurs 100.
               10  wkn-funknr     pic 9(9).
               10  wkn-ok         pic 9(5).
               10  wkn-fel        pic 9(5).
               10  wkn-vantar     pic 9(5).
               10  wkn-senastok   pic 9(8).
               10  wkn-senastfel  pic 9(8).
               10  wkn-felorsak   pic x(40).
           05  wsx                pic 9(4) comp.
           05  wfeltitel.
               10  filler         pic x(12) value 'KANARIE FEL '.
               10  wft-orsak      pic x(38).
           05  wdisprad.
               10  filler pic x(6)  value 'Funk '.
               10  wd-funknr     pic zzzzzzzz9.
               10  filler pic x(4)  value ' kl '.
               10  wd-klockslag  pic 9(6).
               10  filler pic x(5)  value ' max '.
               10  wd-max        pic zzz9.
               10  filler pic x(6)  value ' varv '.
               10  wd-antal      pic zzzzzzzz9.
               10  filler pic x(7)  value ' poster'.
               10  wd-poster     pic zzzzzzzz9.
               10  filler pic x(8)  value ' senast '.
               10  wd-senast     pic zzzzzzz9.
           05  whistrad.
               10  wh-funknr      pic zzzzzzzz9.
               10  filler         pic x value space.
               10  wh-lagd        pic 9(8).
               10  filler         pic x value space.
               10  wh-klock       pic 9(6).
               10  filler         pic x(5) value ' nr  '.
               10  wh-bestnr      pic zzzzzzzz9.
               10  filler         pic x value space.
               10  wh-status      pic x(7).
               10  wh-minuter     pic zzzz9.
               10  filler         pic x(5) value ' min '.
               10  wh-orsak       pic x(40).
           05  wsumrad.
               10  filler         pic x(6) value 'Funk '.
               10  wkn-d-funknr   pic zzzzzzzz9.
               10  filler         pic x(4) value ' ok '.
               10  wkn-d-ok       pic zzzz9.
               10  filler         pic x(5) value ' fel '.
               10  wkn-d-fel      pic zzzz9.
               10  filler         pic x(9) value ' väntar '.
               10  wkn-d-vantar   pic zzzz9.
               10  filler         pic x(10) value ' senast ok'.
               10  wkn-d-senastok pic zzzzzzzz9.
               10  filler         pic x(5) value ' fel '.
               10  wkn-d-senastfel pic zzzzzzzz9.
           05  wsvepsrad.
               10  filler pic x(19) value 'SpadKanarie svep:  '.
               10  wv-lagda pic zzzz9.
               10  filler pic x(8)  value ' lagda, '.
               10  wv-ok    pic zzzz9.
               10  filler pic x(6)  value ' ok, '.
               10  wv-fel   pic zzzz9.
               10  filler pic x(5)  value ' fel.'.
       01  sa.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  kl.
           copy "korlogg-bin.cpy" replacing leading ==xxxx== by ==kl==.
       01  ra.
           copy "rapp.cpy" replacing leading ==xxxx== by ==ra==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           call 'sd-HamtaExportParametrar' using
             wexportmapp, wexportsekunder, wrtantal, wrttab(1).
           string wpath 'spadkanarie.dat' delimited by space
             into wkanselnamn.
           string wpath 'spadkanariehist.dat' delimited by space
             into wkhselnamn.
           string wpath 'spadkanariehist.tmp' delimited by space
             into wktmpselnamn.

           move 'N' to wklart.
       main020.
           if wklart = 'J'
               go to main999
           end-if.

           display ' '.
           display 'SpadKanarie - kanarieorder per funktion'.
           display '1 Registrera   2 Lista   3 Ta bort'.
           display '4 Svep (lägg och döm)   5 Historik'.
           display '0 Avsluta'.
           display 'Val: ' with no advancing.
           accept wval.
           evaluate wval
               when 0 move 'J' to wklart
               when 1 perform b-registrera
               when 2 perform c-lista
               when 3 perform ca-ta-bort
               when 4 perform d-svep
               when 5 perform g-historik
               when other display 'Okänt val, försök igen.'
           end-evaluate.
           go to main020.
       main999.
           stop run.

       b-registrera section.
       b010.
           initialize kn.
           display 'FunktionsNummer: ' with no advancing.
           accept kn-FunktionsNummer.
      * funktionen måste finnas i Admi, annars sniffar ingen motor
      * fram kanarien
           initialize sa.
           move kn-FunktionsNummer to wfunktionsnummer.
           call 'sd-selectspadadmifunk' using wfunktionsnummer, sa.
           if sa-AdmiID = 999999
               display 'FunktionsNummer saknas i Admi, avvisas.'
               go to b999
           end-if.
           display 'Klockslag TTMMSS: ' with no advancing.
           accept kn-Klockslag.
           display 'Max minuter till KLAR: ' with no advancing.
           accept kn-MaxMinuter.
           if kn-MaxMinuter = 0
               display 'Max minuter måste anges, avvisas.'
               go to b999
           end-if.
           display 'Antal varv (litet): ' with no advancing.
           accept kn-BestAntal.
           if kn-BestAntal = 0
               move 1 to kn-BestAntal
           end-if.
           if sa-MaxAntal > 0 and kn-BestAntal > sa-MaxAntal
               display 'Antal över funktionens MaxAntal, avvisas.'
               go to b999
           end-if.
           display 'Väntat postantal (0 = kollas inte): '
             with no advancing.
           accept kn-ForvPostAntal.
           display 'Kolla beloppen (J/N): ' with no advancing.
           accept kn-KollaBeloppJN.
           if kn-KollaBeloppJN = 'j'
               move 'J' to kn-KollaBeloppJN
           end-if.
           if kn-KollaBeloppJN = 'J'
               display 'Väntat belopp 1: ' with no advancing
               accept kn-ForvBelopp1
               display 'Väntat belopp 2: ' with no advancing
               accept kn-ForvBelopp2
               display 'Väntat belopp 3: ' with no advancing
               accept kn-ForvBelopp3
           else
               move 'N' to kn-KollaBeloppJN
               move 0 to kn-ForvBelopp1, kn-ForvBelopp2,
                 kn-ForvBelopp3
           end-if.
           move 0 to kn-SenastDatum.

           perform y-las-register.
           if wreg-antal >= 50
               display 'Registret är fullt (50 rader).'
               go to b999
           end-if.
           add 1 to wreg-antal.
           move kn to wreg-rad(wreg-antal).
           perform z-skriv-register.
           display 'Kanarien är registrerad.'.
       b999.
           exit.

       c-lista section.
       c010.
           perform y-las-register.
           if wreg-antal = 0
               display 'Inga kanarier registrerade.'
               go to c999
           end-if.
           move 1 to wrx.
       c020.
           if wrx > wreg-antal
               go to c999
           end-if.
           move wreg-rad(wrx) to kn.
           move kn-FunktionsNummer to wd-funknr.
           move kn-Klockslag       to wd-klockslag.
           move kn-MaxMinuter      to wd-max.
           move kn-BestAntal       to wd-antal.
           move kn-ForvPostAntal   to wd-poster.
           move kn-SenastDatum     to wd-senast.
           display wdisprad.
           add 1 to wrx.
           go to c020.
       c999.
           exit.

       ca-ta-bort section.
       ca010.
           display 'FunktionsNummer att ta bort: ' with no advancing.
           accept wvalfunknr.
           perform y-las-register.
           move 'N' to wandratJN.
           move 1 to wrx.
       ca020.
           if wrx > wreg-antal
               go to ca100
           end-if.
           move wreg-rad(wrx) to kn.
           if kn-FunktionsNummer not = wvalfunknr
               add 1 to wrx
               go to ca020
           end-if.
      * sista raden flyttas in på den borttagnas plats
           move wreg-rad(wreg-antal) to wreg-rad(wrx).
           subtract 1 from wreg-antal.
           move 'J' to wandratJN.
           go to ca020.
       ca100.
           if wandratJN = 'J'
               perform z-skriv-register
               display 'Kanarien är borttagen.'
           else
               display 'Ingen kanarie för funktionen.'
           end-if.
       ca999.
           exit.

       d-svep section.
       d010.
      * först döms de väntande kanarierna, sedan läggs dagens nya -
      * en funktion har aldrig mer än en kanarie ute åt gången
           perform za-hamta-dag-klocka.
           compute wnu = (wdate * 1000000) + wtime.
           move 0 to wantallagda.
           move 0 to wantalok.
           move 0 to wantalfel.
           perform y-las-register.
           perform e-las-vantande.
           if wp-antal > 0
               perform ea-hitta-utfall
               perform eb-dom
               perform ec-skriv-historik
           end-if.
           perform f-lagg-nya.
           move wantallagda to wv-lagda.
           move wantalok    to wv-ok.
           move wantalfel   to wv-fel.
           display wsvepsrad.
       d999.
           exit.

       e-las-vantande section.
       e010.
           move 0 to wp-antal.
           move 0 to wradnr.
           open input KanHist.
           if wkhfskey1 not = '0'
               go to e999
           end-if.
           move 'N' to w-eof.
       e020.
           read KanHist into kh at end move 'J' to w-eof.
           if w-eof = 'J'
               go to e100
           end-if.
           add 1 to wradnr.
           if kh-Status not = 'V' or wp-antal >= 100
               go to e020
           end-if.
           add 1 to wp-antal.
           move kh-FunktionsNummer to wp-FunktionsNummer(wp-antal).
           move kh-BestNummer      to wp-BestNummer(wp-antal).
           move kh-LagdDatum       to wp-LagdDatum(wp-antal).
           move kh-LagdKlock       to wp-LagdKlock(wp-antal).
           move kh-FristDatum      to wp-FristDatum(wp-antal).
           move kh-FristKlock      to wp-FristKlock(wp-antal).
           move kh-Status          to wp-Status(wp-antal).
           move 0                  to wp-Utfall(wp-antal).
           move 0 to wp-KlarDatum(wp-antal), wp-KlarKlock(wp-antal).
           move 0                  to wp-Minuter(wp-antal).
           move spaces             to wp-Orsak(wp-antal).
           move wradnr             to wp-radnr(wp-antal).
           move 0 to wp-BestID(wp-antal), wp-Kommando(wp-antal).
           move 0 to wp-SlutDatum(wp-antal), wp-SlutKlock(wp-antal).
           move 0 to wp-PostAntal(wp-antal), wp-Varv(wp-antal).
           move 0 to wp-Belopp1(wp-antal), wp-Belopp2(wp-antal),
             wp-Belopp3(wp-antal).
           move 0 to wp-RappRader(wp-antal).
           go to e020.
       e100.
           close KanHist.
       e999.
           exit.

       ea-hitta-utfall section.
       ea010.
      * utfallsraden i Best eller, om den hunnit arkiveras, i
      * BestHist - sedan varvloggen och rapportraderna för de
      * kanarier som nått ett utfall
           call 'sd-OppnaBestLas'.
       ea020.
           call 'sd-LasBest' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to ea030
           end-if.
           perform eaa-en-bestrad.
           go to ea020.
       ea030.
           call 'sd-OppnaHistLas'.
       ea040.
           call 'sd-LasHist' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to ea050
           end-if.
           perform eaa-en-bestrad.
           go to ea040.
       ea050.
           call 'sd-OppnaKorLas'.
       ea060.
           call 'sd-LasKor' using kl, wfinnsJN.
           if wfinnsJN = 'N'
               go to ea070
           end-if.
           move 1 to wpx.
       ea062.
           if wpx > wp-antal
               go to ea060
           end-if.
           if wp-BestID(wpx) > 0 and kl-BestID = wp-BestID(wpx)
               add 1 to wp-Varv(wpx)
           end-if.
           add 1 to wpx.
           go to ea062.
       ea070.
           call 'sd-OppnaRappLas'.
       ea080.
           call 'sd-LasRapp' using ra, wfinnsJN.
           if wfinnsJN = 'N'
               go to ea999
           end-if.
      * testkörningens rapportrader ligger under 900000000 + typ
           if ra-RappTyp < 900000000
               go to ea080
           end-if.
           move 1 to wpx.
       ea082.
           if wpx > wp-antal
               go to ea080
           end-if.
           if ra-BestNummer = wp-BestNummer(wpx)
               add 1 to wp-RappRader(wpx)
           end-if.
           add 1 to wpx.
           go to ea082.
       ea999.
           exit.

       eaa-en-bestrad section.
       eaa010.
      * en KLAR-rad vinner över en FEL/AVBRUTEN-rad med samma
      * BestNummer (en omkörning), annars gäller första utfallet
           if sb-TestKorning not = 1
               go to eaa999
           end-if.
           if sb-Kommando not = 4 and sb-Kommando not = 41
           and sb-Kommando not = 7 and sb-Kommando not = 8
               go to eaa999
           end-if.
           move 1 to wpx.
       eaa020.
           if wpx > wp-antal
               go to eaa999
           end-if.
           if sb-BestNummer not = wp-BestNummer(wpx)
           or sb-FunktionsNummer not = wp-FunktionsNummer(wpx)
               add 1 to wpx
               go to eaa020
           end-if.
           if wp-Kommando(wpx) = 4 or wp-Kommando(wpx) = 41
               go to eaa999
           end-if.
           if wp-Kommando(wpx) > 0
           and sb-Kommando not = 4 and sb-Kommando not = 41
               go to eaa999
           end-if.
           move sb-BestID           to wp-BestID(wpx).
           move sb-Kommando         to wp-Kommando(wpx).
           move sb-KorslutDatum     to wp-SlutDatum(wpx).
           move sb-KorslutKlock     to wp-SlutKlock(wpx).
           move sb-KorPostAntal     to wp-PostAntal(wpx).
           move sb-ResultatBelopp1  to wp-Belopp1(wpx).
           move sb-ResultatBelopp2  to wp-Belopp2(wpx).
           move sb-ResultatBelopp3  to wp-Belopp3(wpx).
       eaa999.
           exit.

       eb-dom section.
       eb010.
           move 1 to wpx.
       eb020.
           if wpx > wp-antal
               go to eb999
           end-if.
           perform eba-en-dom.
           add 1 to wpx.
           go to eb020.
       eb999.
           exit.

       eba-en-dom section.
       eba010.
           if wp-Kommando(wpx) = 0
      * inget utfall än - underkänd först när fristen passerats
               compute wtid1 = (wp-FristDatum(wpx) * 1000000)
                 + wp-FristKlock(wpx)
               if wnu > wtid1
                   move 'INTE KLAR INOM FRISTEN' to wp-Orsak(wpx)
                   go to eba800
               end-if
               go to eba999
           end-if.
           move wp-Kommando(wpx)  to wp-Utfall(wpx).
           move wp-SlutDatum(wpx) to wp-KlarDatum(wpx).
           move wp-SlutKlock(wpx) to wp-KlarKlock(wpx).
           perform ebb-minuter.
           if wp-Kommando(wpx) = 7
               move 'AVBRUTEN' to wp-Orsak(wpx)
               go to eba800
           end-if.
           if wp-Kommando(wpx) = 8
               move 'FEL I KORNINGEN' to wp-Orsak(wpx)
               go to eba800
           end-if.
           compute wtid1 = (wp-FristDatum(wpx) * 1000000)
             + wp-FristKlock(wpx).
           if (wp-SlutDatum(wpx) * 1000000) + wp-SlutKlock(wpx)
              > wtid1
               move 'KLAR EFTER FRISTEN' to wp-Orsak(wpx)
               go to eba800
           end-if.
           if wp-Varv(wpx) = 0
               move 'KLAR UTAN VARVLOGG' to wp-Orsak(wpx)
               go to eba800
           end-if.
           if wp-RappRader(wpx) = 0
               move 'KLAR UTAN RAPPORTRADER' to wp-Orsak(wpx)
               go to eba800
           end-if.
      * väntade resultat ur kanarieraden - saknas raden numera
      * kollas bara vägen, inte siffrorna
           move wp-FunktionsNummer(wpx) to wvalfunknr.
           perform yb-sok-kanarie.
           if wrx > 0
               move wreg-rad(wrx) to kn
               if kn-ForvPostAntal > 0
               and wp-PostAntal(wpx) not = kn-ForvPostAntal
                   move 'FEL POSTANTAL' to wp-Orsak(wpx)
                   go to eba800
               end-if
               if kn-KollaBeloppJN = 'J'
                   if wp-Belopp1(wpx) not = kn-ForvBelopp1
                   or wp-Belopp2(wpx) not = kn-ForvBelopp2
                   or wp-Belopp3(wpx) not = kn-ForvBelopp3
                       move 'FEL BELOPP' to wp-Orsak(wpx)
                       go to eba800
                   end-if
               end-if
           end-if.
           move 'O' to wp-Status(wpx).
           add 1 to wantalok.
           go to eba999.
       eba800.
           move 'F' to wp-Status(wpx).
           add 1 to wantalfel.
           move wp-FunktionsNummer(wpx) to wfunktionsnummer.
           move wp-BestID(wpx)          to wbestidbin.
           move 574                     to wkommandobin.
           move wp-Orsak(wpx)           to wft-orsak.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wfeltitel.
           display 'KANARIE FEL funk ' wp-FunktionsNummer(wpx)
             ' nr ' wp-BestNummer(wpx) ': ' wp-Orsak(wpx).
       eba999.
           exit.

       ebb-minuter section.
       ebb010.
      * minuter från lagd till avslutad - samma dag eller dagen
      * efter, annars 99999
           move 99999 to wp-Minuter(wpx).
           divide wp-LagdKlock(wpx) by 10000 giving wtimmar.
           compute wminuter = (wtimmar * 60)
             + ((wp-LagdKlock(wpx) - (wtimmar * 10000)) / 100).
           divide wp-SlutKlock(wpx) by 10000 giving wtimmar.
           compute wmin2 = (wtimmar * 60)
             + ((wp-SlutKlock(wpx) - (wtimmar * 10000)) / 100).
           if wp-SlutDatum(wpx) = wp-LagdDatum(wpx)
               if wmin2 >= wminuter
                   compute wp-Minuter(wpx) = wmin2 - wminuter
               end-if
               go to ebb999
           end-if.
           move wp-LagdDatum(wpx) to wstegdatum.
           perform zn-nasta-dag.
           if wp-SlutDatum(wpx) = wstegdatum
               compute wp-Minuter(wpx) = wmin2 + 1440 - wminuter
           end-if.
       ebb999.
           exit.

       ec-skriv-historik section.
       ec010.
      * historiken skrivs till en tmp-fil med de dömda raderna
      * utbytta och byts sedan in
           open input KanHist.
           if wkhfskey1 not = '0'
               go to ec999
           end-if.
           open output KanTmp.
           move 0 to wradnr.
           move 1 to wpx.
           move 'N' to w-eof.
       ec020.
           read KanHist into kh at end move 'J' to w-eof.
           if w-eof = 'J'
               go to ec100
           end-if.
           add 1 to wradnr.
           if wpx <= wp-antal
               if wp-radnr(wpx) = wradnr
                   move wp-FunktionsNummer(wpx) to kh-FunktionsNummer
                   move wp-BestNummer(wpx)  to kh-BestNummer
                   move wp-LagdDatum(wpx)   to kh-LagdDatum
                   move wp-LagdKlock(wpx)   to kh-LagdKlock
                   move wp-FristDatum(wpx)  to kh-FristDatum
                   move wp-FristKlock(wpx)  to kh-FristKlock
                   move wp-Status(wpx)      to kh-Status
                   move wp-Utfall(wpx)      to kh-Utfall
                   move wp-KlarDatum(wpx)   to kh-KlarDatum
                   move wp-KlarKlock(wpx)   to kh-KlarKlock
                   move wp-Minuter(wpx)     to kh-Minuter
                   move wp-Orsak(wpx)       to kh-Orsak
                   add 1 to wpx
               end-if
           end-if.
           write kantmp-record from kh.
           go to ec020.
       ec100.
           close KanHist.
           close KanTmp.
           call 'CBL_DELETE_FILE' using wkhselnamn.
           call 'CBL_RENAME_FILE' using wktmpselnamn, wkhselnamn.
           if return-code not = 0
               display 'FEL: kunde inte byta in ' wktmpselnamn
           end-if.
       ec999.
           exit.

       f-lagg-nya section.
       f010.
           move 'N' to wandratJN.
           move 1 to wrx.
       f020.
           if wrx > wreg-antal
               go to f100
           end-if.
           move wreg-rad(wrx) to kn.
           perform fa-en-kanarie.
           add 1 to wrx.
           go to f020.
       f100.
           if wandratJN = 'J'
               perform z-skriv-register
           end-if.
       f999.
           exit.

       fa-en-kanarie section.
       fa010.
      * förfallen = inte lagd idag och klockslaget passerat
           if kn-SenastDatum >= wdate or wtime < kn-Klockslag
               go to fa999
           end-if.
      * en kanarie som fortfarande väntar hindrar en ny
           move 1 to wpx.
       fa020.
           if wpx <= wp-antal
               if wp-FunktionsNummer(wpx) = kn-FunktionsNummer
               and wp-Status(wpx) = 'V'
                   go to fa999
               end-if
               add 1 to wpx
               go to fa020
           end-if.
           initialize sa.
           move kn-FunktionsNummer to wfunktionsnummer.
           call 'sd-selectspadadmifunk' using wfunktionsnummer, sa.
           if sa-AdmiID = 999999
               display 'Funk ' kn-FunktionsNummer
                 ' saknas i Admi, ingen kanarie.'
               go to fa999
           end-if.
      * inom funktionens körfönster - annars nästa svep
           if sa-KalenderID > 0
               move sa-KalenderID to wkalenderid
               call 'sd-ArInomKorfonster' using wkalenderid, wfinnsJN
               if wfinnsJN = 'N'
                   go to fa999
               end-if
           end-if.

           call 'sd-HamtaNastaBestNummer' using
             wfunktionsnummer, wbestnummer.
           initialize sb.
           move wfunktionsnummer to sb-FunktionsNummer.
           move 1                to sb-Kommando.
           move 0                to sb-ReturKod.
           move wbestnummer      to sb-BestNummer.
           move spaces           to sb-BestTitel.
           string 'KANARIE ' wdate delimited by size
             into sb-BestTitel.
           move kn-BestAntal     to sb-BestAntal.
           move 0                to sb-Prioritet.
           move 'KANARIE'        to sb-Bestallare.
           move 1                to sb-TestKorning.
           move wdate to sb-BestDatum, sb-SenasteDatum.
           move wtime to sb-BestKlock, sb-SenasteKlock.
           call 'sd-InsertSpadBest' using wfunktionsnummer, sb.

           initialize kh.
           move wfunktionsnummer to kh-FunktionsNummer.
           move wbestnummer      to kh-BestNummer.
           move wdate            to kh-LagdDatum.
           move wtime            to kh-LagdKlock.
           perform fb-frist.
           move 'V'              to kh-Status.
           move spaces           to kh-Orsak.
           open extend KanHist.
           if wkhfs = '35'
               open output KanHist
           end-if.
           write kanhist-record from kh.
           close KanHist.

           move wdate to kn-SenastDatum.
           move kn to wreg-rad(wrx).
           move 'J' to wandratJN.
           add 1 to wantallagda.
       fa999.
           exit.

       fb-frist section.
       fb010.
      * fristen = lagd + MaxMinuter, över midnatt till nästa dag
           divide wtime by 10000 giving wtimmar.
           compute wminuter = (wtimmar * 60)
             + ((wtime - (wtimmar * 10000)) / 100)
             + kn-MaxMinuter.
           move wdate to wstegdatum.
       fb020.
           if wminuter >= 1440
               subtract 1440 from wminuter
               perform zn-nasta-dag
               go to fb020
           end-if.
           divide wminuter by 60 giving wtimmar remainder wrestmin.
           move wstegdatum to kh-FristDatum.
           compute kh-FristKlock = (wtimmar * 10000) + (wrestmin * 100).
       fb999.
           exit.

       g-historik section.
       g010.
           display 'FunktionsNummer (0 = alla): ' with no advancing.
           accept wvalfunknr.
           perform za-hamta-dag-klocka.
           move 'N' to wrapJN.
           if wexportmapp not = spaces
               move wdate to wrf-datum
               move spaces to wrapselnamn
               string wexportmapp delimited by space
                      wrapfilnamn delimited by size
                      into wrapselnamn
               open output Rapport
               if wrapfskey1 = '0'
                   move 'J' to wrapJN
               end-if
           end-if.
           move 0 to wkn-antal.
           open input KanHist.
           if wkhfskey1 not = '0'
               display 'Ingen kanariehistorik ännu.'
               go to g100
           end-if.
           move 'N' to w-eof.
       g020.
           read KanHist into kh at end move 'J' to w-eof.
           if w-eof = 'J'
               go to g090
           end-if.
           if wvalfunknr > 0 and kh-FunktionsNummer not = wvalfunknr
               go to g020
           end-if.
           move kh-FunktionsNummer to wh-funknr.
           move kh-LagdDatum       to wh-lagd.
           move kh-LagdKlock       to wh-klock.
           move kh-BestNummer      to wh-bestnr.
           evaluate kh-Status
               when 'O' move 'OK'     to wh-status
               when 'F' move 'FEL'    to wh-status
               when other move 'VANTAR' to wh-status
           end-evaluate.
           move kh-Minuter         to wh-minuter.
           move kh-Orsak           to wh-orsak.
           display whistrad.
           if wrapJN = 'J'
               write rapport-record from whistrad
           end-if.
           perform ga-summera.
           go to g020.
       g090.
           close KanHist.
       g100.
      * summeringen per funktion sist
           move 1 to wsx.
       g110.
           if wsx > wkn-antal
               go to g200
           end-if.
           move wkn-funknr(wsx)    to wkn-d-funknr.
           move wkn-ok(wsx)        to wkn-d-ok.
           move wkn-fel(wsx)       to wkn-d-fel.
           move wkn-vantar(wsx)    to wkn-d-vantar.
           move wkn-senastok(wsx)  to wkn-d-senastok.
           move wkn-senastfel(wsx) to wkn-d-senastfel.
           display wsumrad.
           if wrapJN = 'J'
               write rapport-record from wsumrad
           end-if.
           if wkn-senastfel(wsx) > wkn-senastok(wsx)
               display '   senaste fel: ' wkn-felorsak(wsx)
           end-if.
           add 1 to wsx.
           go to g110.
       g200.
           if wrapJN = 'J'
               close Rapport
           end-if.
       g999.
           exit.

       ga-summera section.
       ga010.
           move 1 to wsx.
       ga020.
           if wsx > wkn-antal
               if wkn-antal >= 100
                   go to ga999
               end-if
               add 1 to wkn-antal
               move wkn-antal to wsx
               move kh-FunktionsNummer to wkn-funknr(wsx)
               move 0 to wkn-ok(wsx), wkn-fel(wsx), wkn-vantar(wsx)
               move 0 to wkn-senastok(wsx), wkn-senastfel(wsx)
               move spaces to wkn-felorsak(wsx)
               go to ga030
           end-if.
           if wkn-funknr(wsx) not = kh-FunktionsNummer
               add 1 to wsx
               go to ga020
           end-if.
       ga030.
           evaluate kh-Status
               when 'O'
                   add 1 to wkn-ok(wsx)
                   move kh-LagdDatum to wkn-senastok(wsx)
               when 'F'
                   add 1 to wkn-fel(wsx)
                   move kh-LagdDatum to wkn-senastfel(wsx)
                   move kh-Orsak to wkn-felorsak(wsx)
               when other
                   add 1 to wkn-vantar(wsx)
           end-evaluate.
       ga999.
           exit.

       y-las-register section.
       y010.
           move 0 to wreg-antal.
           open input Kanarie.
           if wkanfskey1 not = '0'
      * registret finns ännu inte - tomt register
               go to y999
           end-if.
           move 'N' to w-eof.
       y020.
           read Kanarie into kn at end move 'J' to w-eof.
           if w-eof = 'J' or wreg-antal >= 50
               go to y100
           end-if.
           add 1 to wreg-antal.
           move kn to wreg-rad(wreg-antal).
           go to y020.
       y100.
           close Kanarie.
       y999.
           exit.

       yb-sok-kanarie section.
       yb010.
      * wrx = kanarieraden för wvalfunknr, 0 = ingen
           move 1 to wrx.
       yb020.
           if wrx > wreg-antal
               move 0 to wrx
               go to yb999
           end-if.
           move wreg-rad(wrx) to kn.
           if kn-FunktionsNummer = wvalfunknr
               go to yb999
           end-if.
           add 1 to wrx.
           go to yb020.
       yb999.
           exit.

       z-skriv-register section.
       z010.
           open output Kanarie.
           move 1 to wrx.
       z020.
           if wrx > wreg-antal
               go to z100
           end-if.
           write kanarie-record from wreg-rad(wrx).
           add 1 to wrx.
           go to z020.
       z100.
           close Kanarie.
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

       zn-nasta-dag section.
       zn010.
      * wstegdatum stegas en dag framåt, samma rutin som
      * zn-nasta-dag i SpadStaendeCbl
           move wstegdatum(1:4) to wz-aa.
           move wstegdatum(5:2) to wz-mm.
           move wstegdatum(7:2) to wz-dd.
           move wn-manadsdagar(wz-mm) to wn-dagitab.
           if wz-mm = 2
               divide wz-aa by 4 giving wn-kvot remainder wn-rest4
               divide wz-aa by 100 giving wn-kvot remainder wn-rest100
               divide wz-aa by 400 giving wn-kvot remainder wn-rest400
               if wn-rest4 = 0
                   if wn-rest100 not = 0 or wn-rest400 = 0
                       move 29 to wn-dagitab
                   end-if
               end-if
           end-if.
           if wz-dd < wn-dagitab
               add 1 to wz-dd
               go to zn100
           end-if.
           move 1 to wz-dd.
           if wz-mm = 12
               move 1 to wz-mm
               add 1 to wz-aa
           else
               add 1 to wz-mm
           end-if.
       zn100.
           compute wstegdatum =
             (wz-aa * 10000) + (wz-mm * 100) + wz-dd.
       zn999.
           exit.
