      *           redan skickade händelser med exakt den tidpunkten)
      *           gör att en omstart varken tappar eller dubblerar
      *           larm. Båda datamoderna via sd-OppnaMessLas.
      *2026-10-15 Händelse 574 KANARIE FEL (SpadKanarieCbl) skickas
      *           alltid, med severity 2 om routingtabellen inte
      *           anger något annat - en kanarie som inte larmar
      *           fyller ingen funktion.
      *2026-10-15 Larmen (520 vakthundsstopp, 530 motor tyst, 533
      *           prognoslarm) skickas alltid och registreras som
      *           öppna larm i spadlarm.dat (se larm.cpy) med första
      *           steget i funktionens jourstege (Path=/
      *           spadjourstege.dat: funktion 9 siffror, 0 = alla,
      *           steg 1 siffra, kontakt 20 tecken). Ett larm som
      *           inte kvitterats (SpadOperatorCbl, Form1) inom
      *           tiden för sin severity (Path=/spadlarmtid.dat:
      *           severity 1 siffra + minuter 5 siffror, annars 15/
      *           30/60 minuter för severity 1/2/övriga) eskaleras
      *           till nästa steg som en egen händelse 576 till nästa
      *           kontakt, se f-eskalera.
      *2026-10-15 Händelserna läggs i en väntande GW_<datum>.evt.tmp
      *           och dagfilen publiceras med manifest när svepet
      *           är klart (sd-PubliceraKopia), så insamlaren aldrig
      *           hämtar en halvskriven fil.
      *2026-10-15 Händelse 594 (order hålls kvar utanför körfönstret
      *           men skulle missa sin deadline eller ryms aldrig i
      *           fönstret, se SpadFunkCblMain) skickas alltid och
      *           registreras som öppet larm, som 533.
      *
       program-id. SpadGwCbl.
       environment division.
           Select Utfil assign wutselnamn
             file status is wutfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select Jourstege assign wjsselnamn
             file status is wjsfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select LarmTid assign wltselnamn
             file status is wltfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Routing.
       01  bokmarke-record   pic x(23).
       fd  Utfil.
       01  utfil-record      pic x(100).
       fd  Jourstege.
       01  jourstege-record  pic x(30).
       fd  LarmTid.
       01  larmtid-record    pic x(6).

       working-storage section.
       01  work.
           05  wutfs.
               10  wutfskey1      pic x.
               10  wutfskey2      pic x.
      * den publicerade dagfilen - wutselnamn är den väntande
           05  wpubfil            pic x(133).
           05  wpubprogram        pic x(20) value 'SpadGwCbl'.
           05  wpubJN             pic x.
           05  wutfilnamn.
               10  filler         pic x(3) value 'GW_'.
               10  wuf-datum      pic 9(8).
               10  wg-kommando    pic 9(4).
               10  filler         pic x value ';'.
               10  wg-titel       pic x(50).
      * jourstegen i minnet: funktion (0 = alla funktioner som
      * saknar egen stege), steg och kontakt - se fb-sok-kontakt
           05  wjsselnamn         pic x(80).
           05  wjsfs.
               10  wjsfskey1      pic x.
               10  wjsfskey2      pic x.
           05  w-eof-js           pic x.
           05  wjsrad.
               10  wjr-funknr     pic 9(9).
               10  wjr-steg       pic 9.
               10  wjr-kontakt    pic x(20).
           05  wj-antal           pic s9(4) comp value 0.
           05  wj-tab occurs 200.
               10  wj-funknr      pic 9(9) comp.
               10  wj-steg        pic 9.
               10  wj-kontakt     pic x(20).
           05  wjx                pic s9(4) comp.
           05  wsokfunknr         pic 9(9).
           05  wstegefunknr       pic 9(9).
           05  wnastasteg         pic 9.
           05  wnastakontakt      pic x(20).
           05  wkontaktJN         pic x.
      * kvittenstid i minuter per severity - spadlarmtid.dat ersätter
      * standardvärdena, se b2-las-larmtid
           05  wltselnamn         pic x(80).
           05  wltfs.
               10  wltfskey1      pic x.
               10  wltfskey2      pic x.
           05  w-eof-lt           pic x.
           05  wltrad.
               10  wlr-severity   pic 9.
               10  wlr-minuter    pic 9(5).
           05  wlt-minuter        pic 9(5) occurs 9.
           05  wltx               pic s9(4) comp.
      * öppna larm som prövas för eskalering, se f-eskalera
           05  wo-antal           pic s9(4) comp value 0.
           05  wo-rad             pic x(171) occurs 200.
           05  wox                pic s9(4) comp.
           05  wlarmfinnsJN       pic x.
           05  wantaleskalerade   pic 9(9) value 0.
           05  wbestidbin         pic 9(9) comp.
           05  wkommandobin       pic 9(9) comp.
           05  weskaleringstitel.
               10  filler         pic x(5) value 'LARM '.
               10  wet-larmid     pic 9(9).
               10  filler         pic x(6) value ' STEG '.
               10  wet-steg       pic 9.
               10  filler         pic x(6) value ' TILL '.
               10  wet-kontakt    pic x(20).
               10  filler         pic x(3) value spaces.
      * ålder i sekunder sedan senaste larmningen, samma resonemang
      * som i SpadVaktCbl
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
           05  wtime              pic 9(6).
           05  wklocktal          pic 9(6).
           05  wklocktal-re redefines wklocktal.
               10  wkt-hh         pic 9(2).
               10  wkt-mi         pic 9(2).
               10  wkt-ss         pic 9(2).
           05  wsec-nu            pic s9(9) comp.
           05  wsec-da            pic s9(9) comp.
           05  walder             pic s9(9) comp.
           05  wjmfdatum          pic 9(9).
           05  wjmfklock          pic 9(9).
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
           05  wdoy-da            pic 9(4) comp.
           05  wdoy-nu            pic 9(4) comp.
           05  waa-da             pic 9(4).
           05  waa-nu             pic 9(4).
           05  wk-cumtab.
               10  filler pic x(36) value
                 '000031059090120151181212243273304334'.
           05  wk-cumtab-re redefines wk-cumtab.
               10  wk-cumdagar pic 9(3) occurs 12.
           05  wdisprad2.
               10  filler pic x(14) value 'SpadGw,       '.
               10  wd2-antal pic zzzzzz9.
               10  filler pic x(18) value ' larm eskalerade'.
           05  wdisprad.
               10  filler pic x(14) value 'SpadGw klar,  '.
               10  wd-antal pic zzzzzz9.
               10  filler pic x(26) value ' händelser vidarebefordrade'.
       01  mc.
           copy "messarci-bin.cpy" replacing leading ==xxxx== by ==mc==.
       01  la.
           copy "larm.cpy" replacing leading ==xxxx== by ==la==.

       procedure division.
       main section.
             into wroutselnamn.
           string wpath 'spadgwbm.dat' delimited by space
             into wbmselnamn.
           string wpath 'spadjourstege.dat' delimited by space
             into wjsselnamn.
           string wpath 'spadlarmtid.dat' delimited by space
             into wltselnamn.

           perform b-las-routing.
           if wr-antal = 0
               stop run
           end-if.
           perform c-las-bokmarke.
           perform b1-las-jourstege.
           perform b2-las-larmtid.

           move wbm-datum to wnytt-datum.
           move wbm-klock to wnytt-klock.
           perform d-en-handelse.
           go to main020.
       main100.
           perform f-eskalera.
           if wantalskickade > 0
               close Utfil
               call 'sd-PubliceraKopia' using
                 wutselnamn, wpubfil, wpubprogram, wpubJN
               if wpubJN not = 'J'
                   display 'FEL: kunde inte publicera ' wpubfil
               end-if
           end-if.
           perform e-skriv-bokmarke.
           move wantalskickade to wd-antal.
           display wdisprad.
           move wantaleskalerade to wd2-antal.
           display wdisprad2.
           stop run.
       main999.
           exit.
       b999.
           exit.

       b1-las-jourstege section.
       b1010.
           open input Jourstege.
           if wjsfskey1 not = '0'
               go to b1999
           end-if.
           move 'N' to w-eof-js.
       b1020.
           read Jourstege into wjsrad
             at end move 'J' to w-eof-js.
           if w-eof-js = 'J' or wj-antal >= 200
               go to b1100
           end-if.
           if wjr-funknr not numeric or wjr-steg not numeric
               go to b1020
           end-if.
           add 1 to wj-antal.
           move wjr-funknr  to wj-funknr(wj-antal).
           move wjr-steg    to wj-steg(wj-antal).
           move wjr-kontakt to wj-kontakt(wj-antal).
           go to b1020.
       b1100.
           close Jourstege.
       b1999.
           exit.

       b2-las-larmtid section.
       b2010.
      * standard: 15 minuter för severity 1, 30 för 2 och 60 för
      * övriga
           move 0 to wltx.
       b2020.
           add 1 to wltx.
           if wltx <= 9
               move 60 to wlt-minuter(wltx)
               go to b2020
           end-if.
           move 15 to wlt-minuter(1).
           move 30 to wlt-minuter(2).
           open input LarmTid.
           if wltfskey1 not = '0'
               go to b2999
           end-if.
           move 'N' to w-eof-lt.
       b2030.
           read LarmTid into wltrad
             at end move 'J' to w-eof-lt.
           if w-eof-lt = 'J'
               go to b2100
           end-if.
           if wlr-severity not numeric or wlr-minuter not numeric
           or wlr-severity = 0
               go to b2030
           end-if.
           move wlr-minuter to wlt-minuter(wlr-severity).
           go to b2030.
       b2100.
           close LarmTid.
       b2999.
           exit.

       c-las-bokmarke section.
       c010.
      * saknas bokmärket börjar vidarebefordran från tidernas
                   move 'J' to wtraffJN
               end-if
           end-perform.
           if wtraffJN = 'N' and mc-Kommando = 574
               move 2 to wsev
               move 'J' to wtraffJN
           end-if.
      * larmen skickas alltid och väntar sedan på kvittens
           if wtraffJN = 'N'
           and (mc-Kommando = 520 or mc-Kommando = 530)
               move 1 to wsev
               move 'J' to wtraffJN
           end-if.
           if wtraffJN = 'N'
           and (mc-Kommando = 533 or mc-Kommando = 594)
               move 2 to wsev
               move 'J' to wtraffJN
           end-if.
      * en eskalering (576) skickades direkt när den gjordes
           if mc-Kommando = 576
               move 'N' to wtraffJN
           end-if.
           if wtraffJN = 'J'
               perform db-skicka
               if mc-Kommando = 520 or mc-Kommando = 530
               or mc-Kommando = 533 or mc-Kommando = 594
                   perform dc-oppna-larm
               end-if
           end-if.

      * bokmärket flyttas fram för VARJE genomgången händelse, även

       db-skicka section.
       db010.
           perform dd-oppna-utfil.
           move wsev               to wg-severity.
           move mc-Datum           to wg-datum.
           move mc-Klock           to wg-klock.
           move mc-FunktionsNummer to wg-funknr.
           move mc-Kommando        to wg-kommando.
           move mc-Titel           to wg-titel.
           write utfil-record from wgwrad.
           add 1 to wantalskickade.
       db999.
           exit.

       dc-oppna-larm section.
       dc010.
      * larmet registreras som öppet hos jourstegens första kontakt
      * - händelsens egen tidpunkt räknas som första larmningen
           initialize la.
           move mc-FunktionsNummer to la-FunktionsNummer.
           move mc-Kommando        to la-Handelse.
           move wsev               to la-Severity.
           move mc-Datum           to la-OppnadDatum, la-EskDatum.
           move mc-Klock           to la-OppnadKlock, la-EskKlock.
           move mc-Titel           to la-Titel.
           move mc-FunktionsNummer to wsokfunknr.
           move 1 to wnastasteg.
           perform fb-sok-kontakt.
           move 1 to la-Steg.
           move wnastakontakt to la-Kontakt.
           call 'sd-OppnaLarm' using la, wlarmfinnsJN.
           if wlarmfinnsJN = 'X'
               display 'Larmregistret är fullt av okvitterade larm -'
                 ' funktion ' mc-FunktionsNummer ' registrerades'
                 ' inte.'
           end-if.
       dc999.
           exit.

       dd-oppna-utfil section.
       dd010.
      * utfilen öppnas vid första träffen i omgången - extend, så
      * flera svep samma dag hamnar i samma dagfil
           if wantalskickade = 0
               accept wuf-datum from date yyyymmdd
               move spaces to wpubfil
               string wexportmapp delimited by space
                      wutfilnamn delimited by size
                      into wpubfil
               move spaces to wutselnamn
               string wpubfil delimited by space
                      '.tmp' delimited by size
                      into wutselnamn
               call 'sd-ForberedTillagg' using wutselnamn, wpubfil
               open extend Utfil
               if wutfs = '35'
                   open output Utfil
               end-if
           end-if.
       dd999.
           exit.

       e-skriv-bokmarke section.
           close Bokmarke.
       e999.
           exit.

       f-eskalera section.
       f010.
      * öppna larm som inte kvitterats inom tiden för sin severity
      * räknat från senaste larmningen eskaleras till nästa steg i
      * jourstegen. Efter sista steget larmas inte fler - larmet
      * står öppet tills det kvitteras.
           perform za-hamta-dag-klocka.
           move 0 to wo-antal.
           call 'sd-OppnaLarmLas'.
       f020.
           call 'sd-LasLarm' using la, wlarmfinnsJN.
           if wlarmfinnsJN = 'N'
               go to f030
           end-if.
           if la-Status = 'O' and wo-antal < 200
               add 1 to wo-antal
               move la to wo-rad(wo-antal)
           end-if.
           go to f020.
       f030.
           move 0 to wox.
       f040.
           add 1 to wox.
           if wox > wo-antal
               go to f999
           end-if.
           move wo-rad(wox) to la.
           if la-Steg >= 9
               go to f040
           end-if.
           move la-Severity to wltx.
           if wltx = 0
               move 1 to wltx
           end-if.
           move la-EskDatum to wjmfdatum.
           move la-EskKlock to wjmfklock.
           perform zb-berakna-alder.
           if walder < wlt-minuter(wltx) * 60
               go to f040
           end-if.
           move la-FunktionsNummer to wsokfunknr.
           compute wnastasteg = la-Steg + 1.
           perform fb-sok-kontakt.
           if wkontaktJN = 'N'
               go to f040
           end-if.
           move wnastasteg    to la-Steg.
           move wnastakontakt to la-Kontakt.
           move wdate         to la-EskDatum.
           move wtime         to la-EskKlock.
      * kvitterat under tiden? då eskaleras det inte
           call 'sd-EskaleraLarm' using la, wlarmfinnsJN.
           if wlarmfinnsJN not = 'J'
               go to f040
           end-if.
           perform fc-skicka-eskalering.
           go to f040.
       f999.
           exit.

       fb-sok-kontakt section.
       fb010.
      * kontakten för steg wnastasteg i jourstegen för funktion
      * wsokfunknr - en funktion utan egna rader följer stegen för
      * funktion 0. wkontaktJN = 'N' = steget finns inte.
           move 'N' to wkontaktJN.
           move spaces to wnastakontakt.
           move 0 to wstegefunknr.
           move 0 to wjx.
       fb020.
           add 1 to wjx.
           if wjx <= wj-antal
               if wj-funknr(wjx) = wsokfunknr
                   move wsokfunknr to wstegefunknr
               end-if
               go to fb020
           end-if.
           move 0 to wjx.
       fb030.
           add 1 to wjx.
           if wjx > wj-antal
               go to fb999
           end-if.
           if wj-funknr(wjx) not = wstegefunknr
           or wj-steg(wjx) not = wnastasteg
               go to fb030
           end-if.
           move wj-kontakt(wjx) to wnastakontakt.
           move 'J' to wkontaktJN.
       fb999.
           exit.

       fc-skicka-eskalering section.
       fc010.
      * eskaleringen som egen händelse i insamlarens format, till
      * den nya kontakten, och som bestående spår i händelseloggen
           perform dd-oppna-utfil.
           move la-LarmID          to wet-larmid.
           move la-Steg            to wet-steg.
           move la-Kontakt         to wet-kontakt.
           move la-Severity        to wg-severity.
           move wdate              to wg-datum.
           move wtime              to wg-klock.
           move la-FunktionsNummer to wg-funknr.
           move 576                to wg-kommando.
           move weskaleringstitel  to wg-titel.
           write utfil-record from wgwrad.
           add 1 to wantalskickade.
           add 1 to wantaleskalerade.
           move 0 to wbestidbin.
           move 576 to wkommandobin.
           call 'sd-LoggaMessArci' using
             la-FunktionsNummer, wbestidbin, wkommandobin,
             weskaleringstitel.
       fc999.
           exit.

       zb-berakna-alder section.
       zb010.
      * ålder i sekunder från wjmfdatum/wjmfklock till nu, räknad
      * över dygns- och årsgränser (årsskiften approximeras med 365
      * dagar per mellanår)
           if wjmfdatum = 0
               move 999999999 to walder
               go to zb999
           end-if.
           move wjmfdatum to wk-datum.
           perform zc-dag-och-ar.
           move wk-doy to wdoy-da.
           move wk-aa  to waa-da.
           move wdate to wk-datum.
           perform zc-dag-och-ar.
           move wk-doy to wdoy-nu.
           move wk-aa  to waa-nu.
           move wjmfklock to wklocktal.
           compute wsec-da =
             (wkt-hh * 3600) + (wkt-mi * 60) + wkt-ss.
           move wtime to wklocktal.
           compute wsec-nu =
             (wkt-hh * 3600) + (wkt-mi * 60) + wkt-ss.
           compute walder =
             ((waa-nu - waa-da) * 365 + wdoy-nu - wdoy-da)
             * 86400 + wsec-nu - wsec-da.
           if walder < 0
               move 0 to walder
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

       za-hamta-dag-klocka section.
       za010.
      * fyrsiffrigt årtal, se motsvarande rutin i SpadFunkCblMain
           accept wfalt from date yyyymmdd.
           move wfalt to wdate.
           accept wfalt from time.
           divide wfalt by 100 giving wtime.
       za999.
           exit.
