       identification division.
      *
      *2026-10-15 Ny körning: rapportprenumerationer - registret
      *           spadprenum.dat med mottagare (beställar-id eller
      *           avdelning) och utkorg per RappTyp, som
      *           SpadRappExportCbl levererar varje export till.
      *           En mottagare läggs bara till om den får beställa
      *           alla funktioner som skriver typen enligt
      *           spadbehorig.dat. Leveransrapporten listar
      *           prenumerationer vars senaste leverans misslyckades
      *           eller som inte fått något på N dagar, ur
      *           leveransloggen spadleverans.dat.
      *
       program-id. SpadPrenumCbl.
       environment division.
       Input-Output Section.
       File-Control.
           Select Prenum assign wpnselnamn
             file status is wpnfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select Leverans assign wlvselnamn
             file status is wlvfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select PrenumRapport assign wrappselnamn
             file status is wrappfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Prenum.
       01  prenum-record     pic x(111).
       fd  Leverans.
       01  leverans-record   pic x(93).
       fd  PrenumRapport.
       01  prenumrapport-record pic x(200).

       working-storage section.
       01  work.
           05  wdatamode        pic 9.
           05  wpath            pic x(80).
           05  wstyrfunknr      pic 9(9).
           05  wexportmapp      pic x(73).
           05  wexportsekunder  pic 9(9).
           05  wrtantal         pic 9(9).
           05  wrttab           pic 9(9) occurs 20.
           05  wpnselnamn       pic x(80).
           05  wpnfs.
               10  wpnfskey1    pic x.
               10  wpnfskey2    pic x.
           05  w-eof-pn         pic x.
           05  wlvselnamn       pic x(80).
           05  wlvfs.
               10  wlvfskey1    pic x.
               10  wlvfskey2    pic x.
           05  w-eof-lv         pic x.
           05  wrappselnamn     pic x(133).
           05  wrappfs.
               10  wrappfskey1  pic x.
               10  wrappfskey2  pic x.
           05  wrappfilnamn.
               10  filler       pic x(7) value 'PRENUM_'.
               10  wrf-datum    pic 9(8).
               10  filler       pic x(4) value '.csv'.
           05  wval             pic 9.
           05  wklart           pic x.
           05  wfinnsJN         pic x.
           05  wadmifinnsJN     pic x.
           05  wbehorigJN       pic x.
           05  wtillatenJN      pic x.
           05  wfunktionsnummer pic 9(9).
           05  wbestnamn        pic x(30).
           05  wbestadress      pic x(50).
           05  wradnr           pic 9(4).
           05  wsx              pic 9(4) comp.
           05  wsx2             pic 9(4) comp.
           05  wtraff           pic 9(4) comp.
           05  wfalt            pic 9(8).
           05  wdate            pic 9(8).
           05  wtime            pic 9(6).
           05  wgransdagar      pic 9(4).
           05  wdagar           pic 9(9) comp.
           05  wantalflaggade   pic 9(9) comp.
      * registret i minnet - skrivs om i sin helhet vid varje
      * ändring, samma mönster som SpadFrysCbl
           05  wreg-antal       pic 9(4) comp value 0.
           05  wreg-rad         pic x(111) occurs 200.
      * senaste leveransen per registerrad, ur leveransloggen
           05  wst-tab occurs 200.
               10  wst-okdatum   pic 9(8).
               10  wst-okklock   pic 9(6).
               10  wst-sistdatum pic 9(8).
               10  wst-sistklock pic 9(6).
               10  wst-status    pic x.
           05  wanmarkning      pic x(40).
      * sekunder mellan två tidpunkter över dygns- och årsgränser,
      * samma resonemang som zb-diff-sekunder i SpadSlaCbl
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
           05  wlistrad.
               10  wl-radnr      pic zzz9.
               10  filler        pic x(6) value '  typ '.
               10  wl-rapptyp    pic zzzzzzzz9.
               10  filler        pic xx.
               10  wl-typ        pic x.
               10  filler        pic x value ' '.
               10  wl-mottagare  pic x(20).
               10  filler        pic xx.
               10  wl-utkorg     pic x(40).
      * rapporten i RappDivs semikolonstil
           05  wcsvrubrik.
               10  filler pic x(8)  value 'RappTyp;'.
               10  filler pic x(10) value 'Mottagare;'.
               10  filler pic x(7)  value 'Utkorg;'.
               10  filler pic x(16) value 'SenastLevererad;'.
               10  filler pic x(15) value 'SenasteForsok;'.
               10  filler pic x(7)  value 'Status;'.
               10  filler pic x(10) value 'Anmarkning'.
           05  wcsvrad.
               10  wc-rapptyp    pic zzzzzzzz9.
               10  filler        pic x value ';'.
               10  wc-mottagare  pic x(20).
               10  filler        pic x value ';'.
               10  wc-utkorg     pic x(73).
               10  filler        pic x value ';'.
               10  wc-okdatum    pic 9(8).
               10  filler        pic x value ';'.
               10  wc-sistdatum  pic 9(8).
               10  filler        pic x value ';'.
               10  wc-status     pic x.
               10  filler        pic x value ';'.
               10  wc-anmarkning pic x(40).
           05  wdagartext.
               10  filler pic x(18) value 'INGET LEVERERAT PA'.
               10  wdt-dagar     pic zzzz9.
               10  filler pic x(6) value ' DAGAR'.
           05  wdisprad2.
               10  filler pic x(16) value 'SpadPrenum klar,'.
               10  wd2-antal pic zzzzz9.
               10  filler pic x(31)
                 value ' prenumerationer att åtgärda.'.
       01  pn.
           copy "prenum.cpy" replacing leading ==xxxx== by ==pn==.
       01  pnny.
           copy "prenum.cpy" replacing leading ==xxxx== by ==pnny==.
       01  pnsok.
           copy "prenum.cpy" replacing leading ==xxxx== by ==pnsok==.
       01  lv.
           copy "leverans.cpy" replacing leading ==xxxx== by ==lv==.
       01  sa.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           string wpath 'spadprenum.dat' delimited by space
             into wpnselnamn.
           string wpath 'spadleverans.dat' delimited by space
             into wlvselnamn.

           move 'N' to wklart.
       main020.
           if wklart = 'J'
               go to main999
           end-if.

           display ' '.
           display 'SpadPrenum - rapportprenumerationer'.
           display '1 Lista   2 Lägg till   3 Ta bort'.
           display '4 Leveransrapport   0 Avsluta'.
           display 'Val: ' with no advancing.
           accept wval.
           evaluate wval
               when 0 move 'J' to wklart
               when 1 perform c-lista
               when 2 perform b-lagg-till
               when 3 perform d-ta-bort
               when 4 perform e-rapport
               when other display 'Okänt val, försök igen.'
           end-evaluate.
           go to main020.
       main999.
           stop run.

       b-lagg-till section.
       b010.
           initialize pnny.
           display 'RappTyp: ' with no advancing.
           accept pnny-RappTyp.
           if pnny-RappTyp = 0
               display 'RappTyp 0 finns inte, avvisas.'
               go to b999
           end-if.
           display 'Mottagartyp B (beställare) eller A (avdelning): '
             with no advancing.
           accept pnny-MottagarTyp.
           if pnny-MottagarTyp = 'b'
               move 'B' to pnny-MottagarTyp
           end-if.
           if pnny-MottagarTyp = 'a'
               move 'A' to pnny-MottagarTyp
           end-if.
           if pnny-MottagarTyp not = 'B' and pnny-MottagarTyp not = 'A'
               display 'Svara B eller A, avvisas.'
               go to b999
           end-if.
           display 'Mottagare (id eller avdelning): '
             with no advancing.
           accept pnny-Mottagare.
           if pnny-Mottagare = spaces
               display 'Ingen mottagare angiven, avvisas.'
               go to b999
           end-if.
           if pnny-MottagarTyp = 'B'
               call 'sd-HamtaBestallare' using
                 pnny-Mottagare, wbestnamn, wbestadress, wfinnsJN
               if wfinnsJN = 'N'
                   display 'Beställaren saknas i registret, avvisas.'
                   go to b999
               end-if
           end-if.
           display 'Utkorg (mapp, avslutad med \): '
             with no advancing.
           accept pnny-Utkorg.
           if pnny-Utkorg = spaces
               display 'Ingen utkorg angiven, avvisas.'
               go to b999
           end-if.

           move pnny to pn.
           perform q-kolla-behorighet.
           if wtillatenJN = 'N'
               display 'Mottagaren får inte beställa alla funktioner'
                 ' som skriver typen, avvisas.'
               go to b999
           end-if.

           perform za-hamta-dag-klocka.
           move wdate to pnny-SkapadDatum.
           perform y-las-register.
           perform h-sok-prenum.
           if wtraff = 0
               if wreg-antal >= 200
                   display 'Registret är fullt (200 rader).'
                   go to b999
               end-if
               add 1 to wreg-antal
               move wreg-antal to wtraff
           else
      * samma typ och mottagare - ny utkorg, ursprungsdatumet står
               move wreg-rad(wtraff) to pn
               move pn-SkapadDatum to pnny-SkapadDatum
           end-if.
           move pnny to wreg-rad(wtraff).
           perform z-skriv-register.
           display 'Prenumerationen registrerad.'.
       b999.
           exit.

       c-lista section.
       c010.
           perform y-las-register.
           if wreg-antal = 0
               display 'Inga prenumerationer registrerade.'
               go to c999
           end-if.
           move 0 to wsx.
       c020.
           add 1 to wsx.
           if wsx > wreg-antal
               go to c999
           end-if.
           move wreg-rad(wsx) to pn.
           move wsx            to wl-radnr.
           move pn-RappTyp     to wl-rapptyp.
           move pn-MottagarTyp to wl-typ.
           move pn-Mottagare   to wl-mottagare.
           move pn-Utkorg      to wl-utkorg.
           display wlistrad.
           go to c020.
       c999.
           exit.

       d-ta-bort section.
       d010.
           perform c-lista.
           if wreg-antal = 0
               go to d999
           end-if.
           display 'Radnummer att ta bort: ' with no advancing.
           accept wradnr.
           if wradnr < 1 or wradnr > wreg-antal
               display 'Ogiltigt radnummer.'
               go to d999
           end-if.
           move wradnr to wsx.
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
           display 'Prenumerationen borttagen.'.
       d999.
           exit.

       e-rapport section.
       e010.
           call 'sd-HamtaExportParametrar' using
             wexportmapp, wexportsekunder, wrtantal, wrttab(1).
           display 'Larma efter antal dagar utan leverans: '
             with no advancing.
           accept wgransdagar.
           perform y-las-register.
           if wreg-antal = 0
               display 'Inga prenumerationer registrerade.'
               go to e999
           end-if.
           perform f-las-leveranser.
           perform za-hamta-dag-klocka.

           move wdate to wrf-datum.
           move spaces to wrappselnamn.
           string wexportmapp delimited by space
                  wrappfilnamn delimited by size
                  into wrappselnamn.
           open output PrenumRapport.
           write prenumrapport-record from wcsvrubrik.
           move 0 to wantalflaggade.
           move 0 to wsx.
       e020.
           add 1 to wsx.
           if wsx > wreg-antal
               go to e900
           end-if.
           move wreg-rad(wsx) to pn.
           perform g-bedom-prenum.
           if wanmarkning = spaces
               go to e020
           end-if.
           move pn-RappTyp        to wc-rapptyp.
           move pn-Mottagare      to wc-mottagare.
           move pn-Utkorg         to wc-utkorg.
           move wst-okdatum(wsx)  to wc-okdatum.
           move wst-sistdatum(wsx) to wc-sistdatum.
           move wst-status(wsx)   to wc-status.
           move wanmarkning       to wc-anmarkning.
           write prenumrapport-record from wcsvrad.
           display pn-RappTyp ' ' pn-Mottagare ' ' wanmarkning.
           add 1 to wantalflaggade.
           go to e020.
       e900.
           close PrenumRapport.
           move wantalflaggade to wd2-antal.
           display wdisprad2.
       e999.
           exit.

       f-las-leveranser section.
       f010.
      * senaste lyckade och senaste försök per prenumeration -
      * loggen är skriven i tidsordning, så sista raden vinner
           move 0 to wsx.
       f020.
           add 1 to wsx.
           if wsx <= wreg-antal
               move 0     to wst-okdatum(wsx)
               move 0     to wst-okklock(wsx)
               move 0     to wst-sistdatum(wsx)
               move 0     to wst-sistklock(wsx)
               move space to wst-status(wsx)
               go to f020
           end-if.
           open input Leverans.
           if wlvfskey1 not = '0'
      * ingenting levererat ännu
               go to f999
           end-if.
           move 'N' to w-eof-lv.
       f030.
           read Leverans into lv
             at end move 'J' to w-eof-lv.
           if w-eof-lv = 'J'
               go to f100
           end-if.
           move lv-RappTyp   to pn-RappTyp.
           move lv-Mottagare to pn-Mottagare.
           perform h-sok-prenum.
           if wtraff = 0
               go to f030
           end-if.
           move lv-Datum  to wst-sistdatum(wtraff).
           move lv-Klock  to wst-sistklock(wtraff).
           move lv-Status to wst-status(wtraff).
           if lv-Status = 'O'
               move lv-Datum to wst-okdatum(wtraff)
               move lv-Klock to wst-okklock(wtraff)
           end-if.
           go to f030.
       f100.
           close Leverans.
       f999.
           exit.

       g-bedom-prenum section.
       g010.
      * anmärkning för registerrad wsx, blank = i ordning
           move spaces to wanmarkning.
           if wst-status(wsx) = 'F'
               move 'SENASTE LEVERANSEN MISSLYCKADES' to wanmarkning
               go to g999
           end-if.
           if wst-status(wsx) = 'B'
               move 'MOTTAGAREN SAKNAR BEHORIGHET' to wanmarkning
               go to g999
           end-if.
      * dagar sedan senaste lyckade leverans - eller sedan
      * prenumerationen lades, om den aldrig fått något
           if wst-okdatum(wsx) = 0
               move pn-SkapadDatum to wfrandatum
               move 0 to wfranklock
           else
               move wst-okdatum(wsx) to wfrandatum
               move wst-okklock(wsx) to wfranklock
           end-if.
           move wdate to wtilldatum.
           move wtime to wtillklock.
           perform zb-diff-sekunder.
           divide wdiffsek by 86400 giving wdagar.
           if wdagar < wgransdagar
               go to g999
           end-if.
           if wst-okdatum(wsx) = 0
               move 'ALDRIG LEVERERAD' to wanmarkning
           else
               move wdagar to wdt-dagar
               move wdagartext to wanmarkning
           end-if.
       g999.
           exit.

       h-sok-prenum section.
       h010.
      * radnumret för pn-RappTyp/pn-Mottagare i registret, 0 = saknas
           move 0 to wtraff.
           move 0 to wsx2.
       h020.
           add 1 to wsx2.
           if wsx2 > wreg-antal
               go to h999
           end-if.
           move wreg-rad(wsx2) to pnsok.
           if pnsok-RappTyp = pn-RappTyp
           and pnsok-Mottagare = pn-Mottagare
               move wsx2 to wtraff
               go to h999
           end-if.
           go to h020.
       h999.
           exit.

       q-kolla-behorighet section.
       q010.
      * mottagaren ska få beställa varje funktion som skriver
      * typen - Admi-Param3, eller FunktionsNummer när Param3 är 0
      * (se b085-skrivarapportrader i SpadFunkCblMain)
           move 'J' to wtillatenJN.
           call 'sd-OppnaAdmiLas'.
       q020.
           call 'sd-LasAdmi' using sa, wadmifinnsJN.
           if wadmifinnsJN = 'N'
               go to q999
           end-if.
           if sa-Param3 = pn-RappTyp
           or (sa-Param3 = 0 and sa-FunktionsNummer = pn-RappTyp)
               move sa-FunktionsNummer to wfunktionsnummer
               call 'sd-KollaBestallarBehorighet' using
                 pn-Mottagare, wfunktionsnummer, wbehorigJN
               if wbehorigJN = 'N'
                   move 'N' to wtillatenJN
               end-if
           end-if.
           go to q020.
       q999.
           exit.

       y-las-register section.
       y010.
           move 0 to wreg-antal.
           open input Prenum.
           if wpnfskey1 not = '0'
      * registret finns ännu inte - tomt register
               go to y999
           end-if.
           move 'N' to w-eof-pn.
       y020.
           read Prenum
             at end move 'J' to w-eof-pn.
           if w-eof-pn = 'J' or wreg-antal >= 200
               go to y100
           end-if.
           add 1 to wreg-antal.
           move prenum-record to wreg-rad(wreg-antal).
           go to y020.
       y100.
           close Prenum.
       y999.
           exit.

       z-skriv-register section.
       z010.
           open output Prenum.
           move 0 to wsx.
       z020.
           add 1 to wsx.
           if wsx > wreg-antal
               go to z100
           end-if.
           write prenum-record from wreg-rad(wsx).
           go to z020.
       z100.
           close Prenum.
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

       zb-diff-sekunder section.
       zb010.
      * sekunder från wfrandatum/wfranklock till wtilldatum/
      * wtillklock (årsskiften approximeras med 365 dagar per
      * mellanår, gott nog för dagräkningen) - aldrig negativt
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
