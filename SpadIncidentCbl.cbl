       identification division.
      *
      *2026-10-15 Ny körning: incidenter - när en motor dör kommer
      *           530 från SpadVaktCbl, 528:or, FEL-utfall,
      *           janitorns räddningar och omkörningar som lösa
      *           MessArci-rader. Incidenterna öppnas automatiskt
      *           på de händelser som står i spadincidentkod.dat
      *           (se x43-IncidentHandelse i SpadDataCbl); här
      *           listas de, tilldelas (kvitteras) en operatör,
      *           löses med en obligatorisk notering i Notering-
      *           lagret och stängs. Månadsrapporten visar antal,
      *           tid till kvittens och tid till lösning per
      *           FunktionsNummer, som semikolonfil i exportmappen.
      *2026-10-15 Är incidentregistret låst av en motor sägs det,
      *           i stället för att incidenten påstås saknas.
      *
       program-id. SpadIncidentCbl.
       environment division.
       Input-Output Section.
       File-Control.
           Select IncRapport assign wrappselnamn
             file status is wrappfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  IncRapport.
       01  incrapport-record pic x(120).

       working-storage section.
       01  work.
           05  wdatamode        pic 9.
           05  wpath            pic x(80).
           05  wstyrfunknr      pic 9(9).
           05  woperator        pic x(20).
           05  wroll            pic 9(9).
           05  wval             pic 9.
           05  wklart           pic x.
           05  wfinnsJN         pic x.
           05  wtraffJN         pic x.
           05  wvaltid          pic 9(9).
           05  wnottext         pic x(70).
           05  wfalt            pic 9(8).
           05  wdate            pic 9(8).
           05  wtime            pic 9(6).
           05  wantal           pic 9(9).
           05  wexportmapp      pic x(73).
           05  wexportsekunder  pic 9(9).
           05  wrtantal         pic 9(9).
           05  wrttab           pic 9(9) occurs 20.
           05  wrappselnamn     pic x(133).
           05  wrappfs.
               10  wrappfskey1  pic x.
               10  wrappfskey2  pic x.
           05  wrappfilnamn.
               10  filler       pic x(9) value 'INCIDENT_'.
               10  wrf-manad    pic 9(6).
               10  filler       pic x(4) value '.csv'.
           05  wvaldmanad       pic 9(6).
      * summor per funktion för månadens incidenter, efter
      * öppningsdatum
           05  wf-antal         pic 9(4) comp value 0.
           05  wf-tab occurs 500.
               10  wf-funknr     pic 9(9).
               10  wf-incidenter pic 9(9) comp.
               10  wf-kvitterade pic 9(9) comp.
               10  wf-kvittsek   pic 9(12) comp.
               10  wf-losta      pic 9(9) comp.
               10  wf-lossek     pic 9(12) comp.
               10  wf-oppna      pic 9(9) comp.
           05  wfx              pic 9(4) comp.
           05  wtraff           pic 9(4) comp.
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
           05  wdisprad.
               10  wd-id         pic zzzzzzzz9.
               10  filler        pic x value ' '.
               10  wd-status     pic x.
               10  filler        pic x(7) value '  funk '.
               10  wd-funknr     pic zzzzzzzz9.
               10  filler        pic x value ' '.
               10  wd-datum      pic 9(8).
               10  filler        pic x value ' '.
               10  wd-klock      pic 9(6).
               10  filler        pic x(3) value ' h '.
               10  wd-antal      pic zzzz9.
               10  filler        pic x value ' '.
               10  wd-operator   pic x(20).
               10  filler        pic x value ' '.
               10  wd-titel      pic x(50).
           05  wcsvrubrik.
               10  filler pic x(16) value 'FunktionsNummer;'.
               10  filler pic x(11) value 'Incidenter;'.
               10  filler pic x(11) value 'Kvitterade;'.
               10  filler pic x(15) value 'SnittKvittMin;'.
               10  filler pic x(6)  value 'Losta;'.
               10  filler pic x(13) value 'SnittLosMin;'.
               10  filler pic x(10) value 'FortOppna'.
           05  wcsvrad.
               10  wc-funknr     pic zzzzzzzz9.
               10  filler        pic x value ';'.
               10  wc-incidenter pic zzzzzz9.
               10  filler        pic x value ';'.
               10  wc-kvitterade pic zzzzzz9.
               10  filler        pic x value ';'.
               10  wc-kvittmin   pic zzzzzzzz9.
               10  filler        pic x value ';'.
               10  wc-losta      pic zzzzzz9.
               10  filler        pic x value ';'.
               10  wc-losmin     pic zzzzzzzz9.
               10  filler        pic x value ';'.
               10  wc-oppna      pic zzzzzz9.
           05  wdisprad2.
               10  filler pic x(20) value 'SpadIncident klar, '.
               10  wd2-antal pic zzzzz9.
               10  filler pic x(24) value ' incidenter i månaden.'.
       01  ic.
           copy "incident.cpy" replacing leading ==xxxx== by ==ic==.
       01  nt.
           copy "notering-bin.cpy" replacing leading ==xxxx== by
             ==nt==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.

           display 'Operatör-ID: ' with no advancing.
           accept woperator.
      * tilldelning och lösning stämplas med operatörens identitet -
      * en okänd operatör (roll 0) får bara lista och ta rapporten
           call 'sd-HamtaOperatorRoll' using woperator, wroll.

           move 'N' to wklart.
       main020.
           if wklart = 'J'
               go to main999
           end-if.
           display ' '.
           display 'SpadIncident - incidenter'.
           display '1 Lista   2 Tilldela   3 Lös   4 Stäng'.
           display '5 Månadsrapport   0 Avsluta'.
           display 'Val: ' with no advancing.
           accept wval.
           evaluate wval
               when 0 move 'J' to wklart
               when 1 perform b-lista
               when 2 perform c-tilldela
               when 3 perform d-los
               when 4 perform e-stang
               when 5 perform f-rapport
               when other display 'Okänt val, försök igen.'
           end-evaluate.
           go to main020.
       main999.
           stop run.

       b-lista section.
       b010.
      * öppna och lösta incidenter - de stängda finns kvar i
      * registret för månadsrapporten
           move 0 to wantal.
           call 'sd-OppnaIncidentLas'.
       b020.
           call 'sd-LasIncident' using ic, wfinnsJN.
           if wfinnsJN = 'N'
               go to b100
           end-if.
           if ic-Status = 'S'
               go to b020
           end-if.
           perform ya-visa-incident.
           add 1 to wantal.
           go to b020.
       b100.
           if wantal = 0
               display 'Inga öppna eller lösta incidenter.'
           end-if.
       b999.
           exit.

       c-tilldela section.
       c010.
           if wroll = 0
               display 'Operatören saknas i registret, avvisas.'
               go to c999
           end-if.
           perform y-hamta-incident.
           if wtraffJN not = 'J'
               go to c999
           end-if.
           if ic-Status not = 'O'
               display 'Incidenten är inte öppen.'
               go to c999
           end-if.
           display 'Tilldela operatör (blankt = dig själv): '
             with no advancing.
           move spaces to ic-Operator.
           accept ic-Operator.
           if ic-Operator = spaces
               move woperator to ic-Operator
           end-if.
      * första tilldelningen är kvittensen - den mäts i rapporten,
      * en omfördelning flyttar inte tidpunkten
           if ic-KvittDatum = 0
               perform za-hamta-dag-klocka
               move wdate to ic-KvittDatum
               move wtime to ic-KvittKlock
           end-if.
           call 'sd-UppdateraIncident' using ic, wfinnsJN.
           if wfinnsJN = 'L'
               display 'Incidentregistret är upptaget, försök igen.'
               go to c999
           end-if.
           if wfinnsJN not = 'J'
               display 'Incidenten hittades inte längre.'
               go to c999
           end-if.
           display 'Incidenten tilldelad.'.
       c999.
           exit.

       d-los section.
       d010.
           if wroll = 0
               display 'Operatören saknas i registret, avvisas.'
               go to d999
           end-if.
           perform y-hamta-incident.
           if wtraffJN not = 'J'
               go to d999
           end-if.
           if ic-Status not = 'O'
               display 'Incidenten är inte öppen.'
               go to d999
           end-if.
      * lösningen förklaras alltid - noteringen knyts till
      * incidentens första händelse så den syns i MessArci-
      * bläddringen och i skiftrapporten
           display 'Orsak och åtgärd (max 70 tecken): '
             with no advancing.
           move spaces to wnottext.
           accept wnottext.
           if wnottext = spaces
               display 'Tom text, avvisas.'
               go to d999
           end-if.
           perform za-hamta-dag-klocka.
           initialize nt.
           move ic-FunktionsNummer to nt-FunktionsNummer.
           move 0                  to nt-BestID.
           move ic-OppnadDatum     to nt-MessDatum.
           move ic-OppnadKlock     to nt-MessKlock.
           move woperator          to nt-Operator.
           move wdate              to nt-NotDatum.
           move wtime              to nt-NotKlock.
           move wnottext           to nt-Text.
           call 'sd-InsertNotering' using nt.
           move wdate to ic-NotDatum, ic-LostDatum.
           move wtime to ic-NotKlock, ic-LostKlock.
           if ic-KvittDatum = 0
               move woperator to ic-Operator
               move wdate to ic-KvittDatum
               move wtime to ic-KvittKlock
           end-if.
           move 'L' to ic-Status.
           call 'sd-UppdateraIncident' using ic, wfinnsJN.
           if wfinnsJN = 'L'
               display 'Incidentregistret är upptaget, försök igen.'
               go to d999
           end-if.
           if wfinnsJN not = 'J'
               display 'Incidenten hittades inte längre.'
               go to d999
           end-if.
           display 'Incidenten löst.'.
       d999.
           exit.

       e-stang section.
       e010.
           if wroll = 0
               display 'Operatören saknas i registret, avvisas.'
               go to e999
           end-if.
           perform y-hamta-incident.
           if wtraffJN not = 'J'
               go to e999
           end-if.
           if ic-Status not = 'L'
               display 'Bara en löst incident kan stängas.'
               go to e999
           end-if.
           perform za-hamta-dag-klocka.
           move wdate to ic-StangdDatum.
           move wtime to ic-StangdKlock.
           move 'S' to ic-Status.
           call 'sd-UppdateraIncident' using ic, wfinnsJN.
           if wfinnsJN = 'L'
               display 'Incidentregistret är upptaget, försök igen.'
               go to e999
           end-if.
           if wfinnsJN not = 'J'
               display 'Incidenten hittades inte längre.'
               go to e999
           end-if.
           display 'Incidenten stängd.'.
       e999.
           exit.

       f-rapport section.
       f010.
           call 'sd-HamtaExportParametrar' using
             wexportmapp, wexportsekunder, wrtantal, wrttab(1).
           display 'Månad AAAAMM: ' with no advancing.
           accept wvaldmanad.
           move 0 to wf-antal.
           move 0 to wantal.
           call 'sd-OppnaIncidentLas'.
       f020.
           call 'sd-LasIncident' using ic, wfinnsJN.
           if wfinnsJN = 'N'
               go to f100
           end-if.
           if ic-OppnadDatum(1:6) not = wvaldmanad
               go to f020
           end-if.
           perform g-ackumulera.
           go to f020.
       f100.
           if wantal = 0
               display 'Inga incidenter öppnade under månaden.'
               go to f999
           end-if.
           perform h-skriv-rapport.
           move wantal to wd2-antal.
           display wdisprad2.
       f999.
           exit.

       g-ackumulera section.
       g010.
           move 0 to wtraff.
           move 0 to wfx.
       g020.
           add 1 to wfx.
           if wfx <= wf-antal
               if wf-funknr(wfx) = ic-FunktionsNummer
                   move wfx to wtraff
               end-if
               go to g020
           end-if.
           if wtraff = 0
               if wf-antal >= 500
                   go to g999
               end-if
               add 1 to wf-antal
               move wf-antal to wtraff
               initialize wf-tab(wtraff)
               move ic-FunktionsNummer to wf-funknr(wtraff)
           end-if.
           add 1 to wantal.
           add 1 to wf-incidenter(wtraff).
           move ic-OppnadDatum to wfrandatum.
           move ic-OppnadKlock to wfranklock.
           if ic-KvittDatum > 0
               move ic-KvittDatum to wtilldatum
               move ic-KvittKlock to wtillklock
               perform zb-diff-sekunder
               add 1 to wf-kvitterade(wtraff)
               add wdiffsek to wf-kvittsek(wtraff)
           end-if.
           if ic-LostDatum > 0
               move ic-LostDatum to wtilldatum
               move ic-LostKlock to wtillklock
               perform zb-diff-sekunder
               add 1 to wf-losta(wtraff)
               add wdiffsek to wf-lossek(wtraff)
           end-if.
           if ic-Status = 'O'
               add 1 to wf-oppna(wtraff)
           end-if.
       g999.
           exit.

       h-skriv-rapport section.
       h010.
           move wvaldmanad to wrf-manad.
           move spaces to wrappselnamn.
           string wexportmapp delimited by space
                  wrappfilnamn delimited by size
                  into wrappselnamn.
           open output IncRapport.
           write incrapport-record from wcsvrubrik.
           move 0 to wfx.
       h020.
           add 1 to wfx.
           if wfx > wf-antal
               go to h100
           end-if.
           move wf-funknr(wfx)     to wc-funknr.
           move wf-incidenter(wfx) to wc-incidenter.
           move wf-kvitterade(wfx) to wc-kvitterade.
           move wf-losta(wfx)      to wc-losta.
           move wf-oppna(wfx)      to wc-oppna.
           move 0 to wc-kvittmin.
           if wf-kvitterade(wfx) > 0
               compute wc-kvittmin rounded =
                 wf-kvittsek(wfx) / wf-kvitterade(wfx) / 60
           end-if.
           move 0 to wc-losmin.
           if wf-losta(wfx) > 0
               compute wc-losmin rounded =
                 wf-lossek(wfx) / wf-losta(wfx) / 60
           end-if.
           write incrapport-record from wcsvrad.
           go to h020.
       h100.
           close IncRapport.
       h999.
           exit.

       y-hamta-incident section.
       y010.
      * frågar efter IncidentID och läser raden till ic -
      * wtraffJN = 'J' om den finns
           move 'N' to wtraffJN.
           display 'IncidentID: ' with no advancing.
           accept wvaltid.
           call 'sd-OppnaIncidentLas'.
       y020.
           call 'sd-LasIncident' using ic, wfinnsJN.
           if wfinnsJN = 'N'
               go to y100
           end-if.
           if ic-IncidentID not = wvaltid
               go to y020
           end-if.
           move 'J' to wtraffJN.
           call 'sd-StangIncidentLas'.
           perform ya-visa-incident.
           go to y999.
       y100.
           display 'IncidentID saknas.'.
       y999.
           exit.

       ya-visa-incident section.
       ya010.
           move ic-IncidentID       to wd-id.
           move ic-Status           to wd-status.
           move ic-FunktionsNummer  to wd-funknr.
           move ic-OppnadDatum      to wd-datum.
           move ic-OppnadKlock      to wd-klock.
           move ic-AntalHandelser   to wd-antal.
           move ic-Operator         to wd-operator.
           if ic-Operator = spaces
               move 'EJ TILLDELAD' to wd-operator
           end-if.
           move ic-Titel            to wd-titel.
           display wdisprad.
       ya999.
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
      * mellanår) - aldrig negativt
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
