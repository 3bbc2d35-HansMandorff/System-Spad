      *           beställarregistret, och ett underlag per
      *           avdelning skrivs i samma semikolonformat som
      *           SpadResultatCbl. Testkörningar hålls utanför.
      *2026-10-15 Godkända tvister (spaddispyt.dat) krediteras i
      *           beslutsmånaden: körningen prissätts som vanligt
      *           och beloppet står som kredit på beställarens rad,
      *           med antal krediterade körningar och nettobelopp
      *           i egna kolumner.
      *2026-10-15 Stängda dagar läses ur dagaggregatet (se
      *           SpadDagaggCbl) och bara det som tillkommit sedan
      *           dess ur BestHist. Tvistekörningarna slås upp
      *           direkt i BestHist på BestID.
      *2026-10-15 KLAR-körningen bokas på bokföringsdagen (se
      *           sd-HamtaBokfDatum): ett sent utfall för en stängd
      *           period debiteras i öppen månad. För en stängd månad
      *           jämförs antal, körtid och poster mot de frysta i
      *           periodregistret (SpadPeriodCbl) och en avvikelse
      *           varnas.
      *2026-10-15 Underlagen skrivs per bolag och avdelning, i
      *           bolagets exportmapp (spadbolag.dat) - moderbolagets
      *           i EXPDIR=. En körning debiteras på beställningens
      *           bolag, en aggregatrad på funktionens.
      *
       program-id. SpadFaktCbl.
       environment division.
           Select Fakt assign wfaktselnamn
             file status is wfaktfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * tvisteregistret (Path=/spaddispyt.dat), se dispyt.cpy
           Select Dispyt assign wdpselnamn
             file status is wdpfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Pris.
       01  pris-record       pic x(20).
       fd  Fakt.
       01  fakt-record       pic x(120).
       fd  Dispyt.
       01  dispyt-record     pic x(310).

       working-storage section.
       01  work.
           05  wkostnad           pic 9(12) comp.
           05  wbestallare        pic x(20).
           05  wavdelning         pic x(20).
           05  wdpselnamn         pic x(80).
           05  wdpfs.
               10  wdpfskey1      pic x.
               10  wdpfskey2      pic x.
           05  w-eof-dp           pic x.
           05  wkreditJN          pic x.
           05  wurval             pic x.
           05  wsokfunknr         pic 9(9).
           05  wsokbestid         pic 9(9).
           05  wbackend           pic 9.
           05  wbokfdatum         pic 9(8).
      * bolaget raden debiteras på, och funktionernas bolag för
      * aggregatraderna (se h-funk-bolag)
           05  wsokbolag          pic x(4).
           05  wbolag             pic x(4).
           05  wbolagJN           pic x.
           05  wfb-antal          pic s9(4) comp value 0.
           05  wfb-tab occurs 500.
               10  wfb-funknr     pic 9(9) comp.
               10  wfb-bolag      pic x(4).
           05  wfunkbolag         pic x(4).
      * kontrollsummor för månadens KLAR-körningar med körtid, före
      * prisurvalet - samma som frystes när perioden stängdes
           05  wkt-antal          pic 9(9) comp value 0.
           05  wkt-summa          pic 9(11) comp value 0.
           05  wkt-post           pic 9(12) comp value 0.
           05  wkontrollrad.
               10  wk-text        pic x(8).
               10  filler         pic x(10) value 'korningar '.
               10  wk-antal       pic zzzzzzzz9.
               10  filler         pic x(5) value ' sek '.
               10  wk-summa       pic zzzzzzzzzz9.
               10  filler         pic x(8) value ' poster '.
               10  wk-post        pic zzzzzzzzzzz9.
      * en prissättnings underlag: körningar, körtid och poster
      * för en körning eller en aggregatrad, se de-bokfor
           05  wpkorningar        pic 9(9) comp.
           05  wpkortid           pic 9(11) comp.
           05  wppost             pic 9(12) comp.
      * godkända tvister med beslut i månaden - deras körningar
      * krediteras, oavsett vilken månad de debiterades
           05  wdk-antal          pic s9(4) comp value 0.
           05  wdk-tab occurs 200.
               10  wdk-bestid     pic 9(9) comp.
               10  wdk-funknr     pic 9(9) comp.
      * priskatalogen i minnet
           05  wp-antal           pic s9(4) comp value 0.
           05  wp-tab occurs 20.
           05  wm-tab occurs 100.
               10  wm-funknr      pic 9(9) comp.
               10  wm-jobbtyp     pic 9(9) comp.
      * underlagstabellen: en rad per (bolag, avdelning,
      * beställare)
           05  wr-antal           pic s9(4) comp value 0.
           05  wr-tab occurs 200.
               10  wr-bolag       pic x(4).
               10  wr-avdelning   pic x(20).
               10  wr-bestallare  pic x(20).
               10  wr-korningar   pic 9(9) comp.
               10  wr-kortidsek   pic 9(9) comp.
               10  wr-postantal   pic 9(9) comp.
               10  wr-kostnad     pic 9(12) comp.
               10  wr-krediterade pic 9(9) comp.
               10  wr-kredit      pic 9(12) comp.
               10  wr-skrivenJN   pic x.
      * sekund- och kalenderhjälp, samma som zb-berakna-kortid i
      * SpadStatCbl
               10  filler pic x(10) value 'Korningar;'.
               10  filler pic x(10) value 'KortidSek;'.
               10  filler pic x(10) value 'PostAntal;'.
               10  filler pic x(11) value 'KostnadOre;'.
               10  filler pic x(12) value 'Krediterade;'.
               10  filler pic x(10) value 'KreditOre;'.
               10  filler pic x(8)  value 'NettoOre'.
           05  wcsvrad.
               10  wcsv-avd        pic x(20).
               10  filler          pic x value ';'.
               10  wcsv-postantal  pic zzzzzzzz9.
               10  filler          pic x value ';'.
               10  wcsv-kostnad    pic zzzzzzzzzzz9.
               10  filler          pic x value ';'.
               10  wcsv-krediterade pic zzzzzz9.
               10  filler          pic x value ';'.
               10  wcsv-kredit     pic zzzzzzzzzzz9.
               10  filler          pic x value ';'.
               10  wcsv-netto      pic -(12)9.
           05  wdisprad.
               10  filler pic x(16) value 'SpadFakt klar,  '.
               10  wd-antal pic zzzzz9.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
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

       procedure division.
       main section.
               stop run
           end-if.
           perform c-las-admimap.
           perform cb-las-tvister.
           perform f-las-aggregat.
           perform d-las-historik.
           perform g-kontrollera-period.
           perform cc-kreditera-tvister.
           perform e-skriv-underlag.

           move wlopnr to wd-antal.
       c999.
           exit.

       cb-las-tvister section.
       cb010.
           string wpath 'spaddispyt.dat' delimited by space
             into wdpselnamn.
           open input Dispyt.
           if wdpfskey1 not = '0'
               go to cb999
           end-if.
           move 'N' to w-eof-dp.
       cb020.
           read Dispyt into dp at end move 'J' to w-eof-dp.
           if w-eof-dp = 'J'
               go to cb100
           end-if.
           if dp-Status not = 'A'
               go to cb020
           end-if.
           compute wradmanad = dp-BeslutDatum / 100.
           if wradmanad = wvaldmanad
           and wdk-antal < 200
               add 1 to wdk-antal
               move dp-BestID to wdk-bestid(wdk-antal)
               move dp-FunktionsNummer to wdk-funknr(wdk-antal)
           end-if.
           go to cb020.
       cb100.
           close Dispyt.
       cb999.
           exit.

       cc-kreditera-tvister section.
       cc010.
      * varje tvistad körning slås upp i BestHist och prissätts som
      * kredit - oavsett om den debiterades ur aggregatet eller ur
      * det som lästs därefter
           move 0 to wax.
       cc020.
           add 1 to wax.
           if wax > wdk-antal
               go to cc999
           end-if.
           move wdk-funknr(wax) to wsokfunknr.
           move wdk-bestid(wax) to wsokbestid.
           call 'sd-SelectBestHistID' using
             wsokfunknr, wsokbestid, sb.
           if sb-BestID = 0
               go to cc020
           end-if.
           if (sb-Kommando = 4 or sb-Kommando = 41)
           and sb-TestKorning = 0
           and sb-DelAvBestID = 0
           and sb-KorslutDatum > 0
           and sb-KorstartDatum > 0
               move 'J' to wkreditJN
               perform db-prissatt
           end-if.
           go to cc020.
       cc999.
           exit.

       d-las-historik section.
       d010.
           call 'sd-OppnaHistLasNy'.
       d020.
           call 'sd-LasHist' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to d999
           end-if.
           call 'sd-HamtaHistStromBackend' using wbackend.
      * KLAR-körningar (även med anmärkning) för den valda
      * månaden debiteras - testkörningar aldrig, och inte heller
      * delordrar: deras resultat mergas in i moderordern och
           and sb-DelAvBestID = 0
           and sb-KorslutDatum > 0
           and sb-KorstartDatum > 0
               call 'sd-HamtaBokfDatum' using
                 sb, wbackend, wbokfdatum
               compute wradmanad = wbokfdatum / 100
               if wradmanad = wvaldmanad
                   perform zb-berakna-kortid
                   if wkortid >= 0
                       add 1 to wkt-antal
                       add wkortid to wkt-summa
                       add sb-KorPostAntal to wkt-post
                   end-if
                   move 'N' to wkreditJN
                   perform db-prissatt
               end-if
           end-if.
       db010.
      * taxan för funktionens JobbTyp - en funktion utan prisrad
      * debiteras inte (katalogen styr vad som alls kostar)
           move sb-FunktionsNummer to wsokfunknr.
           perform dd-hamta-taxa.
           if wtraff = 0
               go to db999
           end-if.
           perform zb-berakna-kortid.
           if wkortid < 0
               go to db999
           end-if.
           move 1 to wpkorningar.
           move wkortid to wpkortid.
           move sb-KorPostAntal to wppost.
           move sb-Bestallare to wbestallare.
           move sb-Bolag to wsokbolag.
           if wsokbolag = low-values
               move spaces to wsokbolag
           end-if.
           perform de-bokfor.
       db999.
           exit.

       dd-hamta-taxa section.
       dd010.
      * wrate1/wrate2 för wsokfunknr:s JobbTyp - wtraff = 0 när
      * prisrad saknas
           move 0 to wjobbtyp.
           perform varying wvx from 1 by 1 until wvx > wm-antal
               if wm-funknr(wvx) = wsokfunknr
                   move wm-jobbtyp(wvx) to wjobbtyp
               end-if
           end-perform.
                   move wvx to wtraff
               end-if
           end-perform.
       dd999.
           exit.

       de-bokfor section.
       de010.
           compute wkostnad =
             (wpkortid * wrate1) + (wppost * wrate2).

      * avdelningen ur beställarregistret - blankt register ger en
      * gemensam blank avdelning, hellre det än att tappa raderna
           call 'sd-HamtaBestallarAvdelning' using
             wbestallare, wavdelning.

             until wvx > wr-antal or wtraff > 0
               if wr-avdelning(wvx) = wavdelning
               and wr-bestallare(wvx) = wbestallare
               and wr-bolag(wvx) = wsokbolag
                   move wvx to wtraff
               end-if
           end-perform.
                   add 1 to wr-antal
                   move wr-antal to wtraff
                   initialize wr-tab(wtraff)
                   move wsokbolag   to wr-bolag(wtraff)
                   move wavdelning  to wr-avdelning(wtraff)
                   move wbestallare to wr-bestallare(wtraff)
                   move 'N' to wr-skrivenJN(wtraff)
               end-if
           end-if.
      * en godkänd tvist krediterar hela körningens pris - tid och
      * poster har redan debiterats och står kvar
           if wkreditJN = 'J'
               add wpkorningar to wr-krediterade(wtraff)
               add wkostnad to wr-kredit(wtraff)
               go to de999
           end-if.
           add wpkorningar to wr-korningar(wtraff).
           add wpkortid to wr-kortidsek(wtraff).
           add wppost to wr-postantal(wtraff).
           add wkostnad to wr-kostnad(wtraff).
       de999.
           exit.

       f-las-aggregat section.
       f010.
      * KLAR-raderna ur dagaggregatet med samma urval som
      * d-las-historik - taxan är linjär, så aggregatradens
      * summerade körtid och poster prissätts i ett slag
           move 'N' to wkreditJN.
           move 'D' to wurval.
           call 'sd-OppnaDagaggLas' using wurval.
       f020.
           call 'sd-LasDagagg' using da, wfinnsJN.
           if wfinnsJN = 'N'
               go to f100
           end-if.
           if da-Typ not = 'U' or da-SlutJN not = 'J'
           or (da-Kommando not = 4 and da-Kommando not = 41)
           or da-TestKorning not = 0 or da-DelOrder not = 0
           or da-TidAntal = 0
               go to f020
           end-if.
           compute wradmanad = da-Datum / 100.
           if wradmanad not = wvaldmanad
               go to f020
           end-if.
           add da-TidAntal     to wkt-antal.
           add da-TidSumma     to wkt-summa.
           add da-TidPostSumma to wkt-post.
           move da-FunktionsNummer to wsokfunknr.
           perform dd-hamta-taxa.
           if wtraff = 0
               go to f020
           end-if.
           move da-TidAntal     to wpkorningar.
           move da-TidSumma     to wpkortid.
           move da-TidPostSumma to wppost.
           move da-Bestallare   to wbestallare.
           perform h-funk-bolag.
           perform de-bokfor.
           go to f020.
       f100.
           call 'sd-StangDagaggLas'.
       f999.
           exit.

       g-kontrollera-period section.
       g010.
      * en stängd månad ska ge samma KLAR-körningar, körtid och
      * poster som när den stängdes - för en månad som frisläppts
      * för rensning är en avvikelse väntad när BestHist rensats
           move wvaldmanad to pe-Manad.
           call 'sd-HamtaPeriod' using pe, wfinnsJN.
           if wfinnsJN not = 'J'
               go to g999
           end-if.
           if wkt-antal = pe-KlarTidAntal
           and wkt-summa = pe-KlarTidSumma
           and wkt-post = pe-KlarTidPost
               display 'Perioden är stängd - underlaget stämmer med'
                 ' de frysta summorna.'
               go to g999
           end-if.
           if pe-Status = 'R'
               display 'OBS: perioden är frisläppt för rensning -'
                 ' avvikelse mot de frysta summorna är väntad.'
           else
               display 'VARNING: perioden stängdes ' pe-StangdDatum
                 ' - underlaget avviker från de frysta summorna:'
           end-if.
           move 'frysta: '      to wk-text.
           move pe-KlarTidAntal to wk-antal.
           move pe-KlarTidSumma to wk-summa.
           move pe-KlarTidPost  to wk-post.
           display wkontrollrad.
           move 'nu:     '      to wk-text.
           move wkt-antal       to wk-antal.
           move wkt-summa       to wk-summa.
           move wkt-post        to wk-post.
           display wkontrollrad.
       g999.
           exit.

       e-skriv-underlag section.
       e010.
      * en csv-fil per bolag och avdelning: för varje ännu oskriven
      * avdelning öppnas en ny fil i bolagets exportmapp och
      * samtliga dess rader skrivs
           if wr-antal = 0
               display 'Inga debiterbara körningar för månaden.'
               go to e999

       eb-en-avdelning section.
       eb010.
           move wr-avdelning(wvx) to wavdelning.
           move wr-bolag(wvx) to wbolag.
           move wbolag to bo-Bolag.
           call 'sd-HamtaBolag' using bo, wbolagJN.
           if wbolagJN not = 'J'
               display 'VARNING: bolag ' wbolag ' saknas i'
                 ' spadbolag.dat - avdelning ' wavdelning
                 ' skrivs inte.'
               perform varying wax from 1 by 1 until wax > wr-antal
                   if wr-avdelning(wax) = wavdelning
                   and wr-bolag(wax) = wbolag
                       move 'J' to wr-skrivenJN(wax)
                   end-if
               end-perform
               go to eb999
           end-if.
           add 1 to wlopnr.
           move wvaldmanad to wff-manad.
           move wlopnr     to wff-lopnr.
           move spaces to wfaktselnamn.
           string bo-ExportMapp delimited by space
                  wfaktfilnamn delimited by size
                  into wfaktselnamn.
           open output Fakt.
           write fakt-record from wcsvrubrik.
           perform varying wax from 1 by 1 until wax > wr-antal
               if wr-avdelning(wax) = wavdelning
               and wr-bolag(wax) = wbolag
                   move wr-avdelning(wax)  to wcsv-avd
                   move wr-bestallare(wax) to wcsv-bestallare
                   move wr-korningar(wax)  to wcsv-korningar
                   move wr-kortidsek(wax)  to wcsv-kortid
                   move wr-postantal(wax)  to wcsv-postantal
                   move wr-kostnad(wax)    to wcsv-kostnad
                   move wr-krediterade(wax) to wcsv-krediterade
                   move wr-kredit(wax)     to wcsv-kredit
                   compute wcsv-netto =
                     wr-kostnad(wax) - wr-kredit(wax)
                   write fakt-record from wcsvrad
                   move 'J' to wr-skrivenJN(wax)
               end-if
       eb999.
           exit.

       h-funk-bolag section.
       h010.
      * wsokbolag = bolaget wsokfunknr hör till - registret läses en
      * gång per funktion
           perform varying wax from 1 by 1 until wax > wfb-antal
               if wfb-funknr(wax) = wsokfunknr
                   move wfb-bolag(wax) to wsokbolag
                   go to h999
               end-if
           end-perform.
           call 'sd-HamtaFunktionsBolag' using wsokfunknr, wfunkbolag.
           move wfunkbolag to wsokbolag.
           if wfb-antal < 500
               add 1 to wfb-antal
               move wsokfunknr to wfb-funknr(wfb-antal)
               move wfunkbolag to wfb-bolag(wfb-antal)
           end-if.
       h999.
           exit.

       zb-berakna-kortid section.
       zb010.
      * körtid i sekunder från Korstart till Korslut, samma
