       identification division.
      *
      *2026-10-15 Ny körning: nattligt dagaggregat för BestHist-
      *           rapporterna (se dagagg.cpy) - utfall per slutdag,
      *           FunktionsNummer, beställare, Kommando, test- och
      *           delorderflagga med antal, körtids-, post-, varv- och
      *           beloppssummor, samt beställd volym per BestDatum.
      *           Val 1 lägger till det som arkiverats sedan förra
      *           körningen, val 2 bygger om hela aggregatet ur
      *           BestHist (efter rensning eller annan ändring av
      *           historiken). Utan giltigt aggregat blir val 1 en
      *           ombyggnad. Rapportkörningarna läser aggregatet och
      *           bara det som tillkommit därefter ur BestHist. Körs
      *           som steg i hushållssekvensen efter arkiveringen,
      *           se sd-RapporteraSteg.
      *2026-10-15 Utfallen aggregeras på bokföringsdagen: ett utfall
      *           som kommer till BestHist efter att dess månad
      *           stängts (SpadPeriodCbl) bokas i öppen period, se
      *           sd-HamtaBokfDatum.
      *
       program-id. SpadDagaggCbl.
       environment division.
       Input-Output Section.
       File-Control.
           Select Kalender assign wkalselnamn
             file status is wkalfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * arbetsfil för aggregatrader när minnestabellen blir full
           Select Arbete assign warbselnamn
             file status is warbfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Kalender.
       01  kalender-record   pic x(30).
       fd  Arbete.
       01  arbete-record     pic x(273).

       working-storage section.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
      * stegresultatet till hushållssekvensen, se sd-RapporteraSteg
           05  wstegantal         pic 9(9) value 0.
           05  wstegokJN          pic x value 'J'.
           05  wstegtext          pic x(70) value spaces.
           05  wval               pic x.
           05  wurval             pic x.
           05  wfinnsJN           pic x.
           05  wgiltigJN          pic x.
           05  wbackend           pic 9.
           05  wbx                pic s9(4) comp.
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
           05  wkalselnamn        pic x(80).
           05  wkalfs.
               10  wkalfskey1     pic x.
               10  wkalfskey2     pic x.
           05  w-eof-kal          pic x.
           05  wkalrad.
               10  wkr-posttyp    pic x.
               10  wkr-kalenderid pic 9(9).
               10  wkr-veckodag   pic 9.
               10  wkr-starttid   pic 9(6).
               10  wkr-sluttid    pic 9(6).
               10  filler         pic x(7).
           05  warbselnamn        pic x(80).
           05  warbfs.
               10  warbfskey1     pic x.
               10  warbfskey2     pic x.
           05  w-eof-arb          pic x.
           05  wantalskrivna      pic 9(9) value 0.
           05  wantalarbete       pic 9(9) value 0.
      * första ej aggregerade BestID per backend (1 = databas,
      * 2 = fil): förra körningens gräns, högsta BestID som lästs
      * nu och den nya gränsen som skrivs i K-raden
           05  wgrans-tab occurs 2.
               10  wgammalgrans   pic 9(9).
               10  wmaxsett       pic 9(9).
               10  wnygrans       pic 9(9).
      * Best vid körningens början: BestID under den nya gränsen
      * som inte fanns i BestHist skrivs som O-rader och läses av
      * rapporterna när de väl arkiverats. Nyckel = backend *
      * 1000000000 + BestID, stigande, utan dubbletter
           05  wsk-antal          pic s9(4) comp value 0.
           05  wsk-tab occurs 5000.
               10  wsk-nyckel     pic 9(10) comp.
               10  wsk-settJN     pic x.
           05  wnyckel            pic 9(10) comp.
           05  wsx                pic s9(4) comp.
           05  wsl                pic s9(4) comp.
           05  wsh                pic s9(4) comp.
           05  wsm                pic s9(4) comp.
           05  wsokt              pic s9(4) comp.
           05  wsbestid           pic 9(9) comp.
           05  wsbackend          pic 9(9) comp.
      * fönsterraderna och funknr -> kalender-id för OverSlut, som
      * i SpadFonsterCbl
           05  wf-antal           pic s9(4) comp value 0.
           05  wf-tab occurs 50.
               10  wf-kalenderid  pic 9(9) comp.
               10  wf-veckodag    pic 9    comp.
               10  wf-starttid    pic 9(6) comp.
               10  wf-sluttid     pic 9(6) comp.
           05  wm-antal           pic s9(4) comp value 0.
           05  wm-tab occurs 100.
               10  wm-funknr      pic 9(9) comp.
               10  wm-kalenderid  pic 9(9) comp.
           05  wkalid             pic 9(9) comp.
           05  winomJN            pic x.
           05  wvx                pic s9(4) comp.
      * aggregattabellen i minnet - full tabell skrivs till
      * arbetsfilen och töms. Samma nyckel kan då förekomma på
      * flera rader, läsarna summerar dem
           05  wa-rader           pic s9(4) comp value 0.
           05  wa-tab occurs 500.
               copy "dagagg.cpy" replacing leading ==xxxx== by ==wa==.
           05  wax                pic s9(4) comp.
           05  wtraff             pic s9(4) comp.
           05  wny-typ            pic x.
           05  wny-datum          pic 9(8).
           05  wny-kommando       pic 9(9).
           05  wny-test           pic 9.
           05  wny-del            pic 9.
           05  wny-slutJN         pic x.
      * körtid och kalenderhjälp, samma rutiner som SpadFonsterCbl
           05  wkortid            pic s9(9) comp.
           05  wklocktal          pic 9(6).
           05  wklocktal-re redefines wklocktal.
               10  wkt-hh         pic 9(2).
               10  wkt-mi         pic 9(2).
               10  wkt-ss         pic 9(2).
           05  wsec-a             pic s9(9) comp.
           05  wsec-b             pic s9(9) comp.
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
           05  wz-aa              pic 9(4).
           05  wz-mm              pic 9(2).
           05  wz-dd              pic 9(2).
           05  wz-k               pic 9(4).
           05  wz-j               pic 9(4).
           05  wz-t1              pic s9(9) comp.
           05  wz-t2              pic s9(9) comp.
           05  wz-t3              pic s9(9) comp.
           05  wz-t4              pic s9(9) comp.
           05  wz-h               pic s9(9) comp.
           05  wz-q               pic s9(9) comp.
           05  wveckodag          pic 9.
           05  wdisprad.
               10  filler pic x(21) value 'SpadDagagg klar, las '.
               10  wd-lasta  pic zzzzzzzz9.
               10  filler pic x(21) value ' poster, skrev rader '.
               10  wd-rader  pic zzzzzzzz9.
           05  wgransrad.
               10  filler pic x(8) value 'Backend '.
               10  wg-backend pic 9.
               10  filler pic x(21) value ' forsta ej aggregerat'.
               10  filler pic x(8) value ' BestID '.
               10  wg-grans pic zzzzzzzz9.
       01  sa.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  wda. copy "dagagg.cpy"
                replacing leading ==xxxx== by ==wda==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           accept wfalt from date yyyymmdd.
           move wfalt to wdate.

           display 'SpadDagagg - dagaggregat för BestHist-rapporterna'.
           display '1 = nattlig uppdatering, 2 = ombyggnad: '
             with no advancing.
           accept wval.
           if wval not = '2'
               move '1' to wval
           end-if.

           perform b-las-styrrader.
           if wval = '1' and wgiltigJN = 'N'
               display 'Inget giltigt dagaggregat - byggs om.'
               move '2' to wval
           end-if.
           if wval = '2'
               move 0 to wgammalgrans(1)
               move 0 to wgammalgrans(2)
           end-if.
           move 0 to wmaxsett(1).
           move 0 to wmaxsett(2).

           perform c-las-best.
           if wstegokJN = 'N'
               display wstegtext
               call 'sd-RapporteraSteg' using
                 wstegantal, wstegokJN, wstegtext
               stop run
           end-if.
           perform d-las-kalender.
           perform e-las-admimap.

           string wpath 'spaddagagg.tmp' delimited by space
             into warbselnamn.
           open output Arbete.
           perform f-las-historik.
           close Arbete.

           perform g-skriv-aggregat.
           call 'CBL_DELETE_FILE' using warbselnamn.

           move wstegantal to wd-lasta.
           move wantalskrivna to wd-rader.
           display wdisprad.
           move 1 to wbx.
           perform main050.
           move 2 to wbx.
           perform main050.
           call 'sd-RapporteraSteg' using
             wstegantal, wstegokJN, wstegtext.
           stop run.
       main050.
           move wbx to wg-backend.
           move wnygrans(wbx) to wg-grans.
           display wgransrad.
       main999.
           exit.

       b-las-styrrader section.
       b010.
      * förra körningens gränser ur K-raderna
           move 'N' to wgiltigJN.
           move 0 to wgammalgrans(1).
           move 0 to wgammalgrans(2).
           move 'S' to wurval.
           call 'sd-OppnaDagaggLas' using wurval.
       b020.
           call 'sd-LasDagagg' using wda, wfinnsJN.
           if wfinnsJN = 'N'
               go to b100
           end-if.
           if wda-Typ = 'K'
           and (wda-Kommando = 1 or wda-Kommando = 2)
               move 'J' to wgiltigJN
               move wda-Antal to wgammalgrans(wda-Kommando)
           end-if.
           go to b020.
       b100.
           call 'sd-StangDagaggLas'.
       b999.
           exit.

       c-las-best section.
       c010.
      * det som ligger i Best nu, sorterat på backend och BestID.
      * Läses före BestHist - en post som arkiveras under körningen
      * finns då i någon av dem
           move 0 to wsk-antal.
           call 'sd-OppnaBestLas'.
       c020.
           call 'sd-LasBest' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to c100
           end-if.
           call 'sd-HamtaBestStromBackend' using wbackend.
           compute wnyckel = (wbackend * 1000000000) + sb-BestID.
           perform cb-lagg-in.
           if wstegokJN = 'N'
               go to c100
           end-if.
           go to c020.
       c100.
           call 'sd-StangBestLas'.
       c999.
           exit.

       cb-lagg-in section.
       cb010.
      * insättning på rätt plats bakifrån - strömmen kommer redan
      * i BestID-ordning per backend, så det blir oftast sist
           move wsk-antal to wsx.
       cb020.
           if wsx > 0
               if wsk-nyckel(wsx) = wnyckel
                   go to cb999
               end-if
               if wsk-nyckel(wsx) > wnyckel
                   subtract 1 from wsx
                   go to cb020
               end-if
           end-if.
           if wsk-antal >= 5000
               move 'N' to wstegokJN
               move 'FLER AN 5000 POSTER I BEST, AGGREGATET OROAT'
                 to wstegtext
               go to cb999
           end-if.
           move wsk-antal to wsh.
       cb030.
           if wsh > wsx
               move wsk-tab(wsh) to wsk-tab(wsh + 1)
               subtract 1 from wsh
               go to cb030
           end-if.
           add 1 to wsk-antal.
           add 1 to wsx.
           move wnyckel to wsk-nyckel(wsx).
           move 'N' to wsk-settJN(wsx).
       cb999.
           exit.

       d-las-kalender section.
       d010.
      * fönsterraderna till minnet - saknas kalendern räknas ingen
      * körning som över fönsterslut
           string wpath 'spadkalender.dat' delimited by space
             into wkalselnamn.
           open input Kalender.
           if wkalfskey1 not = '0'
               go to d999
           end-if.
           move 'N' to w-eof-kal.
           read Kalender into wkalrad
             at end move 'J' to w-eof-kal.
       d020.
           if w-eof-kal = 'J'
               go to d100
           end-if.
           if wkr-posttyp = 'F' and wf-antal < 50
               add 1 to wf-antal
               move wkr-kalenderid to wf-kalenderid(wf-antal)
               move wkr-veckodag   to wf-veckodag(wf-antal)
               move wkr-starttid   to wf-starttid(wf-antal)
               move wkr-sluttid    to wf-sluttid(wf-antal)
           end-if.
           read Kalender into wkalrad
             at end move 'J' to w-eof-kal.
           go to d020.
       d100.
           close Kalender.
       d999.
           exit.

       e-las-admimap section.
       e010.
           call 'sd-OppnaAdmiLas'.
       e020.
           call 'sd-LasAdmi' using sa, wfinnsJN.
           if wfinnsJN = 'N'
               go to e999
           end-if.
           if sa-KalenderID > 0 and wm-antal < 100
               add 1 to wm-antal
               move sa-FunktionsNummer to wm-funknr(wm-antal)
               move sa-KalenderID      to wm-kalenderid(wm-antal)
           end-if.
           go to e020.
       e999.
           exit.

       f-las-historik section.
       f010.
      * nattlig uppdatering läser bara det som inte redan är
      * aggregerat, ombyggnaden hela BestHist
           if wval = '1'
               call 'sd-OppnaHistLasNy'
           else
               call 'sd-OppnaHistLas'
           end-if.
       f020.
           call 'sd-LasHist' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to f100
           end-if.
           add 1 to wstegantal.
           call 'sd-HamtaHistStromBackend' using wbackend.
           if wbackend = 1 or wbackend = 2
               if sb-BestID > wmaxsett(wbackend)
                   move sb-BestID to wmaxsett(wbackend)
               end-if
               compute wnyckel =
                 (wbackend * 1000000000) + sb-BestID
               perform fd-sok-best
               if wsokt > 0
                   move 'J' to wsk-settJN(wsokt)
               end-if
           end-if.
           if sb-Kommando = 4 or sb-Kommando = 41
           or sb-Kommando = 7 or sb-Kommando = 8
               perform fb-utfall
           end-if.
           if sb-BestNummer > 0
           and sb-TestKorning = 0 and sb-DelAvBestID = 0
               perform fc-bestalld
           end-if.
           go to f020.
       f100.
           call 'sd-StangHistLas'.
       f999.
           exit.

       fb-utfall section.
       fb010.
      * U-rad på slutdagen - senaste-datumet när korslut saknas -
      * eller på ombokningsdagen när slutdagens period är stängd
           move 'U' to wny-typ.
           if sb-KorslutDatum > 0
               move 'J' to wny-slutJN
           else
               move 'N' to wny-slutJN
           end-if.
           call 'sd-HamtaBokfDatum' using sb, wbackend, wny-datum.
           move sb-Kommando to wny-kommando.
           move 0 to wny-test.
           if sb-TestKorning > 0
               move 1 to wny-test
           end-if.
           move 0 to wny-del.
           if sb-DelAvBestID > 0
               move 1 to wny-del
           end-if.
           perform fe-leta-rad.

           add 1 to wa-Antal(wtraff).
           add sb-KorPostAntal to wa-PostSumma(wtraff).
           add sb-ResultatBelopp1 to wa-Belopp1(wtraff).
           add sb-ResultatBelopp2 to wa-Belopp2(wtraff).
           add sb-ResultatBelopp3 to wa-Belopp3(wtraff).
           if sb-ResultatBelopp1 < wa-Min1(wtraff)
               move sb-ResultatBelopp1 to wa-Min1(wtraff)
           end-if.
           if sb-ResultatBelopp1 > wa-Max1(wtraff)
               move sb-ResultatBelopp1 to wa-Max1(wtraff)
           end-if.
           if sb-ResultatBelopp2 < wa-Min2(wtraff)
               move sb-ResultatBelopp2 to wa-Min2(wtraff)
           end-if.
           if sb-ResultatBelopp2 > wa-Max2(wtraff)
               move sb-ResultatBelopp2 to wa-Max2(wtraff)
           end-if.
           if sb-ResultatBelopp3 < wa-Min3(wtraff)
               move sb-ResultatBelopp3 to wa-Min3(wtraff)
           end-if.
           if sb-ResultatBelopp3 > wa-Max3(wtraff)
               move sb-ResultatBelopp3 to wa-Max3(wtraff)
           end-if.
           if sb-KorPostAntal < wa-MinPost(wtraff)
               move sb-KorPostAntal to wa-MinPost(wtraff)
           end-if.
           if sb-KorPostAntal > wa-MaxPost(wtraff)
               move sb-KorPostAntal to wa-MaxPost(wtraff)
           end-if.

           if sb-KorstartDatum = 0 or sb-KorslutDatum = 0
               go to fb999
           end-if.
      * över fönsterslut och kvarlagda som i SpadFonsterCbl
           perform fg-kolla-fonster.
           if wkalid > 0 and winomJN = 'N'
               add 1 to wa-OverSlut(wtraff)
           end-if.
           if sb-BestDatum > 0
           and sb-KorstartDatum > sb-BestDatum
               add 1 to wa-KvarLagda(wtraff)
           end-if.
           perform zd-berakna-kortid.
           if wkortid < 0
               go to fb999
           end-if.
           add 1 to wa-TidAntal(wtraff).
           add wkortid to wa-TidSumma(wtraff).
           if wkortid > wa-TidMax(wtraff)
               move wkortid to wa-TidMax(wtraff)
           end-if.
           add sb-KorPostAntal to wa-TidPostSumma(wtraff).
           if sb-BestAntal > 0
               add sb-BestAntal to wa-VarvSumma(wtraff)
               add wkortid to wa-VarvTidSumma(wtraff)
           end-if.
       fb999.
           exit.

       fc-bestalld section.
       fc010.
      * B-rad på beställningsdagen, se sd-RaknaManadsvolym
           move 'B' to wny-typ.
           move sb-BestDatum to wny-datum.
           move 0 to wny-kommando.
           move 0 to wny-test.
           move 0 to wny-del.
           move space to wny-slutJN.
           perform fe-leta-rad.
           add 1 to wa-Antal(wtraff).
           add sb-BestAntal to wa-VarvSumma(wtraff).
       fc999.
           exit.

       fd-sok-best section.
       fd010.
      * binärsökning på wnyckel i Best-ögonblicksbilden - wsokt = 0
      * när BestID inte finns där
           move 0 to wsokt.
           move 1 to wsl.
           move wsk-antal to wsh.
       fd020.
           if wsl > wsh
               go to fd999
           end-if.
           compute wsm = (wsl + wsh) / 2.
           if wsk-nyckel(wsm) = wnyckel
               move wsm to wsokt
               go to fd999
           end-if.
           if wsk-nyckel(wsm) < wnyckel
               compute wsl = wsm + 1
           else
               compute wsh = wsm - 1
           end-if.
           go to fd020.
       fd999.
           exit.

       fe-leta-rad section.
       fe010.
      * raden för nyckeln, sökt bakifrån - historiken kommer i
      * BestID-ordning så senaste dagarna ligger sist. Full tabell
      * skrivs till arbetsfilen först
           move wa-rader to wax.
       fe020.
           if wax > 0
               if wa-Typ(wax) = wny-typ
               and wa-Datum(wax) = wny-datum
               and wa-FunktionsNummer(wax) = sb-FunktionsNummer
               and wa-Bestallare(wax) = sb-Bestallare
               and wa-Kommando(wax) = wny-kommando
               and wa-TestKorning(wax) = wny-test
               and wa-DelOrder(wax) = wny-del
               and wa-SlutJN(wax) = wny-slutJN
                   move wax to wtraff
                   go to fe999
               end-if
               subtract 1 from wax
               go to fe020
           end-if.
           if wa-rader >= 500
               perform ff-tom-tabell
           end-if.
           add 1 to wa-rader.
           move wa-rader to wtraff.
           initialize wa-tab(wtraff).
           move wny-typ            to wa-Typ(wtraff).
           move wny-datum          to wa-Datum(wtraff).
           move sb-FunktionsNummer to wa-FunktionsNummer(wtraff).
           move sb-Bestallare      to wa-Bestallare(wtraff).
           move wny-kommando       to wa-Kommando(wtraff).
           move wny-test           to wa-TestKorning(wtraff).
           move wny-del            to wa-DelOrder(wtraff).
           move wny-slutJN         to wa-SlutJN(wtraff).
           if wny-typ = 'U'
               move 9999999.99  to wa-Min1(wtraff)
               move 9999999.99  to wa-Min2(wtraff)
               move 9999999.99  to wa-Min3(wtraff)
               move -9999999.99 to wa-Max1(wtraff)
               move -9999999.99 to wa-Max2(wtraff)
               move -9999999.99 to wa-Max3(wtraff)
               move 999999999   to wa-MinPost(wtraff)
           end-if.
       fe999.
           exit.

       ff-tom-tabell section.
       ff010.
           move 0 to wax.
       ff020.
           add 1 to wax.
           if wax > wa-rader
               go to ff100
           end-if.
           write arbete-record from wa-tab(wax).
           add 1 to wantalarbete.
           go to ff020.
       ff100.
           move 0 to wa-rader.
       ff999.
           exit.

       fg-kolla-fonster section.
       fg010.
      * winomJN = 'J' när slutstämpeln ligger inom något av
      * funktionskalenderns fönster den veckodagen (wkalid = 0 när
      * funktionen saknar kalender)
           move 0 to wkalid.
           move 'J' to winomJN.
           move 0 to wvx.
       fg020.
           add 1 to wvx.
           if wvx > wm-antal
               go to fg030
           end-if.
           if wm-funknr(wvx) = sb-FunktionsNummer
               move wm-kalenderid(wvx) to wkalid
               go to fg030
           end-if.
           go to fg020.
       fg030.
           if wkalid = 0
               go to fg999
           end-if.
           move sb-KorslutDatum to wk-datum.
           perform zc-veckodag.
           move 'N' to winomJN.
           move 0 to wvx.
       fg040.
           add 1 to wvx.
           if wvx > wf-antal or winomJN = 'J'
               go to fg999
           end-if.
           if wf-kalenderid(wvx) not = wkalid
               go to fg040
           end-if.
           if wf-veckodag(wvx) not = 0
           and wf-veckodag(wvx) not = wveckodag
               go to fg040
           end-if.
           if wf-starttid(wvx) <= wf-sluttid(wvx)
               if sb-KorslutKlock >= wf-starttid(wvx)
               and sb-KorslutKlock <= wf-sluttid(wvx)
                   move 'J' to winomJN
               end-if
           else
               if sb-KorslutKlock >= wf-starttid(wvx)
               or sb-KorslutKlock <= wf-sluttid(wvx)
                   move 'J' to winomJN
               end-if
           end-if.
           go to fg040.
       fg999.
           exit.

       g-skriv-aggregat section.
       g010.
      * nya gränser: högsta lästa BestID + 1, aldrig under förra
           move 1 to wbx.
           perform g050.
           move 2 to wbx.
           perform g050.
           go to g100.
       g050.
           move wgammalgrans(wbx) to wnygrans(wbx).
           if wmaxsett(wbx) > 0
           and wmaxsett(wbx) + 1 > wnygrans(wbx)
               compute wnygrans(wbx) = wmaxsett(wbx) + 1
           end-if.
       g100.
      * ombyggnaden skriver om allt, uppdateringen lägger till
      * datarader och skriver om styrraderna
           if wval = '2'
               move 'R' to wurval
           else
               move 'I' to wurval
           end-if.
           call 'sd-BorjaSkrivDagagg' using wurval.

           open input Arbete.
           if warbfskey1 not = '0'
               go to g200
           end-if.
           move 'N' to w-eof-arb.
       g110.
           read Arbete into wda at end move 'J' to w-eof-arb.
           if w-eof-arb = 'J'
               go to g150
           end-if.
           call 'sd-SkrivDagagg' using wda.
           add 1 to wantalskrivna.
           go to g110.
       g150.
           close Arbete.
       g200.
           move 0 to wax.
       g210.
           add 1 to wax.
           if wax > wa-rader
               go to g300
           end-if.
           move wa-tab(wax) to wda.
           call 'sd-SkrivDagagg' using wda.
           add 1 to wantalskrivna.
           go to g210.
       g300.
      * O-rader: BestID under den nya gränsen som låg i Best men
      * inte fanns i BestHist
           move 0 to wsx.
       g310.
           add 1 to wsx.
           if wsx > wsk-antal
               go to g400
           end-if.
           if wsk-settJN(wsx) = 'J'
               go to g310
           end-if.
           divide wsk-nyckel(wsx) by 1000000000 giving wsbackend
             remainder wsbestid.
           if wsbackend < 1 or wsbackend > 2
               go to g310
           end-if.
           if wsbestid >= wnygrans(wsbackend)
               go to g310
           end-if.
           initialize wda.
           move 'O'       to wda-Typ.
           move wdate     to wda-Datum.
           move wsbackend to wda-Kommando.
           move wsbestid  to wda-Antal.
           call 'sd-SkrivDagagg' using wda.
           add 1 to wantalskrivna.
           go to g310.
       g400.
      * K-raderna sist - först med dem är aggregatet giltigt
           move 1 to wbx.
           perform g450.
           move 2 to wbx.
           perform g450.
           call 'sd-AvslutaSkrivDagagg'.
           go to g999.
       g450.
           initialize wda.
           move 'K'           to wda-Typ.
           move wdate         to wda-Datum.
           move wbx           to wda-Kommando.
           move wnygrans(wbx) to wda-Antal.
           call 'sd-SkrivDagagg' using wda.
           add 1 to wantalskrivna.
       g999.
           exit.

       zc-veckodag section.
       zc010.
      * veckodag 1-7 med måndag = 1 enligt Zellers kongruens, samma
      * rutin som zc-veckodag i SpadFonsterCbl
           move wk-datum(1:4) to wz-aa.
           move wk-datum(5:2) to wz-mm.
           move wk-datum(7:2) to wz-dd.
           if wz-mm < 3
               add 10 to wz-mm
               subtract 1 from wz-aa
           else
               subtract 2 from wz-mm
           end-if.
           divide wz-aa by 100 giving wz-j remainder wz-k.
           compute wz-t1 = (13 * wz-mm) - 1.
           divide wz-t1 by 5 giving wz-t2.
           divide wz-k by 4 giving wz-t3.
           divide wz-j by 4 giving wz-t4.
           compute wz-h = wz-dd + wz-t2 + wz-k + wz-t3 + wz-t4
             - (2 * wz-j) + 700.
           divide wz-h by 7 giving wz-q remainder wveckodag.
           if wveckodag = 0
               move 7 to wveckodag
           end-if.
       zc999.
           exit.

       zd-berakna-kortid section.
       zd010.
      * körtid i sekunder från Korstart till Korslut, samma
      * resonemang som zb-berakna-kortid i SpadStatCbl
           move sb-KorstartKlock to wklocktal.
           compute wsec-a =
             (wkt-hh * 3600) + (wkt-mi * 60) + wkt-ss.
           move sb-KorslutKlock to wklocktal.
           compute wsec-b =
             (wkt-hh * 3600) + (wkt-mi * 60) + wkt-ss.
           move sb-KorstartDatum to wk-datum.
           move wk-datum(1:4) to wk-aa.
           move wk-datum(5:2) to wk-mm.
           move wk-datum(7:2) to wk-dd.
           perform ze-dag-pa-aret.
           move wk-doy to wdoy-a.
           move wk-aa  to waa-a.
           move sb-KorslutDatum to wk-datum.
           move wk-datum(1:4) to wk-aa.
           move wk-datum(5:2) to wk-mm.
           move wk-datum(7:2) to wk-dd.
           perform ze-dag-pa-aret.
           move wk-doy to wdoy-b.
           move wk-aa  to waa-b.
           compute wkortid =
             ((waa-b - waa-a) * 365 + wdoy-b - wdoy-a)
             * 86400 + wsec-b - wsec-a.
       zd999.
           exit.

       ze-dag-pa-aret section.
       ze010.
           move wk-cumdagar(wk-mm) to wk-doy.
           add wk-dd to wk-doy.
           if wk-mm > 2
               perform zf-ar-skottar
               if wk-skottrest = 1
                   add 1 to wk-doy
               end-if
           end-if.
       ze999.
           exit.

       zf-ar-skottar section.
       zf010.
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
       zf999.
           exit.
