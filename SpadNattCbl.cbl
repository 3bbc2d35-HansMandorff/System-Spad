       identification division.
      *
      *2026-10-15 Ny körning: nattlig hushållssekvens. Kör stegen i
      *           spadsteg.dat (arkivering, årsarkiv, rensning, ERP-
      *           dagavslut, kvittenser, integritetskontroll, backup,
      *           varmreserv, dagsavslut, skiftrapport - i den
      *           ordning och med de beroenden driften bestämt) som
      *           egna program, ett i taget. Varje steg loggas i
      *           spadsteglogg.dat med start, slut, program, antal
      *           behandlade poster och utfall (stegets eget
      *           resultat via sd-RapporteraSteg). Felar ett steg
      *           körs inga fler, händelse 569 loggas, och nästa
      *           start fortsätter i samma sekvens från det felade
      *           steget i stället för att arkivera och rensa om.
      *
       program-id. SpadNattCbl.
       environment division.
       Input-Output Section.
       File-Control.
           Select StegKonf assign wkonfselnamn
             file status is wkonffs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select StegLogg assign wloggselnamn
             file status is wloggfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select StegRes assign wresselnamn
             file status is wresfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select StegIn assign winselnamn
             file status is winfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  StegKonf.
       01  stegkonf-record   pic x(76).
       fd  StegLogg.
       01  steglogg-record   pic x(125).
       fd  StegRes.
       01  stegres-record    pic x(80).
       fd  StegIn.
       01  stegin-record     pic x(40).

       working-storage section.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
           05  wkonffs.
               10  wkonffskey1    pic x.
               10  wkonffskey2    pic x.
           05  wkonfselnamn       pic x(80).
           05  wloggfs.
               10  wloggfskey1    pic x.
               10  wloggfskey2    pic x.
           05  wloggselnamn       pic x(80).
           05  wresfs.
               10  wresfskey1     pic x.
               10  wresfskey2     pic x.
           05  wresselnamn        pic x(80).
           05  winfs.
               10  winfskey1      pic x.
               10  winfskey2      pic x.
           05  winselnamn         pic x(80).
           05  w-eof              pic x.
           05  wkommandorad       pic x(250).
           05  wreturkod          pic s9(9) comp.
           05  wreturdisp         pic zzzzzzzz9.
           05  wfelJN             pic x.
           05  wfortsattJN        pic x.
           05  wsx                pic s9(4) comp.
           05  wex                pic s9(4) comp.
           05  wtraff             pic s9(4) comp.
           05  wvx                pic s9(4) comp.
           05  wantalsvar         pic s9(4) comp.
           05  wsvar              pic x(40) occurs 8.
           05  wbestidbin         pic 9(9) comp.
           05  wkommandobin       pic 9(9) comp.
           05  wfeltitel.
               10  filler         pic x(13) value 'HUSHALLSSTEG '.
               10  wft-steg       pic 9(3).
               10  filler         pic x(5) value ' FEL '.
               10  wft-program    pic x(29).
      * sekvensen som körs - ny, eller den avbrutna som tas om
           05  wkordatum          pic 9(8).
           05  wkorklock          pic 9(6).
           05  wsenastdatum       pic 9(8).
           05  wsenastklock       pic 9(6).
      * steglistan med utfallet i den aktuella sekvensen
           05  wsg-antal          pic s9(4) comp value 0.
           05  wsg-tab occurs 30.
               10  wsg-stegnr     pic 9(3).
               10  wsg-efter      pic 9(3).
               10  wsg-program    pic x(30).
               10  wsg-indata     pic x(40).
               10  wsg-utfall     pic x.
           05  wsteglogfil.
               10  filler         pic x(8) value 'spadsteg'.
               10  wsl-nr         pic 9(3).
               10  filler         pic x(4) value '.log'.
           05  wigar              pic 9(8).
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
           05  wtime              pic 9(6).
           05  wk-aa              pic 9(4).
           05  wk-mm              pic 9(2).
           05  wk-dd              pic 9(2).
           05  wk-dagitab         pic 9(2).
           05  wk-kvot            pic 9(9).
           05  wk-rest4           pic 9(9).
           05  wk-rest100         pic 9(9).
           05  wk-rest400         pic 9(9).
           05  wk-skottrest       pic 9(9).
           05  wk-manadstab.
               10  filler pic x(24) value '312831303130313130313031'.
           05  wk-manadstab-re redefines wk-manadstab.
               10  wk-manadsdagar pic 9(2) occurs 12.
           05  wdisprad.
               10  filler         pic x(5) value 'STEG '.
               10  wd-steg        pic 9(3).
               10  filler         pic x value ' '.
               10  wd-program     pic x(30).
               10  filler         pic x value ' '.
               10  wd-utfall      pic x(6).
               10  wd-antal       pic zzzzzzzz9.
               10  filler         pic x value ' '.
               10  wd-text        pic x(40).
       01  wsk.
           copy "steg.cpy" replacing leading ==xxxx== by ==wsk==.
       01  wlg.
           copy "steglogg.cpy" replacing leading ==xxxx== by ==wlg==.
       01  wsr.
           copy "stegres.cpy" replacing leading ==xxxx== by ==wsr==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.

           display 'SpadNatt - nattlig hushållssekvens'.
           move spaces to wloggselnamn.
           string wpath 'spadsteglogg.dat' delimited by space
             into wloggselnamn.
           move spaces to wresselnamn.
           string wpath 'spadstegres.dat' delimited by space
             into wresselnamn.
           move spaces to winselnamn.
           string wpath 'spadsteg.in' delimited by space
             into winselnamn.
           perform za-hamta-dag-klocka.
           perform zb-berakna-igar.

           perform a-las-steglista.
           if wsg-antal = 0
               display 'Ingen steglista (spadsteg.dat) - inget att'
                 ' göra.'
               stop run
           end-if.
           perform b-las-logg.

           move 0 to wsx.
       main020.
           add 1 to wsx.
           if wsx > wsg-antal
               go to main100
           end-if.
           if wsg-utfall(wsx) = 'O'
               move wsg-stegnr(wsx)  to wd-steg
               move wsg-program(wsx) to wd-program
               move 'KLART ' to wd-utfall
               move 0 to wd-antal
               move 'redan klart i sekvensen' to wd-text
               display wdisprad
               go to main020
           end-if.
           perform c-kor-steg.
           if wfelJN = 'J'
               display 'Sekvensen stannar - nästa start fortsätter'
                 ' från steg ' wsg-stegnr(wsx) '.'
               move 8 to return-code
               stop run
           end-if.
           go to main020.
       main100.
           display 'Hushållssekvensen klar.'.
           stop run.
       main999.
           exit.

       a-las-steglista section.
       a010.
      * steglistan i körordning - ett beroende måste peka på ett
      * TIDIGARE steg, annars körs ingenting
           move 0 to wsg-antal.
           move spaces to wkonfselnamn.
           string wpath 'spadsteg.dat' delimited by space
             into wkonfselnamn.
           open input StegKonf.
           if wkonffskey1 not = '0'
               go to a999
           end-if.
           move 'N' to w-eof.
       a020.
           read StegKonf into wsk
             at end move 'J' to w-eof.
           if w-eof = 'J'
               go to a100
           end-if.
           if wsk-StegNr not numeric or wsk-Program = spaces
               go to a020
           end-if.
           if wsk-Efter not numeric
               move 0 to wsk-Efter
           end-if.
           if wsg-antal >= 30
               display 'Fler än 30 steg - resten körs inte.'
               go to a100
           end-if.
           if wsk-Efter > 0
               move wsk-Efter to wd-steg
               perform ab-hitta-steg
               if wtraff = 0
                   close StegKonf
                   display 'Steg ' wsk-StegNr ' beror av steg '
                     wsk-Efter ' som inte kommer före det -'
                     ' rätta spadsteg.dat.'
                   move 0 to wsg-antal
                   go to a999
               end-if
           end-if.
           add 1 to wsg-antal.
           move wsk-StegNr  to wsg-stegnr(wsg-antal).
           move wsk-Efter   to wsg-efter(wsg-antal).
           move wsk-Program to wsg-program(wsg-antal).
           move wsk-Indata  to wsg-indata(wsg-antal).
           move space       to wsg-utfall(wsg-antal).
           go to a020.
       a100.
           close StegKonf.
       a999.
           exit.

       ab-hitta-steg section.
       ab010.
      * wtraff = platsen för steg wd-steg i steglistan, 0 = saknas
           move 0 to wtraff.
           move 0 to wex.
       ab020.
           add 1 to wex.
           if wex > wsg-antal
               go to ab999
           end-if.
           if wsg-stegnr(wex) = wd-steg
               move wex to wtraff
               go to ab999
           end-if.
           go to ab020.
       ab999.
           exit.

       b-las-logg section.
       b010.
      * den senaste sekvensen i loggen: har något av dess steg inte
      * gått klart tas den om från det steget, med samma identitet,
      * annars börjar en ny sekvens nu
           move wdate to wkordatum.
           move wtime to wkorklock.
           move 0 to wsenastdatum.
           move 0 to wsenastklock.
           open input StegLogg.
           if wloggfskey1 not = '0'
               go to b999
           end-if.
           move 'N' to w-eof.
       b020.
           read StegLogg into wlg
             at end move 'J' to w-eof.
           if w-eof = 'J'
               go to b030
           end-if.
           if wlg-KorningDatum > wsenastdatum
           or (wlg-KorningDatum = wsenastdatum
               and wlg-KorningKlock > wsenastklock)
               move wlg-KorningDatum to wsenastdatum
               move wlg-KorningKlock to wsenastklock
           end-if.
           go to b020.
       b030.
           close StegLogg.
           if wsenastdatum = 0
               go to b999
           end-if.
      * stegens senaste utfall i den sekvensen
           open input StegLogg.
           move 'N' to w-eof.
       b040.
           read StegLogg into wlg
             at end move 'J' to w-eof.
           if w-eof = 'J'
               go to b050
           end-if.
           if wlg-KorningDatum not = wsenastdatum
           or wlg-KorningKlock not = wsenastklock
               go to b040
           end-if.
           move wlg-StegNr to wd-steg.
           perform ab-hitta-steg.
           if wtraff > 0
               move wlg-Utfall to wsg-utfall(wtraff)
           end-if.
           go to b040.
       b050.
           close StegLogg.
           move 'N' to wfortsattJN.
           move 0 to wex.
       b060.
           add 1 to wex.
           if wex > wsg-antal
               go to b070
           end-if.
           if wsg-utfall(wex) not = 'O'
               move 'J' to wfortsattJN
           end-if.
           go to b060.
       b070.
           if wfortsattJN = 'J'
               move wsenastdatum to wkordatum
               move wsenastklock to wkorklock
               display 'Tar om den avbrutna sekvensen från '
                 wkordatum ' ' wkorklock '.'
               go to b999
           end-if.
      * förra sekvensen gick klart - alla steg körs på nytt
           move 0 to wex.
       b080.
           add 1 to wex.
           if wex > wsg-antal
               go to b999
           end-if.
           move space to wsg-utfall(wex).
           go to b080.
       b999.
           exit.

       c-kor-steg section.
       c010.
      * ett steg: beroendet kollas, svarsfilen skrivs, programmet
      * körs med svaren som indata och utskriften i en stegvis
      * loggfil, och resultatet det lämnat läses tillbaka
           move 'N' to wfelJN.
           perform za-hamta-dag-klocka.
           initialize wlg.
           move wkordatum        to wlg-KorningDatum.
           move wkorklock        to wlg-KorningKlock.
           move wsg-stegnr(wsx)  to wlg-StegNr.
           move wsg-program(wsx) to wlg-Program.
           move wdate            to wlg-StartDatum.
           move wtime            to wlg-StartKlock.
           move 0                to wlg-Antal.

           if wsg-efter(wsx) > 0
               move wsg-efter(wsx) to wd-steg
               perform ab-hitta-steg
               if wtraff = 0
                   move 'BEROENDE SAKNAS I STEGLISTAN' to wlg-Text
                   go to c800
               end-if
               if wsg-utfall(wtraff) not = 'O'
                   string 'STEG ' delimited by size
                          wsg-efter(wsx) delimited by size
                          ' SOM DETTA BEROR AV AR INTE KLART'
                            delimited by size
                          into wlg-Text
                   go to c800
               end-if
           end-if.

           perform ca-skriv-indata.
           call 'CBL_DELETE_FILE' using wresselnamn.
           move wsg-stegnr(wsx) to wsl-nr.
           move spaces to wkommandorad.
           string 'cmd /c ' delimited by size
                  wsg-program(wsx) delimited by '  '
                  ' < ' delimited by size
                  winselnamn delimited by space
                  ' > ' delimited by size
                  wpath delimited by space
                  wsteglogfil delimited by size
                  into wkommandorad.
           move wsg-stegnr(wsx)  to wd-steg.
           move wsg-program(wsx) to wd-program.
           move 'STARTAR' to wd-utfall.
           move 0 to wd-antal.
           move spaces to wd-text.
           display wdisprad.
           call 'SYSTEM' using wkommandorad
             on exception
               move 'PROGRAMMET KUNDE INTE STARTAS' to wlg-Text
               go to c800
           end-call.
           move return-code to wreturkod.

           perform za-hamta-dag-klocka.
           move 'N' to wsr-OkJN.
           open input StegRes.
           if wresfskey1 = '0'
               read StegRes into wsr
                 at end move 'N' to wsr-OkJN
               end-read
               close StegRes
           else
               move spaces to wsr-OkJN
           end-if.
           if wreturkod not = 0
               move wreturkod to wreturdisp
               move spaces to wlg-Text
               string 'RETURKOD ' delimited by size
                      wreturdisp delimited by size
                      into wlg-Text
               go to c800
           end-if.
           if wsr-OkJN = spaces
               move 'INGET STEGRESULTAT FRAN PROGRAMMET' to wlg-Text
               go to c800
           end-if.
           if wsr-Antal numeric
               move wsr-Antal to wlg-Antal
           end-if.
           move wsr-Text to wlg-Text.
           if wsr-OkJN not = 'J'
               go to c800
           end-if.
           move 'O' to wlg-Utfall.
           go to c900.
       c800.
      * steget felade - sekvensen stannar här
           move 'J' to wfelJN.
           move 'F' to wlg-Utfall.
           move wsg-stegnr(wsx)  to wft-steg.
           move wsg-program(wsx) to wft-program.
           move 0 to wbestidbin.
           move 569 to wkommandobin.
           call 'sd-LoggaMessArci' using
             wstyrfunknr, wbestidbin, wkommandobin, wfeltitel.
       c900.
           perform za-hamta-dag-klocka.
           move wdate to wlg-SlutDatum.
           move wtime to wlg-SlutKlock.
           move wlg-Utfall to wsg-utfall(wsx).
           open extend StegLogg.
           if wloggfs = '35'
               open output StegLogg
           end-if.
           write steglogg-record from wlg.
           close StegLogg.
           move wlg-StegNr  to wd-steg.
           move wlg-Program to wd-program.
           if wlg-Utfall = 'O'
               move 'KLART ' to wd-utfall
           else
               move 'FEL   ' to wd-utfall
           end-if.
           move wlg-Antal to wd-antal.
           move wlg-Text  to wd-text.
           display wdisprad.
       c999.
           exit.

       ca-skriv-indata section.
       ca010.
      * svaren på programmets frågor, en rad per svar - IGAR och
      * IDAG byts mot datum, så samma steglista fungerar varje natt
           move spaces to wsvar(1), wsvar(2), wsvar(3), wsvar(4),
             wsvar(5), wsvar(6), wsvar(7), wsvar(8).
           move 0 to wantalsvar.
           unstring wsg-indata(wsx) delimited by ';'
             into wsvar(1), wsvar(2), wsvar(3), wsvar(4),
                  wsvar(5), wsvar(6), wsvar(7), wsvar(8)
             tallying in wantalsvar.
           open output StegIn.
           if winfskey1 not = '0'
               go to ca999
           end-if.
           move 0 to wvx.
       ca020.
           add 1 to wvx.
           if wvx > wantalsvar
               go to ca100
           end-if.
           if wsvar(wvx) = 'IGAR'
               move spaces to wsvar(wvx)
               move wigar to wsvar(wvx)(1:8)
           end-if.
           if wsvar(wvx) = 'IDAG'
               move spaces to wsvar(wvx)
               move wdate to wsvar(wvx)(1:8)
           end-if.
           write stegin-record from wsvar(wvx).
           go to ca020.
       ca100.
           close StegIn.
       ca999.
           exit.

       zb-berakna-igar section.
       zb010.
      * gårdagens datum, med månads- och årsskiften samt
      * skottårskontroll för februari - som i SpadDagslutCbl
           move wdate(1:4) to wk-aa.
           move wdate(5:2) to wk-mm.
           move wdate(7:2) to wk-dd.
           if wk-dd > 1
               subtract 1 from wk-dd
               go to zb100
           end-if.
           if wk-mm = 1
               move 12 to wk-mm
               subtract 1 from wk-aa
           else
               subtract 1 from wk-mm
           end-if.
           move wk-manadsdagar(wk-mm) to wk-dagitab.
           if wk-mm = 2
               perform zd-ar-skottar
               if wk-skottrest = 1
                   move 29 to wk-dagitab
               end-if
           end-if.
           move wk-dagitab to wk-dd.
       zb100.
           compute wigar =
             (wk-aa * 10000) + (wk-mm * 100) + wk-dd.
       zb999.
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
           accept wfalt from date yyyymmdd.
           move wfalt to wdate.
           accept wfalt from time.
           divide wfalt by 100 giving wtime.
       za999.
           exit.
