      *           i dagstatusfilen och en händelse (547), och dagen
      *           märks uttryckligen CLOSED eller OPEN - "gick allt?"
      *           slutar hänga på att någon kommer ihåg att titta.
      *2026-10-15 Ståenderaden läses med sin fulla längd sedan
      *           filväntansfälten lagts till i spadstaende.dat.
      *2026-10-15 Hushållssekvensens steglogg (spadsteglogg.dat) tas
      *           med: den senaste sekvensen som startat från och
      *           med datumet listas steg för steg, och ett felat
      *           steg - eller en sekvens som inte körts alls - är
      *           en brusten förväntan.
      *2026-10-15 Lämnar antal behandlade poster och utfall till den
      *           nattliga hushållssekvensen (SpadNattCbl) när
      *           körningen avslutas - se sd-RapporteraSteg.
      *2026-10-15 Ståenderaden läses med vilandemarkeringen (182
      *           tecken) - en vilande order är ingen saknad
      *           generering.
      *
       program-id. SpadDagslutCbl.
       environment division.
           Select Dagstatus assign wstatselnamn
             file status is wstatfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select StegLogg assign wloggselnamn
             file status is wloggfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Staende.
       01  staende-record    pic x(182).
       fd  Erp.
       01  erp-record        pic x(110).
       fd  Lista.
       01  lista-record      pic x(80).
       fd  Dagstatus.
       01  dagstatus-record  pic x(90).
       fd  StegLogg.
       01  steglogg-record   pic x(125).

       working-storage section.
       01  wst.
           05  wst-klockslag    pic 9(6).
           05  wst-bestallare   pic x(20).
           05  wst-senastdatum  pic 9(8).
           05  filler           pic x(67).
      * 'V' = vilande, genererar inget (se SpadStaendeCbl)
           05  wst-vilande      pic x.
       01  wev. copy "erpver.cpy"
                replacing leading ==xxxx== by ==wev==.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
      * stegresultatet till hushållssekvensen, se sd-RapporteraSteg
           05  wstegantal         pic 9(9) value 0.
           05  wstegokJN          pic x value 'J'.
           05  wstegtext          pic x(70) value spaces.
           05  wexportmapp        pic x(73).
           05  wexportsekunder    pic 9(9).
           05  wrtantal           pic 9(9).
               10  wsf-datum      pic 9(8).
               10  filler         pic x(4) value '.txt'.
           05  wvaldatum          pic 9(8).
      * hushållssekvensens steglogg, se f-kolla-hushall
           05  wloggfs.
               10  wloggfskey1    pic x.
               10  wloggfskey2    pic x.
           05  wloggselnamn       pic x(80).
           05  wkordatum          pic 9(8).
           05  wkorklock          pic 9(6).
           05  wsg-antal          pic s9(4) comp.
           05  wsg-tab occurs 30.
               10  wsg-stegnr     pic 9(3).
               10  wsg-program    pic x(30).
               10  wsg-utfall     pic x.
               10  wsg-antalposter pic 9(9).
               10  wsg-text       pic x(40).
           05  wsx                pic s9(4) comp.
           05  wsgtraff           pic s9(4) comp.
           05  wstegrad.
               10  filler         pic x(5) value 'STEG '.
               10  wsr-steg       pic 9(3).
               10  filler         pic x value ' '.
               10  wsr-program    pic x(30).
               10  filler         pic x value ' '.
               10  wsr-utfall     pic x(6).
               10  wsr-antal      pic zzzzzzzz9.
               10  filler         pic x value ' '.
               10  wsr-text       pic x(34).
           05  wfinnsJN           pic x.
           05  wfinnsJN2          pic x.
           05  w-eof              pic x.
               10  wsl-status pic x(6).
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  wlg.
           copy "steglogg.cpy" replacing leading ==xxxx== by ==wlg==.

       procedure division.
       main section.
           perform c-kolla-erp.
           perform d-kolla-exporter.
           perform e-kolla-hangande.
           perform f-kolla-hushall.

           move wvaldatum to wsl-datum.
           if wantalbrister = 0
           close Dagstatus.
           display wslutrad.
           display 'Brister: ' wantalbrister.
           move wantalbrister to wstegantal.
           string 'DAG ' wsl-status delimited by size into wstegtext.
           call 'sd-RapporteraSteg' using
             wstegantal, wstegokJN, wstegtext.
           stop run.
       main999.
           exit.
           if w-eof-staende = 'J'
               go to b100
           end-if.
      * en vilande order genererar inget och saknas inte
           if wst-vilande = 'V'
               read Staende into wst
                 at end move 'J' to w-eof-staende
               go to b020
           end-if.
           move 'N' to wfinnsJN.
           evaluate wst-rekurrens
               when 1 move 'J' to wfinnsJN
       e999.
           exit.

       f-kolla-hushall section.
       f010.
      * hushållssekvensen (SpadNattCbl): den senaste sekvensen som
      * startat från och med datumet, med varje stegs senaste
      * utfall - saknas loggen helt används ingen sekvens här
           move spaces to wloggselnamn.
           string wpath 'spadsteglogg.dat' delimited by space
             into wloggselnamn.
           move 0 to wkordatum.
           move 0 to wkorklock.
           open input StegLogg.
           if wloggfskey1 not = '0'
               go to f999
           end-if.
           move 'N' to w-eof.
       f020.
           read StegLogg into wlg at end move 'J' to w-eof.
           if w-eof = 'J'
               go to f030
           end-if.
           if wlg-KorningDatum >= wvaldatum
               if wlg-KorningDatum > wkordatum
               or (wlg-KorningDatum = wkordatum
                   and wlg-KorningKlock > wkorklock)
                   move wlg-KorningDatum to wkordatum
                   move wlg-KorningKlock to wkorklock
               end-if
           end-if.
           go to f020.
       f030.
           close StegLogg.
           if wkordatum = 0
               move 'HUSHALLSSEKVENSEN HAR INTE KORTS' to wbristrad
               move 'HUSHALLSSEKVENS SAKNAS' to wbristtitel
               perform zz-brist
               go to f999
           end-if.
           move 0 to wsg-antal.
           open input StegLogg.
           move 'N' to w-eof.
       f040.
           read StegLogg into wlg at end move 'J' to w-eof.
           if w-eof = 'J'
               go to f050
           end-if.
           if wlg-KorningDatum not = wkordatum
           or wlg-KorningKlock not = wkorklock
               go to f040
           end-if.
           perform fa-hitta-steg.
           if wsgtraff > 0
               move wlg-Program to wsg-program(wsgtraff)
               move wlg-Utfall  to wsg-utfall(wsgtraff)
               move wlg-Antal   to wsg-antalposter(wsgtraff)
               move wlg-Text    to wsg-text(wsgtraff)
           end-if.
           go to f040.
       f050.
           close StegLogg.
           move 0 to wsx.
       f060.
           add 1 to wsx.
           if wsx > wsg-antal
               go to f999
           end-if.
           move wsg-stegnr(wsx)      to wsr-steg.
           move wsg-program(wsx)     to wsr-program.
           move wsg-antalposter(wsx) to wsr-antal.
           move wsg-text(wsx)        to wsr-text.
           if wsg-utfall(wsx) = 'O'
               move 'KLART ' to wsr-utfall
               write dagstatus-record from wstegrad
               display wstegrad
           else
               move 'FEL   ' to wsr-utfall
               move wstegrad to wbristrad
               move spaces to wbristtitel
               string 'HUSHALLSSTEG ' delimited by size
                      wsr-steg delimited by size
                      ' FEL' delimited by size
                      into wbristtitel
               perform zz-brist
           end-if.
           go to f060.
       f999.
           exit.

       fa-hitta-steg section.
       fa010.
      * stegets plats i tabellen, ny plats första gången - 0 när
      * tabellen är full
           move 0 to wsgtraff.
           move 0 to wsx.
       fa020.
           add 1 to wsx.
           if wsx > wsg-antal
               go to fa100
           end-if.
           if wsg-stegnr(wsx) = wlg-StegNr
               move wsx to wsgtraff
               go to fa999
           end-if.
           go to fa020.
       fa100.
           if wsg-antal >= 30
               go to fa999
           end-if.
           add 1 to wsg-antal.
           move wsg-antal to wsgtraff.
           move wlg-StegNr to wsg-stegnr(wsgtraff).
       fa999.
           exit.

       zz-brist section.
       zz010.
      * en brusten förväntan: rad i dagstatusfilen, rad på skärmen
       za-hamta-dag-klocka section.
       za010.
      * fyrsiffrigt årtal, se motsvarande rutin i SpadFunkCblMain
           accept wfalt from date yyyymmdd.
           move wfalt to wdate.
           accept wfalt from time.
           divide wfalt by 100 giving wtime.
       za999.
           exit.
