      *           eller tolerans på gårdagens arbetsbörda INNAN den
      *           går i produktion. Testkörningar når varken ERP
      *           eller avisering, se TestKorning i best-bin.cpy.
      *2026-10-15 Rapporten visar per order den Admi-konfiguration
      *           den historiska körningen startade under (ur
      *           konfigurationsversionerna) bredvid testfunktionens
      *           JobbTyp - en skillnad flaggas DIFF.
      *
       program-id. SpadReplayCbl.
       environment division.
               10  wr-ny3         pic s9(7)v99 comp.
               10  wr-nypost      pic 9(9) comp.
               10  wr-klarJN      pic x.
               10  wr-startdatum  pic 9(8).
               10  wr-startklock  pic 9(6).
           05  wjmfrad.
               10  wj-gmlbestnr   pic zzzzzz9.
               10  filler         pic x(4) value ' -> '.
               10  wj-ny          pic -(7)9.99.
               10  filler         pic xx.
               10  wj-flagga      pic x(4).
      * konfigurationsraden per order, se fd-konfiguration
           05  wkonfrad.
               10  wk-gmlbestnr   pic zzzzzz9.
               10  filler         pic x(9) value ' KONFIG V'.
               10  wk-version     pic zzzzzz9.
               10  filler         pic x(9) value ' JOBBTYP '.
               10  wk-jobbtyp     pic zzzzzz9.
               10  filler         pic x(9) value ' RAPPTYP '.
               10  wk-rapptyp     pic zzzzzzzz9.
               10  filler         pic x(6) value ' MAXF '.
               10  wk-maxforsok   pic zzz9.
               10  filler         pic x(5) value ' KAL '.
               10  wk-kalender    pic zzzzzzz9.
               10  filler         pic x(16) value ' / TEST JOBBTYP '.
               10  wk-testjobbtyp pic zzzzzz9.
               10  filler         pic xx.
               10  wk-flagga      pic x(4).
           05  wkonfsaknas.
               10  wks-gmlbestnr  pic zzzzzz9.
               10  filler         pic x(40)
                   value ' KONFIG: ingen version sparad vid start'.
           05  wdisprad.
               10  filler pic x(18) value 'SpadReplay klar,  '.
               10  wd-antal pic zzzz9.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  kv.
           copy "konfver.cpy" replacing leading ==xxxx== by ==kv==.

       procedure division.
       main section.
           move sb-ResultatBelopp3 to wr-gml3(wr-antal).
           move sb-KorPostAntal    to wr-gmlpost(wr-antal).
           move 'N' to wr-klarJN(wr-antal).
           if sb-KorstartDatum > 0
               move sb-KorstartDatum to wr-startdatum(wr-antal)
               move sb-KorstartKlock to wr-startklock(wr-antal)
           else
               move sb-BestDatum to wr-startdatum(wr-antal)
               move sb-BestKlock to wr-startklock(wr-antal)
           end-if.
       bb999.
           exit.


       fb-en-order section.
       fb010.
           perform fd-konfiguration.
           move wr-gmlbestnr(wvx) to wj-gmlbestnr.
           move wr-nybestnr(wvx)  to wj-nybestnr.
           move 'BEL1  ' to wj-falt.
       fb999.
           exit.

       fd-konfiguration section.
       fd010.
      * konfigurationen den historiska körningen startade under,
      * se sd-HamtaAdmiVidTid - testfunktionens JobbTyp (sa, läst
      * vid starten) bredvid
           initialize kv.
           move wkallfunknr        to kv-FunktionsNummer.
           move wr-startdatum(wvx) to kv-GiltigDatum.
           move wr-startklock(wvx) to kv-GiltigKlock.
           call 'sd-HamtaAdmiVidTid' using kv, wfinnsJN.
           if wfinnsJN not = 'J'
               move wr-gmlbestnr(wvx) to wks-gmlbestnr
               write rapport-record from wkonfsaknas
               go to fd999
           end-if.
           move wr-gmlbestnr(wvx) to wk-gmlbestnr.
           move kv-VersionID      to wk-version.
           move kv-Param1         to wk-jobbtyp.
           move kv-Param3         to wk-rapptyp.
           move kv-MaxForsok      to wk-maxforsok.
           move kv-KalenderID     to wk-kalender.
           move sa-Param1         to wk-testjobbtyp.
           move spaces to wk-flagga.
           if kv-Param1 not = sa-Param1
               move 'DIFF' to wk-flagga
           end-if.
           write rapport-record from wkonfrad.
           if wk-flagga = 'DIFF'
               display wkonfrad
           end-if.
       fd999.
           exit.

       fc-flagga-skriv section.
       fc010.
           move spaces to wj-flagga.
