      *           med i en egen sektion, så nästa skift läser
      *           förklaringarna i rapporten i stället för i
      *           anteckningsboken - se SpadNotCbl.
      *2026-10-15 Nödändringar under ändringsfrysning (händelse 553)
      *           listas i en egen sektion med operatör och orsak.
      *2026-10-15 Incidenter som fortfarande är öppna vid
      *           överlämningen listas med tilldelad operatör, så
      *           nästa skift ser vad som inte är utrett.
      *2026-10-15 Hushållssekvensens steg som startat det senaste
      *           dygnet listas ur steglogg (spadsteglogg.dat) med
      *           program, antal poster och utfall.
      *2026-10-15 Lämnar antal behandlade poster och utfall till den
      *           nattliga hushållssekvensen (SpadNattCbl) när
      *           körningen avslutas - se sd-RapporteraSteg.
      *2026-10-15 Larmen (spadlarm.dat) som larmat eller kvitterats
      *           det senaste dygnet, eller som fortfarande är
      *           öppna, listas med kvitterande operatör och tid
      *           till kvittens i minuter - snittet i summeringen.
      *
       program-id. SpadSkiftCbl.
       environment division.
           Select Skift assign wskiftselnamn
             file status is wskiftfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select StegLogg assign wloggselnamn
             file status is wloggfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Skift.
       01  skift-record      pic x(100).
       fd  StegLogg.
       01  steglogg-record   pic x(125).

       working-storage section.
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
               10  wskiftfskey1   pic x.
               10  wskiftfskey2   pic x.
           05  wskiftselnamn      pic x(133).
           05  wloggfs.
               10  wloggfskey1    pic x.
               10  wloggfskey2    pic x.
           05  wloggselnamn       pic x(80).
           05  w-eof              pic x.
           05  wskiftfilnamn.
               10  filler         pic x(6) value 'SKIFT_'.
               10  wsf-datum      pic 9(8).
           05  want-kommandon     pic 9(9) value 0.
           05  want-starter       pic 9(9) value 0.
           05  want-noteringar    pic 9(9) value 0.
           05  want-frysundantag  pic 9(9) value 0.
           05  want-incidenter    pic 9(9) value 0.
           05  want-steg          pic 9(9) value 0.
           05  want-stegfel       pic 9(9) value 0.
           05  want-larm          pic 9(9) value 0.
           05  want-larmoppna     pic 9(9) value 0.
           05  want-larmkvitt     pic 9(9) value 0.
           05  wlarmkvittsek      pic 9(12) value 0.
      * p�g�ende paus per funktionsnummer (16 utan 17 �nnu)
           05  wp-antal           pic s9(4) comp value 0.
           05  wp-tab occurs 20.
           05  wsummarad.
               10  wsu-text   pic x(22).
               10  wsu-antal  pic zzzzzzz9.
           05  wfrysrad.
               10  filler     pic x(6) value 'funk  '.
               10  wfr-funknr pic zzzzzzz9.
               10  filler     pic x value ' '.
               10  wfr-datum  pic 99999999.
               10  filler     pic x value ' '.
               10  wfr-klock  pic 999999.
               10  filler     pic xx.
               10  wfr-titel  pic x(50).
           05  wincidentrad.
               10  wir-id       pic zzzzzzzz9.
               10  filler       pic x(6) value ' funk '.
               10  wir-funknr   pic zzzzzzz9.
               10  filler       pic x value ' '.
               10  wir-datum    pic 99999999.
               10  filler       pic x value ' '.
               10  wir-klock    pic 999999.
               10  filler       pic x(3) value ' h '.
               10  wir-antal    pic zzzz9.
               10  filler       pic x value ' '.
               10  wir-operator pic x(20).
               10  filler       pic x value ' '.
               10  wir-titel    pic x(30).
           05  wnoteringsrad.
               10  wnr-datum    pic 99999999.
               10  filler       pic x value ' '.
               10  wnr-operator pic x(20).
               10  filler       pic xx.
               10  wnr-text     pic x(60).
           05  wstegrad.
               10  filler       pic x(5) value 'steg '.
               10  wgr-steg     pic 999.
               10  filler       pic x value ' '.
               10  wgr-datum    pic 99999999.
               10  filler       pic x value ' '.
               10  wgr-klock    pic 999999.
               10  filler       pic x value ' '.
               10  wgr-program  pic x(30).
               10  filler       pic x value ' '.
               10  wgr-antal    pic zzzzzzzz9.
               10  filler       pic x value ' '.
               10  wgr-utfall   pic x(5).
               10  filler       pic x value ' '.
               10  wgr-text     pic x(28).
           05  wlarmrad.
               10  wlr-id       pic zzzzzzzz9.
               10  filler       pic x(6) value ' funk '.
               10  wlr-funknr   pic zzzzzzzz9.
               10  filler       pic x(5) value ' hdl '.
               10  wlr-hdl      pic zzz9.
               10  filler       pic x value ' '.
               10  wlr-datum    pic 99999999.
               10  filler       pic x value ' '.
               10  wlr-klock    pic 999999.
               10  filler       pic x value ' '.
               10  wlr-status   pic x(12).
               10  filler       pic x value ' '.
               10  wlr-operator pic x(20).
               10  filler       pic x(5) value ' min '.
               10  wlr-min      pic zzzzz9.
               10  wlr-minx redefines wlr-min pic x(6).
           05  wdisprad.
               10  filler pic x(23) value 'SpadSkift klar, se fil '.
               10  wd-filnamn pic x(25).
       01  nt.
           copy "notering-bin.cpy" replacing leading ==xxxx== by
             ==nt==.
       01  ic.
           copy "incident.cpy" replacing leading ==xxxx== by ==ic==.
       01  wlg.
           copy "steglogg.cpy" replacing leading ==xxxx== by ==wlg==.
       01  la.
           copy "larm.cpy" replacing leading ==xxxx== by ==la==.

       procedure division.
       main section.
           perform c-pauser-starter.
           perform d-kommandon.
           perform d2-noteringar.
           perform d3-frysundantag.
           perform d4-oppna-incidenter.
           perform d5-hushallssteg.
           perform d6-larm.
           perform e-summering.

           close Skift.
           move wskiftfilnamn to wd-filnamn.
           display wdisprad.
           compute wstegantal = want-klar + want-avbrutna + want-fel.
           call 'sd-RapporteraSteg' using
             wstegantal, wstegokJN, wstegtext.
           stop run.
       main999.
           exit.
       d2999.
           exit.

       d3-frysundantag section.
       d3010.
      * nödändringar under ändringsfrysning senaste dygnet -
      * operatör och orsakens början står i titeln, hela orsaken
      * bland noteringarna ovan
           move spaces to wsektionsrad.
           move '--- FRYSUNDANTAG ---' to wsektionsrad.
           write skift-record from wsektionsrad.
           call 'sd-OppnaMessLas'.
       d3020.
           call 'sd-LasMess' using mc, wfinnsJN.
           if wfinnsJN = 'N'
               go to d3999
           end-if.
           if mc-Kommando not = 553
               go to d3020
           end-if.
           if mc-Datum < wbrytdatum
           or (mc-Datum = wbrytdatum and mc-Klock < wbrytklock)
               go to d3020
           end-if.
           move mc-FunktionsNummer to wfr-funknr.
           move mc-Datum           to wfr-datum.
           move mc-Klock           to wfr-klock.
           move mc-Titel           to wfr-titel.
           write skift-record from wfrysrad.
           add 1 to want-frysundantag.
           go to d3020.
       d3999.
           exit.

       d4-oppna-incidenter section.
       d4010.
      * incidenter som fortfarande är öppna, oavsett när de
      * öppnades - se SpadIncidentCbl
           move spaces to wsektionsrad.
           move '--- OPPNA INCIDENTER ---' to wsektionsrad.
           write skift-record from wsektionsrad.
           call 'sd-OppnaIncidentLas'.
       d4020.
           call 'sd-LasIncident' using ic, wfinnsJN.
           if wfinnsJN = 'N'
               go to d4999
           end-if.
           if ic-Status not = 'O'
               go to d4020
           end-if.
           move ic-IncidentID      to wir-id.
           move ic-FunktionsNummer to wir-funknr.
           move ic-OppnadDatum     to wir-datum.
           move ic-OppnadKlock     to wir-klock.
           move ic-AntalHandelser  to wir-antal.
           move ic-Operator        to wir-operator.
           if ic-Operator = spaces
               move 'EJ TILLDELAD' to wir-operator
           end-if.
           move ic-Titel           to wir-titel.
           write skift-record from wincidentrad.
           add 1 to want-incidenter.
           go to d4020.
       d4999.
           exit.

       d5-hushallssteg section.
       d5010.
      * hushållssekvensens steg som startat det senaste dygnet, i
      * loggens ordning - se SpadNattCbl
           move spaces to wsektionsrad.
           move '--- HUSHALLSSTEG ---' to wsektionsrad.
           write skift-record from wsektionsrad.
           move spaces to wloggselnamn.
           string wpath 'spadsteglogg.dat' delimited by space
             into wloggselnamn.
           open input StegLogg.
           if wloggfskey1 not = '0'
               go to d5999
           end-if.
           move 'N' to w-eof.
       d5020.
           read StegLogg into wlg at end move 'J' to w-eof.
           if w-eof = 'J'
               close StegLogg
               go to d5999
           end-if.
           if wlg-StartDatum < wbrytdatum
           or (wlg-StartDatum = wbrytdatum
               and wlg-StartKlock < wbrytklock)
               go to d5020
           end-if.
           move wlg-StegNr     to wgr-steg.
           move wlg-StartDatum to wgr-datum.
           move wlg-StartKlock to wgr-klock.
           move wlg-Program    to wgr-program.
           move wlg-Antal      to wgr-antal.
           move wlg-Text       to wgr-text.
           if wlg-Utfall = 'O'
               move 'KLART' to wgr-utfall
           else
               move 'FEL  ' to wgr-utfall
               add 1 to want-stegfel
           end-if.
           write skift-record from wstegrad.
           add 1 to want-steg.
           go to d5020.
       d5999.
           exit.

       d6-larm section.
       d6010.
      * larm som larmat eller kvitterats det senaste dygnet, och
      * alla som fortfarande är öppna - se SpadGwCbl och larm.cpy
           move spaces to wsektionsrad.
           move '--- LARM ---' to wsektionsrad.
           write skift-record from wsektionsrad.
           call 'sd-OppnaLarmLas'.
       d6020.
           call 'sd-LasLarm' using la, wfinnsJN.
           if wfinnsJN = 'N'
               go to d6999
           end-if.
           if la-Status = 'O'
               go to d6030
           end-if.
           if la-OppnadDatum > wbrytdatum
           or (la-OppnadDatum = wbrytdatum
               and la-OppnadKlock >= wbrytklock)
               go to d6030
           end-if.
           if la-KvittDatum > wbrytdatum
           or (la-KvittDatum = wbrytdatum
               and la-KvittKlock >= wbrytklock)
               go to d6030
           end-if.
           go to d6020.
       d6030.
           move la-LarmID          to wlr-id.
           move la-FunktionsNummer to wlr-funknr.
           move la-Handelse        to wlr-hdl.
           move la-OppnadDatum     to wlr-datum.
           move la-OppnadKlock     to wlr-klock.
           if la-Status = 'O'
               move spaces to wlr-status
               string 'OPPEN STEG ' la-Steg delimited by size
                 into wlr-status
               move la-Kontakt to wlr-operator
               move spaces to wlr-minx
               add 1 to want-larmoppna
           else
               move 'KVITTERAD' to wlr-status
               move la-Operator to wlr-operator
               divide la-KvittSek by 60 giving wlr-min
               add 1 to want-larmkvitt
               add la-KvittSek to wlarmkvittsek
           end-if.
           write skift-record from wlarmrad.
           add 1 to want-larm.
           go to d6020.
       d6999.
           exit.

       e-summering section.
       e010.
           move spaces to wsektionsrad.
           move 'NOTERINGAR            ' to wsu-text.
           move want-noteringar to wsu-antal.
           write skift-record from wsummarad.
           move 'FRYSUNDANTAG          ' to wsu-text.
           move want-frysundantag to wsu-antal.
           write skift-record from wsummarad.
           move 'OPPNA INCIDENTER      ' to wsu-text.
           move want-incidenter to wsu-antal.
           write skift-record from wsummarad.
           move 'HUSHALLSSTEG          ' to wsu-text.
           move want-steg to wsu-antal.
           write skift-record from wsummarad.
           move 'HUSHALLSSTEG FEL      ' to wsu-text.
           move want-stegfel to wsu-antal.
           write skift-record from wsummarad.
           move 'LARM                  ' to wsu-text.
           move want-larm to wsu-antal.
           write skift-record from wsummarad.
           move 'LARM EJ KVITTERADE    ' to wsu-text.
           move want-larmoppna to wsu-antal.
           write skift-record from wsummarad.
           move 'SNITT MIN TILL KVITT  ' to wsu-text.
           move 0 to wsu-antal.
           if want-larmkvitt > 0
               compute wsu-antal =
                 wlarmkvittsek / (want-larmkvitt * 60)
           end-if.
           write skift-record from wsummarad.
       e999.
           exit.

