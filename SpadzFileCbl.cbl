           Select AdmiTmp assign wadmitmpselnamn
             file status is wadmitmpfs
             ORGANIZATION IS sequential.
      * dagaggregatet för BestHist-rapporterna: dataraderna (U/B)
      * och styrraderna (K/O) i var sin fil, se dagagg.cpy och
      * sf-BorjaSkrivDagagg
           Select DagAgg assign wdagaggselnamn
             file status is wdagaggfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select DagAggStyr assign wdagaggstyrselnamn
             file status is wdagaggstyrfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * kedjehuvudet (senaste KedjaNr/Kedja per kedjat lager, se
      * kedjehuv.cpy) och de signerade kedjeankarna (kedja.cpy).
      * Exklusiv OPEN I-O på huvudet håller låset medan en kedjad
      * post skrivs, samma mönster som spadbestseq.bin - se
      * zk1-kedja-las
           Select KedjaHuvud assign wkhselnamn
             file status is wkhfs
             ORGANIZATION IS sequential.
           Select KedjaAnkare assign wkaselnamn
             file status is wkafs
             ORGANIZATION IS LINE SEQUENTIAL.
      * årsarkiven för de kedjade händelseloggarna samt tmp-fil för
      * omskrivningen av noteringarna, se sf-ArkiveraKedjelager
           Select AudArkiv assign wauarkselnamn
             file status is wkdarkfs
             ORGANIZATION IS sequential.
           Select MessArkiv assign wmcarkselnamn
             file status is wkdarkfs
             ORGANIZATION IS sequential.
           Select NotArkiv assign wntarkselnamn
             file status is wkdarkfs
             ORGANIZATION IS sequential.
           Select NoteringTmp assign wnttmpselnamn
             file status is wnttmpfs
             ORGANIZATION IS sequential.

      * m_safullname = ge_Path + "SpadAdmi.bin";
      * m_sbfullname = ge_Path + "SpadBest.bin";
       fd  EngineLogg.
       01  enginelogg-record pic x(120).
       fd  AdmiAudit.
       01  admiaudit-record  pic x(48).
       fd  BestSeq.
       01  bestseq-record    pic x(4).
       fd  MessArci.
       fd  MessSeq.
       01  messseq-record    pic x(4).
       fd  Erp.
       01  erp-record        pic x(110).
       fd  ErpSeq.
       01  erpseq-record     pic x(4).
       fd  KorLogg.
       fd  VarvRes.
       01  varvres-record    pic x(60).
       fd  Notering.
       01  notering-record   pic x(126).
       fd  Metrik.
       01  metrik-record     pic x(70).
       fd  Wal.
       01  wal-record        pic x(420).
       fd  AdmiWal.
       01  admiwal-record    pic x(88).
       fd  BestNrSeq.
       01  bestnrseq-record  pic x(4).
       fd  Journal.
       01  journal-record    pic x(420).
       fd  RappTmp.
       01  rapptmp-record    pic x(216).
       fd  RappArkiv.
       fd  AdmiTmp.
       01  admitmp-record    pic x(88).
       fd  AdmiAuditTmp.
       01  admiaudittmp-record pic x(48).
       fd  DagAgg.
       01  dagagg-record     pic x(273).
       fd  DagAggStyr.
       01  dagaggstyr-record pic x(273).
       fd  KedjaHuvud.
       01  kedjahuvud-record pic x(72).
       fd  KedjaAnkare.
       01  kedjaankare-record pic x(74).
       fd  AudArkiv.
       01  audarkiv-record   pic x(48).
       fd  MessArkiv.
       01  messarkiv-post.
           03  fma-MessID    pic 9(9) comp.
           03  fma-grupp.
           copy "messarci-bin.cpy" replacing leading ==xxxx== by
             ==fma==.
       fd  NotArkiv.
       01  notarkiv-record   pic x(126).
       fd  NoteringTmp.
       01  noteringtmp-record pic x(126).

       working-storage section.
       01  wsa. copy "admi-bin.cpy"
           05  wau-ord1            pic x(4) occurs 2.
           05  filler              pic x(20).
           05  wau-ord2            pic x(4) occurs 2.
           05  wau-ord3            pic x(4) occurs 3.

       01  wrp. copy "rapp.cpy"
                replacing leading ==xxxx== by ==wrp==.
           05  wark-oppetar        pic 9(4).
           05  wark-oppenJN        pic x.
           05  wvayx               pic s9(4) comp.
           05  wgx                 pic s9(4) comp.
           05  w-eof-rapp          pic x value 'N'.
      * journalposten: lager (1=Admi helfil, 2=Best, 3=BestHist,
      * 4=KorLogg, 5=MessArci), operation (1=write, 2=rewrite,
           05  wjr.
               10  wjr-lager       pic 9.
               10  wjr-op          pic 9.
               10  wjr-bild        pic x(418).
      * journalen skrivs bara n�r en varmreserv �r konfigurerad
      * (spad.ini SBDIR=) - annars v�xer den obegr�nsat utan att
      * n�gon ikappl�ggare n�gonsin t�mmer den. Flaggan s�tts en
               10  filler          pic x(4) value '.dat'.
           05  wev. copy "erpver.cpy"
                    replacing leading ==xxxx== by ==wev==.
      * konteringsposterna efter detaljposten, se erppost.cpy
           05  wep. copy "erppost.cpy"
                    replacing leading ==xxxx== by ==wep==.
           05  wepx                pic 9(4) comp.
      * återföringen av ett skickat verifikat: originalets
      * detaljpost och konteringsposter ur dess dagfil, se
      * sf-SkrivErpAterforing
           05  weo. copy "erpver.cpy"
                    replacing leading ==xxxx== by ==weo==.
           05  wea-antal           pic 9(4) comp.
           05  wea-rad             pic x(110) occurs 20.
           05  wea-seq             pic 9(9).
           05  w-eof-erp           pic x.
      * dagfilerna som söks: korslutdagen, eller alla dagar fram
      * till i dag när dess period stängts (verifikatet kan då ha
      * bokats om till en senare dag, se zm-erp-bokfdag)
           05  wea-datum           pic 9(8).
           05  wea-datum-re redefines wea-datum.
               10  wea-aa          pic 9(4).
               10  wea-mm          pic 9(2).
               10  wea-dd          pic 9(2).
           05  wea-slutdatum       pic 9(8).
           05  wea-mdagar          pic 9(2).
           05  wea-kvot            pic 9(9).
           05  wea-rest4           pic 9(9).
           05  wea-rest100         pic 9(9).
           05  wea-rest400         pic 9(9).
           05  wdagdatum           pic 9(8).
      * stängd redovisningsperiod för verifikatets dag, se
      * zm-erp-bokfdag
           05  wpe. copy "period.cpy"
                    replacing leading ==xxxx== by ==wpe==.
           05  wperiodJN           pic x.
      * verifikatets bolag styr vilken ERP-mapp det skrivs till, se
      * zn-erp-bolagmapp
           05  wbo. copy "bolag.cpy"
                    replacing leading ==xxxx== by ==wbo==.
           05  wbolagJN            pic x.
           05  werpbolagmapp       pic x(73).
      * utgående filer skrivs under <fil>.tmp och publiceras med
      * manifest, se sd-PubliceraFil i SpadDataCbl. ERP- och
      * metrikfilen byggs på i den väntande .tmp-filen, som kopieras
      * fram till den publicerade efter varje tillägg
           05  wpubfil             pic x(133).
           05  wpubprogram         pic x(20).
           05  wpubJN              pic x.
           05  wpubdetalj.
               10  wpd-storlek     pic 9(18) comp.
               10  wpd-dag         pic x.
               10  wpd-manad       pic x.
               10  wpd-ar          pic 9(4) comp.
               10  wpd-tid         pic x(4).
           05  wnotiffs.
               10  wnotiffskey1    pic x.
               10  wnotiffskey2    pic x.
               10  filler          pic x(20).
               10  wnt-ord2        pic x(4) occurs 2.
               10  filler          pic x(70).
               10  wnt-ord3        pic x(4) occurs 3.
           05  w-eof-notering      pic x value 'N'.
      * textbytet vid anonymisering av en beställare, se
      * zs-ersatt-i-text
           05  wzs-gammal          pic x(20).
           05  wzs-ny              pic x(20).
           05  wzs-glen            pic s9(4) comp.
           05  wzs-nlen            pic s9(4) comp.
           05  wzs-pos             pic s9(4) comp.
           05  wzs-rest            pic s9(4) comp.
           05  wzs-ptr             pic s9(4) comp.
           05  wzs-bytt            pic s9(4) comp.
           05  wzs-friJN           pic x.
           05  wzs-tecken          pic x.
           05  wzs-text            pic x(70).
           05  wzs-uttext          pic x(70).
           05  wbestnrseqfs.
               10  wbestnrseqfskey1 pic x.
               10  wbestnrseqfskey2 pic x.
      * append-only s� de sista posterna �r nyast; ringen beh�ller
      * de 99 senaste tr�ffarna och l�ses sedan ut nyast f�rst,
      * se sm-entry-sf-SelectMessArci
           05  wmr-ring            pic x(82) occurs 99.
           05  wmr-slot            pic s9(4) comp.
           05  wmr-antal           pic s9(9) comp.
           05  wmr-ut              pic s9(4) comp.
           05  wheader-admi.
               10  wha-tag         pic x(8) value 'ADMIHDR1'.
               10  filler          pic x(36).
      * dagaggregatet: filnamn, status och vilken fil den
      * strömmande läsningen går mot, se sf-OppnaDagaggLas
           05  wdagaggselnamn      pic x(80).
           05  wdagaggfs.
               10  wdagaggfskey1   pic x.
               10  wdagaggfskey2   pic x.
           05  wdagaggstyrselnamn  pic x(80).
           05  wdagaggstyrfs.
               10  wdagaggstyrfskey1 pic x.
               10  wdagaggstyrfskey2 pic x.
           05  wdaurval            pic x.
           05  w-eof-dagagg        pic x value 'N'.
      * kedjan för AdmiAudit/MessArci/Notering: huvudet, ankarna,
      * årsarkiven och arbetsfälten - se zk1-kedja-las, kedja.cpy
      * och kedjehuv.cpy. wkd-lager 1 = AdmiAudit, 2 = MessArci,
      * 3 = Notering.
           05  wkhfs.
               10  wkhfskey1       pic x.
               10  wkhfskey2       pic x.
           05  wkhselnamn          pic x(80).
           05  wkafs.
               10  wkafskey1       pic x.
               10  wkafskey2       pic x.
           05  wkaselnamn          pic x(80).
           05  wkdarkfs.
               10  wkdarkfskey1    pic x.
               10  wkdarkfskey2    pic x.
           05  wauarkselnamn       pic x(90).
           05  wmcarkselnamn       pic x(90).
           05  wntarkselnamn       pic x(90).
           05  wnttmpfs.
               10  wnttmpfskey1    pic x.
               10  wnttmpfskey2    pic x.
           05  wnttmpselnamn       pic x(80).
           05  wntbakselnamn       pic x(80).
           05  wkh. copy "kedjehuv.cpy"
                    replacing leading ==xxxx== by ==wkh==.
           05  wkh-redi redefines wkh pic x(72).
           05  wka. copy "kedja.cpy"
                    replacing leading ==xxxx== by ==wka==.
           05  wkd-lager           pic 9.
           05  wkd-ar              pic 9(4).
           05  wkd-strom           pic 9.
           05  wkd-bild            pic x(256).
           05  wkd-forra           pic 9(9) comp.
           05  wkd-kedja           pic 9(9) comp.
           05  wkd-senaste         pic 9(9) comp.
           05  wkd-sistanr         pic 9(9) comp.
           05  wkd-omJN            pic x.
           05  wkd-omant           pic 9(9).
           05  wkd-ankarnr         pic 9(9) comp.
           05  wkd-ankarkedja      pic 9(9) comp.
           05  wkd-ankarant        pic 9(9).
           05  wkd-oppetar         pic 9(4).
           05  wkd-oppenJN         pic x.
           05  wkd-falt            pic 9(8).
           05  wkd-skrivJN         pic x.
           05  wkd-lasfs           pic x.
           05  wkd-ankoppenJN      pic x value 'N'.
           05  wkd-arforst         pic 9(4).
           05  wkd-arsist          pic 9(4).
           05  wkd-arant           pic 9(9).
           05  w-eof-kedja         pic x value 'N'.
           05  w-eof-ankare        pic x value 'N'.
           05  wdispfelrad.
               10  filler pic x(18) value 'FEL vid situation '.
               10  wdfr-felnr pic zz9.
       01  lra. copy "rapp.cpy"
               replacing leading ==xxxx== by ==lra==.
       01  lnotifmapp          pic x(73).
       01  lrefseq             pic 9(9).
       01  lnyseq              pic 9(9).
       01  lstatustext         pic x(30).
       01  lmafunknr           pic 9(9).
       01  lmakommando         pic 9(9).
       01  lliktitel           pic x(50).
       01  llikantal           pic 9(9).
       01  lbestallare         pic x(20).
       01  lnybestallare       pic x(20).
       01  lbestadress         pic x(50).
       01  lmc. copy "messarci-bin.cpy"
               replacing leading ==xxxx== by ==lmc==.
           05  lmet-fel            pic 9(4).
       copy "vma.cpy".
       copy "vay.cpy".
       copy "vkg.cpy".
       copy "vkp.cpy".
       01  lda. copy "dagagg.cpy"
               replacing leading ==xxxx== by ==lda==.
       01  ldaurval         pic x.
       01  lkdlager         pic 9.
       01  lkdar            pic 9(4).
       01  lkdpost          pic x(126).
       01  lka. copy "kedja.cpy"
               replacing leading ==xxxx== by ==lka==.
       01  lkh. copy "kedjehuv.cpy"
               replacing leading ==xxxx== by ==lkh==.

       procedure division.
       a-mode-path section.
             into wadmitmpselnamn.
           string wpath "spadadmi.bak" delimited by space
             into wadmibakselnamn.
           string wpath "spaddagagg.dat" delimited by space
             into wdagaggselnamn.
           string wpath "spaddagaggstyr.dat" delimited by space
             into wdagaggstyrselnamn.
           string wpath "spadkedjehuvud.bin" delimited by space
             into wkhselnamn.
           string wpath "spadkedjeankare.dat" delimited by space
             into wkaselnamn.
           string wpath "spadnotering.tmp" delimited by space
             into wnttmpselnamn.
           string wpath "spadnotering.bak" delimited by space
             into wntbakselnamn.
      * journalf�ringen till varmreserven sl�s bara p� n�r en
      * SBDIR= finns - se zp-journalfor
           call 'sd-HamtaStandbyMapp' using wstandbykoll.
      * stället för på textredigerad motorlogg
           entry 'sf-SkrivMetrik' using lnotifmapp, lmet.
           move lmet-datum to wmf-datum.
           move spaces to wpubfil.
           string lnotifmapp delimited by space
                  wmetrikfilnamn delimited by size
                  into wpubfil.
           move spaces to wmetrikselnamn.
           string wpubfil delimited by space
                  '.tmp' delimited by size
                  into wmetrikselnamn.
           call 'sd-ForberedTillagg' using wmetrikselnamn, wpubfil.
           move lmet-datum    to wme-datum.
           move lmet-klock    to wme-klock.
           move lmet-funknr   to wme-funknr.
           end-if.
           write metrik-record from wmetrikrad.
           close Metrik.
           move 'sf-SkrivMetrik' to wpubprogram.
           call 'sd-PubliceraKopia' using
             wmetrikselnamn, wpubfil, wpubprogram, wpubJN.
       ac999.
           exit program.

           move lsb-ResultatBelopp2 to fsb-ResultatBelopp2.
           move lsb-ResultatBelopp3 to fsb-ResultatBelopp3.
           move lsb-ForsokNummer    to fsb-ForsokNummer.
           move lsb-OrsakKod        to fsb-OrsakKod.
           move 2 to wjr-lager.
           move 2 to wjr-op.
           move fsb to wjr-bild.
       mz2-entry-sf-UppdateraBestIntagsfalt section.
       mz2010.
      * skriver om intagsfälten (titel, antal, prioritet, tidigast-
      * start, beställare) på en köad rad - körfälten och ReturKod
      * lämnas orörda. Anropas bara medan redigeringslåset (ReturKod
      * 185) hålls, se ändringsflödet i SpadOperatorCbl och
      * efterträdarflytten i SpadHrCbl.
           entry 'sf-UppdateraBestIntagsfalt' using lsb.
           open i-o Best.
           move lsb-BestID to fsb-BestID.
           move lsb-Prioritet      to fsb-Prioritet.
           move lsb-TidigastDatum  to fsb-TidigastDatum.
           move lsb-TidigastKlock  to fsb-TidigastKlock.
           move lsb-Bestallare     to fsb-Bestallare.
           move lsb-SenasteDatum   to fsb-SenasteDatum.
           move lsb-SenasteKlock   to fsb-SenasteKlock.
           move 2 to wjr-lager.
       mx999.
           exit program.

       mx2-entry-sf-SparaSkrivGrupp section.
       mx2010.
      * genomströmningslägets skrivgrupp: varvloggposterna och
      * detaljresultaten med en öppning per fil i stället för en
      * per post, se vkg.cpy - journalen får varje varvloggpost
      * som i sf-InsertKorLogg
           entry 'sf-SparaSkrivGrupp' using vkg.
           if vkg-klantal = 0
               go to mx2030
           end-if.
           open extend KorLogg.
           if wkorloggfs = '35'
               open output KorLogg
           end-if.
           move 1 to wgx.
       mx2020.
           if wgx > vkg-klantal
               close KorLogg
               go to mx2030
           end-if.
           move vkg-kl(wgx) to wkl.
           perform zm-fixa-korlogg.
           write korlogg-record from wkl.
           move 4 to wjr-lager.
           move 1 to wjr-op.
           move wkl to wjr-bild.
           perform zp-journalfor.
           add 1 to wgx.
           go to mx2020.
       mx2030.
           if vkg-vrantal = 0
               go to mx2999
           end-if.
           open extend VarvRes.
           if wvarvresfs = '35'
               open output VarvRes
           end-if.
           move 1 to wgx.
       mx2040.
           if wgx > vkg-vrantal
               close VarvRes
               go to mx2999
           end-if.
           move vkg-vr(wgx) to wvr.
           perform zo-fixa-varvres.
           write varvres-record from wvr.
           add 1 to wgx.
           go to mx2040.
       mx2999.
           exit program.

       my-entry-sf-OppnaVarvResLas section.
       my010.
      * strömmande läsning av detaljresultaten, se sf-OppnaBestLas
       nh999.
           exit program.

       nm-entry-sf-MakuleraBestHist section.
       nm010.
      * ogiltigförklarar en avslutad körning i BestHist (ReturKod
      * 189) när en tvist om resultatet godkänts, se SpadDispytCbl.
      * lupdatedJN = 'N' om raden saknas eller redan är makulerad.
           entry 'sf-MakuleraBestHist' using lbestid, lupdatedJN.
           move 'N' to lupdatedJN.
           open i-o BestHist.
           if wbesthistfskey1 not = '0'
               go to nm999
           end-if.
           move lbestid to fhb-BestID.
           read BestHist
             invalid key go to nm100
           end-read.
           if fhb-ReturKod not = 189
               move 189 to fhb-ReturKod
               move 3 to wjr-lager
               move 2 to wjr-op
               move fhb to wjr-bild
               perform zr-wal-skriv
               rewrite fhb
               move 'J' to lupdatedJN
           end-if.
       nm100.
           close BestHist.
           if lupdatedJN = 'J'
               perform zp-journalfor
               perform zr2-wal-rensa
           end-if.
       nm999.
           exit program.

       nc-entry-sf-UppdateraBestReturkodVillkorad section.
       nc010.
      * villkorad �ndring av ReturKod p� en enda post: bara om den
           entry 'sf-LoggaMessArci' using
             lfunktionsnummer, lbestid, lkommando, ltitel, ldatum,
             lklock.
      * kedjehuvudet låses före MessID-numreringen, så kedjeordningen
      * alltid är den MessID-ordning kedjekontrollen läser i
           move 2 to wkd-lager.
           perform zk1-kedja-las.
      * eget l�pnummer som prim�rnyckel - BestID �r inte unikt
      * bland h�ndelserna, se zj-hamta-nasta-messid
           perform zj-hamta-nasta-messid.
           move ltitel           to fmc-Titel.
           move ldatum           to fmc-Datum.
           move lklock           to fmc-Klock.
           perform zk5-forsegla-mc.
           move 5 to wjr-lager.
           move 1 to wjr-op.
           move messarci-post to wjr-bild.
               perform zz-felsignalera
           end-write.
           close MessArci.
           perform zk2-kedja-skriv.
           perform zp-journalfor.
           perform zr2-wal-rensa.
       s999.
           move lsb-BestNummer   to wnf-bestnummer.
           move lsb-KorslutDatum to wnf-datum.
           move lsb-KorslutKlock to wnf-klock.
           move spaces to wpubfil.
           string lnotifmapp   delimited by space
                  wnotiffilnamn delimited by size
                  into wpubfil.
      * mailgatewayjobbet ska aldrig se en halvskriven avisering -
      * den skrivs under .tmp och döps om när den är komplett
           move spaces to wnotifselnamn.
           string wpubfil delimited by space
                  '.tmp' delimited by size
                  into wnotifselnamn.
           move lsb-Bestallare      to wn1-bestallare.
           move lsb-BestNummer      to wn2-bestnummer.
           write notif-record from wnotifrad6.
           write notif-record from wnotifrad7.
           close Notif.
           move 'sf-SkrivNotifiering' to wpubprogram.
           call 'sd-PubliceraFil' using
             wnotifselnamn, wpubfil, wpubprogram, wpubJN.
       sc999.
           exit program.

      * ett verifikat per avslutad KLAR-k�rning till dagens ERP-fil
      * i utkorgen (spad.ini ERPDIR=), fast format med l�pande
      * sekvensnummer ur spaderpseq.bin - dagavslutet (SpadErpCbl)
      * summerar filen och l�gger p� trailerposten. Konteringsraderna
      * i vkp (sd-KonteraVerifikat) följer som 'P'-poster med samma
      * sekvensnummer.
           entry 'sf-SkrivErpVerifikat' using lnotifmapp, lsb, vkp.
           perform zl-hamta-nasta-erpseq.
           move lsb-KorslutDatum to wef-datum.
           perform zm-erp-bokfdag.
           perform zn-erp-bolagmapp.
           perform zo-erp-filnamn.
           call 'sd-ForberedTillagg' using werpselnamn, wpubfil.
           move 'D' to wev-PostTyp.
           move wid                 to wev-SeqNummer.
           move lsb-FunktionsNummer to wev-FunktionsNummer.
           move lsb-ResultatBelopp2 to wev-Belopp2.
           move lsb-ResultatBelopp3 to wev-Belopp3.
           move lsb-KorPostAntal    to wev-KorPostAntal.
           move 0                   to wev-RefSeqNummer.
           open extend Erp.
           if werpfs = '35'
               open output Erp
           end-if.
           write erp-record from wev.
           move 0 to wepx.
       sd120.
           add 1 to wepx.
           if wepx > vkp-antal
               go to sd190
           end-if.
           move spaces to wep.
           move 'P' to wep-PostTyp.
           move wid                      to wep-SeqNummer.
           move lsb-FunktionsNummer      to wep-FunktionsNummer.
           move lsb-BestNummer           to wep-BestNummer.
           move wepx                     to wep-RadNummer.
           move vkp-konto(wepx)          to wep-Konto.
           move vkp-koststalle(wepx)     to wep-KostStalle.
           move vkp-debetkredit(wepx)    to wep-DebetKredit.
           move vkp-belopp(wepx)         to wep-Belopp.
           move vkp-beloppnr(wepx)       to wep-BeloppNr.
           write erp-record from wep.
           go to sd120.
       sd190.
           close Erp.
           move 'sf-SkrivErpVerifikat' to wpubprogram.
           call 'sd-PubliceraKopia' using
             werpselnamn, wpubfil, wpubprogram, wpubJN.
       sd199.
           exit program.

       se2-entry-sf-SkrivErpAterforing section.
       se2010.
      * återföring av ett skickat verifikat när en tvist godkänts
      * (SpadDispytCbl): originalets detaljpost 'D' och dess
      * konteringsposter 'P' söks i dagfilen för körningens
      * korslutdatum - ligger den dagen i en stängd period även i
      * dagfilerna därefter fram till i dag, dit zm-erp-bokfdag kan
      * ha bokat om verifikatet - och samma poster skrivs med
      * negerade belopp
      * till dagens ERP-fil under ett nytt sekvensnummer, med
      * RefSeqNummer som pekar ut originalet. lfinnsJN = 'N' när
      * körningen inte har något skickat verifikat att återföra
      * (hållet eller aldrig skickat) - då skrivs ingenting.
           entry 'sf-SkrivErpAterforing' using
             lnotifmapp, lsb, lrefseq, lnyseq, lfinnsJN.
           move 'N' to lfinnsJN.
           move 0 to lrefseq.
           move 0 to lnyseq.
           move 0 to wea-antal.
           move 0 to wea-seq.
           perform zn-erp-bolagmapp.
           move lsb-KorslutDatum to wea-datum.
           move lsb-KorslutDatum to wea-slutdatum.
           divide 100 into lsb-KorslutDatum giving wpe-Manad.
           call 'sd-HamtaPeriod' using wpe, wperiodJN.
           if wperiodJN = 'J'
               accept wea-slutdatum from date yyyymmdd
           end-if.
       se2015.
           move wea-datum to wef-datum.
      * den väntande filen har allt som publicerats och kanske mer -
      * finns ingen väntande söks den publicerade
           perform zo-erp-filnamn.
           call 'CBL_CHECK_FILE_EXIST' using werpselnamn, wpubdetalj.
           if return-code not = 0
               move wpubfil to werpselnamn
           end-if.
           open input Erp.
           if werpfskey1 not = '0'
               go to se2090
           end-if.
           move 'N' to w-eof-erp.
           read Erp into wev at end move 'J' to w-eof-erp.
       se2020.
           if w-eof-erp = 'J'
               go to se2080
           end-if.
      * det senaste vanliga verifikatet för BestNummer gäller - ett
      * återföringsverifikat har RefSeqNummer satt
           if wev-PostTyp = 'D'
           and wev-BestNummer = lsb-BestNummer
               if wev-RefSeqNummer is not numeric
               or wev-RefSeqNummer = 0
                   move wev to weo
                   move wev-SeqNummer to wea-seq
                   move 0 to wea-antal
               end-if
           end-if.
           if wev-PostTyp = 'P'
           and wea-seq > 0
           and wev-SeqNummer = wea-seq
           and wea-antal < 20
               add 1 to wea-antal
               move wev to wea-rad(wea-antal)
           end-if.
           read Erp into wev at end move 'J' to w-eof-erp.
           go to se2020.
       se2080.
           close Erp.
       se2090.
           if wea-datum < wea-slutdatum
               perform zm2-addera-dag
               go to se2015
           end-if.
       se2100.
           if wea-seq = 0
               go to se2999
           end-if.
           perform zl-hamta-nasta-erpseq.
           accept wdagdatum from date yyyymmdd.
           move wdagdatum to wef-datum.
           perform zo-erp-filnamn.
           call 'sd-ForberedTillagg' using werpselnamn, wpubfil.
      * postantalet följer inte med - återföringen bearbetar inga
      * nya poster, och dagavslutets postsumma ska inte räkna dem
      * två gånger
           move weo to wev.
           move wid to wev-SeqNummer.
           compute wev-Belopp1 = 0 - weo-Belopp1.
           compute wev-Belopp2 = 0 - weo-Belopp2.
           compute wev-Belopp3 = 0 - weo-Belopp3.
           move 0 to wev-KorPostAntal.
           move wea-seq to wev-RefSeqNummer.
           open extend Erp.
           if werpfs = '35'
               open output Erp
           end-if.
           write erp-record from wev.
           move 0 to wepx.
       se2120.
           add 1 to wepx.
           if wepx > wea-antal
               go to se2190
           end-if.
           move wea-rad(wepx) to wep.
           move wid to wep-SeqNummer.
           compute wep-Belopp = 0 - wep-Belopp.
           write erp-record from wep.
           go to se2120.
       se2190.
           close Erp.
           move 'sf-SkrivErpAterforing' to wpubprogram.
           call 'sd-PubliceraKopia' using
             werpselnamn, wpubfil, wpubprogram, wpubJN.
           move wea-seq to lrefseq.
           move wid to lnyseq.
           move 'J' to lfinnsJN.
       se2999.
           exit program.

       y-entry-sf-LoggaAdmiKommandoAudit section.
       y010.
      * sp�rbarhet f�r vem som satt/nollst�llt Admi.Kommando, se
           move loperator        to wau-Operator.
           move ldatum           to wau-Datum.
           move lklock           to wau-Klock.
      * posten kedjas under låst kedjehuvud, se zk1-kedja-las
           move 1 to wkd-lager.
           perform zk1-kedja-las.
           perform zk4-forsegla-au.
           perform zc-fixa-admiaud.
           open extend AdmiAudit.
           write admiaudit-record from wau.
           close AdmiAudit.
           perform zk2-kedja-skriv.
       y999.
           exit program.

      * antal k�ade best�llningar (Kommando 1, ReturKod 0) f�r ett
      * FunktionsNummer - avvecklingssp�rren i SpadAdmiCbl, som
      * dessutom kollar p�g�ende k�rningar via sf-SelectSpadBestAktiv
      * Hållna beställningar (ReturKod 187, se SpadMassCbl) räknas
      * också - de ligger kvar i kön
           entry 'sf-RaknaOppnaBest' using lfunktionsnummer, lantal.
           move 0 to lantal.
           move 'N' to w-eof-best.
           if w-eof-best = 'J'
               go to kb100
           end-if.
           if fsb-Kommando = 1
             and (fsb-ReturKod = 0 or fsb-ReturKod = 187)
               add 1 to lantal
           end-if.
           go to kb020.
       rc010.
           entry 'sf-RensaMessArci' using lbrytdatum, lantal.
           move 0 to lantal.
      * de kedjade poster som tas bort lämnar ett R-ankare efter sig,
      * se zk3-skriv-ankare
           move 2 to wkd-lager.
           move 0 to wkd-ankarnr.
           move 0 to wkd-ankarant.
           perform zk1-kedja-las.
           open i-o MessArci.
           if wmessarcifskey1 not = '0'
               perform zk2-kedja-skriv
               go to rc999
           end-if.
           move 'N' to w-eof-messarci.
               go to rc100
           end-if.
           if fmc-Datum < lbrytdatum
               if fmc-KedjaNr > 0
                   move fmc-KedjaNr to wkd-ankarnr
                   move fmc-Kedja   to wkd-ankarkedja
                   add 1 to wkd-ankarant
               end-if
               move 5 to wjr-lager
               move 3 to wjr-op
               move messarci-post to wjr-bild
           go to rc020.
       rc100.
           close MessArci.
           if wkd-ankarant > 0
               move 'R' to wka-Typ
               move 0 to wka-Ar
               perform zk3-skriv-ankare
           end-if.
           perform zk2-kedja-skriv.
       rc999.
           exit program.

       rd010.
           entry 'sf-RensaAdmiAudit' using lbrytdatum, lantal.
           move 0 to lantal.
      * kedjehuvudet hålls låst under omskrivningen, så ingen ny
      * post hinner skrivas i den gamla filen - R-ankare som i
      * sf-RensaMessArci
           move 1 to wkd-lager.
           move 0 to wkd-ankarnr.
           move 0 to wkd-ankarant.
           perform zk1-kedja-las.
           open input sharing with all other AdmiAudit.
           if wadmiaudfskey1 not = '0'
               perform zk2-kedja-skriv
               go to rd999
           end-if.
           open output AdmiAuditTmp.
           end-if.
           perform zc-fixa-admiaud.
           if wau-Datum < lbrytdatum
               if wau-KedjaNr > 0
                   move wau-KedjaNr to wkd-ankarnr
                   move wau-Kedja   to wkd-ankarkedja
                   add 1 to wkd-ankarant
               end-if
               add 1 to lantal
           else
               perform zc-fixa-admiaud
           else
               call 'CBL_DELETE_FILE' using wautmpselnamn
           end-if.
           if wkd-ankarant > 0
               move 'R' to wka-Typ
               move 0 to wka-Ar
               perform zk3-skriv-ankare
           end-if.
           perform zk2-kedja-skriv.
       rd999.
           exit program.

      * vid filslut
           entry 'sf-LasBestHist' using lsb, lfinnsJN.
           move 'J' to lfinnsJN.
      * en positionerad ström utan träff är slut redan från start,
      * se sf-OppnaBestHistLasFran
           if w-eof-best = 'N'
               read BestHist next at end move 'J' to w-eof-best
               end-read
           end-if.
           if w-eof-best = 'J'
               move 'N' to lfinnsJN
           else
       rg999.
           exit program.

       re2-entry-sf-OppnaBestHistLasFran section.
       re2010.
      * som sf-OppnaBestHistLas men positionerad på första posten
      * med BestID >= lbestid - det som tillkommit sedan dag-
      * aggregatet byggdes, se sd-OppnaHistLasNy. Läses och stängs
      * som den vanliga strömmen; lfinnsJN = 'N' när filen saknas,
      * och strömmen är tom när inget BestID når upp till gränsen
           entry 'sf-OppnaBestHistLasFran' using lbestid, lfinnsJN.
           move 'J' to lfinnsJN.
           move 'N' to w-eof-best.
           open input sharing with all other BestHist.
           if wbesthistfskey1 not = '0'
               move 'N' to lfinnsJN
               go to re2999
           end-if.
           move lbestid to fhb-BestID.
           start BestHist key >= fhb-BestID
             invalid key move 'J' to w-eof-best
           end-start.
       re2999.
           exit program.

       wd-entry-sf-OppnaDagaggLas section.
       wd010.
      * strömmande läsning av dagaggregatet: urval 'D' = dataraderna
      * (spaddagagg.dat), 'S' = styrraderna (spaddagaggstyr.dat).
      * lfinnsJN = 'N' när filen saknas
           entry 'sf-OppnaDagaggLas' using ldaurval, lfinnsJN.
           move 'J' to lfinnsJN.
           move 'N' to w-eof-dagagg.
           move ldaurval to wdaurval.
           if wdaurval = 'S'
               open input DagAggStyr
               if wdagaggstyrfskey1 not = '0'
                   move 'N' to lfinnsJN
                   move 'J' to w-eof-dagagg
               end-if
           else
               open input DagAgg
               if wdagaggfskey1 not = '0'
                   move 'N' to lfinnsJN
                   move 'J' to w-eof-dagagg
               end-if
           end-if.
       wd999.
           exit program.

       we-entry-sf-LasDagagg section.
       we010.
           entry 'sf-LasDagagg' using lda, lfinnsJN.
           move 'J' to lfinnsJN.
           if w-eof-dagagg = 'N'
               if wdaurval = 'S'
                   read DagAggStyr into lda
                     at end move 'J' to w-eof-dagagg
                   end-read
               else
                   read DagAgg into lda
                     at end move 'J' to w-eof-dagagg
                   end-read
               end-if
           end-if.
           if w-eof-dagagg = 'J'
               move 'N' to lfinnsJN
           end-if.
       we999.
           exit program.

       wf-entry-sf-StangDagaggLas section.
       wf010.
           entry 'sf-StangDagaggLas'.
           if wdaurval = 'S'
               close DagAggStyr
           else
               close DagAgg
           end-if.
       wf999.
           exit program.

       wg-entry-sf-BorjaSkrivDagagg section.
       wg010.
      * urval 'R' (ombyggnad) skriver båda filerna från början, 'I'
      * (nattens tillägg) lägger dataraderna efter de befintliga.
      * Styrfilen töms FÖRST och skrivs klart sist - avbryts
      * körningen däremellan saknas K-raderna, aggregatet räknas
      * som ogiltigt och rapporterna läser hela BestHist tills
      * nästa natt bygger om det
           entry 'sf-BorjaSkrivDagagg' using ldaurval.
           open output DagAggStyr.
           close DagAggStyr.
           if ldaurval = 'R'
               open output DagAgg
           else
               open extend DagAgg
               if wdagaggfskey1 not = '0'
                   open output DagAgg
               end-if
           end-if.
           open output DagAggStyr.
       wg999.
           exit program.

       wh-entry-sf-SkrivDagagg section.
       wh010.
           entry 'sf-SkrivDagagg' using lda.
           if lda-Typ = 'K' or lda-Typ = 'O'
               write dagaggstyr-record from lda
           else
               write dagagg-record from lda
           end-if.
       wh999.
           exit program.

       wi-entry-sf-AvslutaSkrivDagagg section.
       wi010.
           entry 'sf-AvslutaSkrivDagagg'.
           close DagAgg.
           close DagAggStyr.
       wi999.
           exit program.

       rh-entry-sf-OppnaBestLas section.
       rh010.
      * str�mmande l�sning av hela Best f�r rapportk�rningar
      * en operatörsnotering, se notering-bin.cpy
           entry 'sf-InsertNotering' using lnt.
           move lnt to wnt.
           move 3 to wkd-lager.
           perform zk1-kedja-las.
           perform zk6-forsegla-nt.
           perform zt-fixa-notering.
           open extend Notering.
           if wnoteringfs = '35'
           end-if.
           write notering-record from wnt.
           close Notering.
           perform zk2-kedja-skriv.
       se999.
           exit program.

       si999.
           exit program.

       sj-entry-sf-MarkeraRappErsatt section.
       sj010.
      * en ogiltigförklarad körnings rapportrader flyttas till
      * RappTyp + 800000000 (ersatta) på plats, så rapportvyn och
      * exporten inte längre visar dem men de finns kvar för
      * revisionen - samma förskjutning som testkörningarnas
      * 900000000 + typ, se sd-MarkeraRappErsatt i SpadDataCbl
           entry 'sf-MarkeraRappErsatt' using lbestnummer, lantal.
           move 0 to lantal.
           open i-o Rapp.
           if wrappfskey1 not = '0'
               go to sj999
           end-if.
           move 'N' to w-eof-rapp.
           read Rapp into wrp at end move 'J' to w-eof-rapp.
       sj020.
           if w-eof-rapp = 'J'
               go to sj100
           end-if.
           perform zi-fixa-rapp.
           if wrp-BestNummer = lbestnummer
           and wrp-RappTyp < 800000000
               add 800000000 to wrp-RappTyp
               perform zi-fixa-rapp
               rewrite rapp-record from wrp
               add 1 to lantal
           end-if.
           read Rapp into wrp at end move 'J' to w-eof-rapp.
           go to sj020.
       sj100.
           close Rapp.
       sj999.
           exit program.

       sk-entry-sf-PseudonymiseraBestallare section.
       sk010.
      * anonymisering: beställar-id:t byts mot pseudonymen i Best
      * och BestHist, i operatörsnoteringarnas text och på de
      * avvisade intagsförsöken i AdmiAudit (kommando 901, där
      * beställaren står som operatör), även i årsarkiven. Belopp,
      * antal och övriga fält rörs inte. lantal = antal ändrade
      * poster, se SpadAnonymCbl
           entry 'sf-PseudonymiseraBestallare' using
             lbestallare, lnybestallare, lantal.
           move 0 to lantal.
           open i-o Best.
           if wbestfskey1 not = '0'
               go to sk030
           end-if.
           move 'N' to w-eof-best.
       sk020.
           read Best next at end move 'J' to w-eof-best.
           if w-eof-best = 'J'
               close Best
               go to sk030
           end-if.
           if fsb-Bestallare = lbestallare
               move lnybestallare to fsb-Bestallare
               move 2 to wjr-lager
               move 2 to wjr-op
               move fsb to wjr-bild
               perform zr-wal-skriv
               rewrite fsb
               add 1 to lantal
               perform zp-journalfor
               perform zr2-wal-rensa
           end-if.
           go to sk020.
       sk030.
           open i-o BestHist.
           if wbesthistfskey1 not = '0'
               go to sk050
           end-if.
           move 'N' to w-eof-best.
       sk040.
           read BestHist next at end move 'J' to w-eof-best.
           if w-eof-best = 'J'
               close BestHist
               go to sk050
           end-if.
           if fhb-Bestallare = lbestallare
               move lnybestallare to fhb-Bestallare
               move 3 to wjr-lager
               move 2 to wjr-op
               move fhb to wjr-bild
               perform zr-wal-skriv
               rewrite fhb
               add 1 to lantal
               perform zp-journalfor
               perform zr2-wal-rensa
           end-if.
           go to sk040.
       sk050.
      * noteringarnas fritext. En ändrad post får ny Kedja, och
      * därmed varje kedjad post efter den (KedjaForra följer med) -
      * kedjehuvudet hålls låst under omskrivningen och ett
      * P-ankare lämnas efteråt, se zkb-omforsegla-slut. Årsarkiven
      * går först, se zkj-omforsegla-notarkiv
           move lbestallare   to wzs-gammal.
           move lnybestallare to wzs-ny.
           open i-o Notering.
           if wnoteringfskey1 not = '0'
               go to sk070
           end-if.
           move 3 to wkd-lager.
           perform zk1-kedja-las.
           perform zka-omforsegla-start.
           perform zkj-omforsegla-notarkiv.
           move 'N' to w-eof-notering.
       sk060.
           read Notering into wnt
             at end move 'J' to w-eof-notering.
           if w-eof-notering = 'J'
               close Notering
               perform zkb-omforsegla-slut
               perform zk2-kedja-skriv
               go to sk070
           end-if.
           perform zt-fixa-notering.
           move wnt-Text to wzs-text.
           perform zs-ersatt-i-text.
           move 'N' to wkd-skrivJN.
           if wzs-bytt > 0
               move wzs-text to wnt-Text
               move 'J' to wkd-skrivJN
               add 1 to lantal
           end-if.
           if wnt-KedjaNr > 0
           and (wkd-skrivJN = 'J' or wkd-omJN = 'J')
               if wkd-omJN = 'J'
                   move wkd-senaste to wnt-KedjaForra
               end-if
               perform zk9-rakna-nt
               move 'J' to wkd-omJN
               move 'J' to wkd-skrivJN
               add 1 to wkd-omant
           end-if.
           if wnt-KedjaNr > 0
               move wnt-KedjaNr to wkd-sistanr
               move wnt-Kedja   to wkd-senaste
           end-if.
           if wkd-skrivJN = 'J'
               perform zt-fixa-notering
               rewrite notering-record from wnt
           end-if.
           go to sk060.
       sk070.
           open i-o AdmiAudit.
           if wadmiaudfskey1 not = '0'
               go to sk999
           end-if.
           move 1 to wkd-lager.
           perform zk1-kedja-las.
           perform zka-omforsegla-start.
           perform zkk-omforsegla-audarkiv.
           move 'N' to w-eof-admiaud.
       sk080.
           read AdmiAudit into wau
             at end move 'J' to w-eof-admiaud.
           if w-eof-admiaud = 'J'
               close AdmiAudit
               perform zkb-omforsegla-slut
               perform zk2-kedja-skriv
               go to sk999
           end-if.
           perform zc-fixa-admiaud.
           move 'N' to wkd-skrivJN.
           if wau-Kommando = 901
           and wau-Operator = lbestallare
               move lnybestallare to wau-Operator
               move 'J' to wkd-skrivJN
               add 1 to lantal
           end-if.
           if wau-KedjaNr > 0
           and (wkd-skrivJN = 'J' or wkd-omJN = 'J')
               if wkd-omJN = 'J'
                   move wkd-senaste to wau-KedjaForra
               end-if
               perform zk7-rakna-au
               move 'J' to wkd-omJN
               move 'J' to wkd-skrivJN
               add 1 to wkd-omant
           end-if.
           if wau-KedjaNr > 0
               move wau-KedjaNr to wkd-sistanr
               move wau-Kedja   to wkd-senaste
           end-if.
           if wkd-skrivJN = 'J'
               perform zc-fixa-admiaud
               rewrite admiaudit-record from wau
           end-if.
           go to sk080.
       sk999.
           exit program.

       kh1-entry-sf-OppnaKedjaLas section.
       kh1010.
      * strömmande läsning av ett kedjat lager för kedjekontrollen:
      * lkdlager 1 = AdmiAudit, 2 = MessArci, 3 = Notering. lkdar 0
      * = den levande filen, annars årsarkivet för året lkdar.
           entry 'sf-OppnaKedjaLas' using lkdlager, lkdar, lfinnsJN.
           move 'J' to lfinnsJN.
           move 'N' to w-eof-kedja.
           move lkdlager to wkd-lager.
           move lkdar    to wkd-ar.
           move lkdlager to wkd-strom.
           if lkdar not = 0
               add 3 to wkd-strom
               perform zkh-arkivnamn
           end-if.
           evaluate wkd-strom
               when 1
                   open input sharing with all other AdmiAudit
                   move wadmiaudfskey1 to wkd-lasfs
               when 2
                   open input sharing with all other MessArci
                   move wmessarcifskey1 to wkd-lasfs
               when 3
                   open input sharing with all other Notering
                   move wnoteringfskey1 to wkd-lasfs
               when 4
                   open input sharing with all other AudArkiv
                   move wkdarkfskey1 to wkd-lasfs
               when 5
                   open input sharing with all other MessArkiv
                   move wkdarkfskey1 to wkd-lasfs
               when 6
                   open input sharing with all other NotArkiv
                   move wkdarkfskey1 to wkd-lasfs
           end-evaluate.
           if wkd-lasfs not = '0'
               move 'N' to lfinnsJN
               move 'J' to w-eof-kedja
           end-if.
       kh1999.
           exit program.

       kh2-entry-sf-LasKedja section.
       kh2010.
      * nästa post i lagrets egen layout (admiaud-bin, messarci-bin
      * resp notering-bin) till lkdpost
           entry 'sf-LasKedja' using lkdpost, lfinnsJN.
           move 'J' to lfinnsJN.
           move spaces to lkdpost.
           if w-eof-kedja = 'J'
               move 'N' to lfinnsJN
               go to kh2999
           end-if.
           evaluate wkd-strom
               when 1
                   read AdmiAudit into wau
                     at end move 'J' to w-eof-kedja
                   end-read
               when 2
                   read MessArci next
                     at end move 'J' to w-eof-kedja
                   end-read
               when 3
                   read Notering into wnt
                     at end move 'J' to w-eof-kedja
                   end-read
               when 4
                   read AudArkiv into wau
                     at end move 'J' to w-eof-kedja
                   end-read
               when 5
                   read MessArkiv
                     at end move 'J' to w-eof-kedja
                   end-read
               when 6
                   read NotArkiv into wnt
                     at end move 'J' to w-eof-kedja
                   end-read
           end-evaluate.
           if w-eof-kedja = 'J'
               move 'N' to lfinnsJN
               go to kh2999
           end-if.
           evaluate wkd-strom
               when 1
               when 4
                   perform zc-fixa-admiaud
                   move wau to lkdpost
               when 2
                   move fmc-grupp to lkdpost
               when 5
                   move fma-grupp to lkdpost
               when 3
               when 6
                   perform zt-fixa-notering
                   move wnt to lkdpost
           end-evaluate.
       kh2999.
           exit program.

       kh3-entry-sf-StangKedjaLas section.
       kh3010.
           entry 'sf-StangKedjaLas'.
           if wkd-lasfs = '0'
               evaluate wkd-strom
                   when 1
                       close AdmiAudit
                   when 2
                       close MessArci
                   when 3
                       close Notering
                   when 4
                       close AudArkiv
                   when 5
                       close MessArkiv
                   when 6
                       close NotArkiv
               end-evaluate
           end-if.
           move 'N' to wkd-lasfs.
       kh3999.
           exit program.

       kh4-entry-sf-OppnaAnkareLas section.
       kh4010.
      * strömmande läsning av kedjeankarna, se kedja.cpy
           entry 'sf-OppnaAnkareLas' using lfinnsJN.
           move 'J' to lfinnsJN.
           move 'N' to w-eof-ankare.
           move 'N' to wkd-ankoppenJN.
           open input KedjaAnkare.
           if wkafskey1 not = '0'
               move 'N' to lfinnsJN
               move 'J' to w-eof-ankare
           else
               move 'J' to wkd-ankoppenJN
           end-if.
       kh4999.
           exit program.

       kh5-entry-sf-LasAnkare section.
       kh5010.
           entry 'sf-LasAnkare' using lka, lfinnsJN.
           move 'J' to lfinnsJN.
           if w-eof-ankare = 'N'
               read KedjaAnkare into wka
                 at end move 'J' to w-eof-ankare
               end-read
           end-if.
           if w-eof-ankare = 'J'
               move 'N' to lfinnsJN
           else
               move wka to lka
           end-if.
       kh5999.
           exit program.

       kh6-entry-sf-StangAnkareLas section.
       kh6010.
           entry 'sf-StangAnkareLas'.
           if wkd-ankoppenJN = 'J'
               close KedjaAnkare
           end-if.
           move 'N' to wkd-ankoppenJN.
       kh6999.
           exit program.

       kh7-entry-sf-HamtaKedjeHuvud section.
       kh7010.
      * kedjehuvudet som det står just nu, utan lås - saknas filen
      * är alla led 0
           entry 'sf-HamtaKedjeHuvud' using lkh.
           initialize wkh.
           open input sharing with all other KedjaHuvud.
           if wkhfskey1 = '0'
               read KedjaHuvud into wkh-redi
                 at end initialize wkh
               end-read
               close KedjaHuvud
           end-if.
           move wkh to lkh.
       kh7999.
           exit program.

       kh8-entry-sf-ArkiveraKedjelager section.
       kh8010.
      * flyttar lagret lkdlagers poster äldre än lbrytdatum till
      * årsarkiven spadadmiaudit/spadmessarci/spadnotering<ÅÅÅÅ>
      * .bin, året ur postens datum. Varje arkivår lämnar ett
      * A-ankare med årets sista KedjaNr/Kedja så att den levande
      * filens första post fortfarande kan kontrolleras.
      * Kedjehuvudet hålls låst under hela flytten.
           entry 'sf-ArkiveraKedjelager' using lkdlager, lbrytdatum,
             lantal.
           move 0 to lantal.
           move lkdlager to wkd-lager.
           move 'N' to wkd-oppenJN.
           move 0 to wkd-oppetar.
           move 0 to wkd-ankarnr.
           move 0 to wkd-ankarkedja.
           move 0 to wkd-ankarant.
           perform zk1-kedja-las.
           evaluate wkd-lager
               when 1
                   perform zkc-arkivera-au
               when 2
                   perform zkd-arkivera-mc
               when 3
                   perform zke-arkivera-nt
           end-evaluate.
           perform zk2-kedja-skriv.
       kh8999.
           exit program.

       sx-entry-sf-KollaFil section.
       sx010.
      * preflight-prov av ett fillager (1=Admi 2=Best 3=BestHist
           perform zc100 until varv > 2.
           move 1 to varv.
           perform zc200 until varv > 2.
           move 1 to varv.
           perform zc300 until varv > 3.
           go to zc999.

       zc100.
           move w-ord-new to wau-ord2(varv).
           add 1 to varv.

       zc300.
           move wau-ord3(varv) to w-ord-old.
           move w-byte-old(4) to w-byte-new(1).
           move w-byte-old(3) to w-byte-new(2).
           move w-byte-old(2) to w-byte-new(3).
           move w-byte-old(1) to w-byte-new(4).
           move w-ord-new to wau-ord3(varv).
           add 1 to varv.

       zc999.
           exit.

       zo999.
           exit.

       zm-erp-bokfdag section.
       zm010.
      * ett verifikat vars korslutdag ligger i en stängd
      * redovisningsperiod (SpadPeriodCbl) går till dagens fil i
      * öppen period - detaljpostens KorslutDatum pekar tillbaka
           divide 100 into lsb-KorslutDatum giving wpe-Manad.
           call 'sd-HamtaPeriod' using wpe, wperiodJN.
           if wperiodJN = 'J'
               accept wdagdatum from date yyyymmdd
               move wdagdatum to wef-datum
           end-if.
       zm999.
           exit.

       zm2-addera-dag section.
       zm2010.
      * wea-datum stegas en dag framåt, för återföringens sökning
      * genom dagfilerna
           move 31 to wea-mdagar.
           if wea-mm = 4 or wea-mm = 6 or wea-mm = 9 or wea-mm = 11
               move 30 to wea-mdagar
           end-if.
           if wea-mm = 2
               move 28 to wea-mdagar
               divide wea-aa by 4 giving wea-kvot remainder wea-rest4
               divide wea-aa by 100 giving wea-kvot
                 remainder wea-rest100
               divide wea-aa by 400 giving wea-kvot
                 remainder wea-rest400
               if wea-rest4 = 0
               and (wea-rest100 not = 0 or wea-rest400 = 0)
                   move 29 to wea-mdagar
               end-if
           end-if.
           if wea-dd < wea-mdagar
               add 1 to wea-dd
               go to zm2999
           end-if.
           move 1 to wea-dd.
           if wea-mm = 12
               move 1 to wea-mm
               add 1 to wea-aa
           else
               add 1 to wea-mm
           end-if.
       zm2999.
           exit.

       zn-erp-bolagmapp section.
       zn010.
      * ett dotterbolags verifikat går till bolagets ERP-mapp
      * (spadbolag.dat) - moderbolaget och ett bolag som saknas i
      * registret stannar i ERPDIR=
           move lnotifmapp to werpbolagmapp.
           if lsb-Bolag = spaces or lsb-Bolag = low-values
               go to zn999
           end-if.
           move lsb-Bolag to wbo-Bolag.
           call 'sd-HamtaBolag' using wbo, wbolagJN.
           if wbolagJN = 'J'
           and wbo-ErpMapp not = spaces
               move wbo-ErpMapp to werpbolagmapp
           end-if.
       zn999.
           exit.

       zo-erp-filnamn section.
       zo010.
      * den publicerade dagfilen i wpubfil, den väntande som motorn
      * lägger på i werpselnamn
           move spaces to wpubfil.
           string werpbolagmapp delimited by space
                  werpfilnamn delimited by size
                  into wpubfil.
           move spaces to werpselnamn.
           string wpubfil delimited by space
                  '.tmp' delimited by size
                  into werpselnamn.
       zo999.
           exit.

       zl-hamta-nasta-erpseq Section.
       zl010.
      * atom�r r�kneverksfil f�r verifikatens sekvensnummer, samma
       zj999.
           exit.

       zk1-kedja-las Section.
       zk1010.
      * låser kedjehuvudet och läser in det i wkh - exklusiv OPEN
      * I-O håller filen låst tills zk2-kedja-skriv skrivit tillbaka
      * och stängt, samma omförsök som zj-hamta-nasta-messid. Går
      * huvudet inte att låsa skrivs ingen kedjad post alls.
           move 0 to wfelant.
           call 'sd-HamtaDbParametrar' using
             wdsn1, wdsn2, wretryantal, wretrysekunder.
           open i-o KedjaHuvud.
       zk1020.
           if wkhfs = '35'
      * finns ännu inte - skapa det med alla led 0
               open output KedjaHuvud
               initialize wkh
               write kedjahuvud-record from wkh-redi
               close KedjaHuvud
               open i-o KedjaHuvud
               go to zk1020
           end-if.
           if wkhfskey1 not = '0'
               add 1 to wfelant
               if wfelant < wretryantal
                   call 'c$sleep' using wretrysekunder
                   open i-o KedjaHuvud
                   go to zk1020
               end-if
               move 510 to wzz-felnr
               perform zz-felsignalera
           end-if.
           read KedjaHuvud into wkh-redi.
       zk1999.
           exit.

       zk2-kedja-skriv Section.
       zk2010.
           rewrite kedjahuvud-record from wkh-redi.
           close KedjaHuvud.
       zk2999.
           exit.

       zk3-skriv-ankare Section.
       zk3010.
      * ett signerat kedjeankare (se kedja.cpy) för lagret wkd-lager:
      * anroparen har satt wka-Typ/wka-Ar och wkd-ankarnr/-kedja/
      * -ant, och håller kedjehuvudet låst. Ankaret kedjas efter
      * föregående ankare, led 4 i huvudet.
           move wkd-lager      to wka-Lager.
           move wkd-ankarnr    to wka-KedjaNr.
           move wkd-ankarkedja to wka-Kedja.
           move wkd-ankarant   to wka-Antal.
           add 1 to wkh-Nr(4) giving wka-AnkareNr.
           accept wka-Datum from date yyyymmdd.
           accept wkd-falt from time.
           divide wkd-falt by 100 giving wka-Klock.
           move wkh-Kedja(4) to wka-Forra.
           move 0 to wka-Signatur.
           move wka-Forra to wkd-forra.
           move wka to wkd-bild.
           call 'sd-BeraknaKedja' using wkd-forra, wkd-bild, wkd-kedja.
           move wkd-kedja to wka-Signatur.
           open extend KedjaAnkare.
           if wkafs = '35'
               open output KedjaAnkare
           end-if.
           write kedjaankare-record from wka.
           close KedjaAnkare.
           move wka-AnkareNr to wkh-Nr(4).
           move wka-Signatur to wkh-Kedja(4).
       zk3999.
           exit.

       zk4-forsegla-au Section.
       zk4010.
      * ny AdmiAudit-post (wau, ej omvänd) - nästa KedjaNr, länk
      * till föregående post och kedjesumma; huvudet följer med
           add 1 to wkh-Nr(1) giving wau-KedjaNr.
           move wkh-Kedja(1) to wau-KedjaForra.
           perform zk7-rakna-au.
           move wau-KedjaNr to wkh-Nr(1).
           move wau-Kedja   to wkh-Kedja(1).
       zk4999.
           exit.

       zk5-forsegla-mc Section.
       zk5010.
           add 1 to wkh-Nr(2) giving fmc-KedjaNr.
           move wkh-Kedja(2) to fmc-KedjaForra.
           perform zk8-rakna-mc.
           move fmc-KedjaNr to wkh-Nr(2).
           move fmc-Kedja   to wkh-Kedja(2).
       zk5999.
           exit.

       zk6-forsegla-nt Section.
       zk6010.
           add 1 to wkh-Nr(3) giving wnt-KedjaNr.
           move wkh-Kedja(3) to wnt-KedjaForra.
           perform zk9-rakna-nt.
           move wnt-KedjaNr to wkh-Nr(3).
           move wnt-Kedja   to wkh-Kedja(3).
       zk6999.
           exit.

       zk7-rakna-au Section.
       zk7010.
      * Kedja = kontrollsumman över posten med Kedja = 0, räknad
      * vidare från KedjaForra - se sd-BeraknaKedja
           move 0 to wau-Kedja.
           move wau to wkd-bild.
           call 'sd-BeraknaKedja' using
             wau-KedjaForra, wkd-bild, wkd-kedja.
           move wkd-kedja to wau-Kedja.
       zk7999.
           exit.

       zk8-rakna-mc Section.
       zk8010.
           move 0 to fmc-Kedja.
           move fmc-grupp to wkd-bild.
           call 'sd-BeraknaKedja' using
             fmc-KedjaForra, wkd-bild, wkd-kedja.
           move wkd-kedja to fmc-Kedja.
       zk8999.
           exit.

       zk9-rakna-nt Section.
       zk9010.
           move 0 to wnt-Kedja.
           move wnt to wkd-bild.
           call 'sd-BeraknaKedja' using
             wnt-KedjaForra, wkd-bild, wkd-kedja.
           move wkd-kedja to wnt-Kedja.
       zk9999.
           exit.

       zka-omforsegla-start Section.
       zka010.
           move 'N' to wkd-omJN.
           move 0 to wkd-omant.
           move 0 to wkd-sistanr.
           move 0 to wkd-senaste.
       zka999.
           exit.

       zkb-omforsegla-slut Section.
       zkb010.
      * efter en omskrivning av lagret wkd-lager: huvudet följer
      * den sista postens nya Kedja och ett P-ankare visar att och
      * hur många poster som räknats om. Har bara årsarkiven räknats
      * om har de redan sina ankare, se zkl-arsankare.
           if wkd-omJN = 'N'
               go to zkb999
           end-if.
           if wkd-sistanr = wkh-Nr(wkd-lager)
               move wkd-senaste to wkh-Kedja(wkd-lager)
           end-if.
           if wkd-omant = 0
               go to zkb999
           end-if.
           move 'P' to wka-Typ.
           move 0 to wka-Ar.
           move wkd-sistanr to wkd-ankarnr.
           move wkd-senaste to wkd-ankarkedja.
           move wkd-omant   to wkd-ankarant.
           perform zk3-skriv-ankare.
       zkb999.
           exit.

       zkc-arkivera-au Section.
       zkc010.
           open input sharing with all other AdmiAudit.
           if wadmiaudfskey1 not = '0'
               go to zkc999
           end-if.
           open output AdmiAuditTmp.
           move 'N' to w-eof-admiaud.
           read AdmiAudit into wau at end move 'J' to w-eof-admiaud.
       zkc020.
           if w-eof-admiaud = 'J'
               go to zkc100
           end-if.
           perform zc-fixa-admiaud.
           if wau-Datum < lbrytdatum
               divide wau-Datum by 10000 giving wkd-ar
               perform zkf-oppna-arkiv
               if wau-KedjaNr > 0
                   move wau-KedjaNr to wkd-ankarnr
                   move wau-Kedja   to wkd-ankarkedja
                   add 1 to wkd-ankarant
               end-if
               perform zc-fixa-admiaud
               write audarkiv-record from wau
               add 1 to lantal
           else
               perform zc-fixa-admiaud
               write admiaudittmp-record from wau
           end-if.
           read AdmiAudit into wau at end move 'J' to w-eof-admiaud.
           go to zkc020.
       zkc100.
           close AdmiAudit.
           close AdmiAuditTmp.
           if wkd-oppenJN = 'J'
               perform zkg-stang-arkiv
           end-if.
           if lantal > 0
               call 'CBL_RENAME_FILE' using wadmiaudselnamn
                 waubakselnamn
               call 'CBL_RENAME_FILE' using wautmpselnamn
                 wadmiaudselnamn
               call 'CBL_DELETE_FILE' using waubakselnamn
           else
               call 'CBL_DELETE_FILE' using wautmpselnamn
           end-if.
       zkc999.
           exit.

       zkd-arkivera-mc Section.
       zkd010.
      * MessArci är indexerad - arkiverade poster tas bort på plats
      * med journal och WAL, som i sf-RensaMessArci
           open i-o MessArci.
           if wmessarcifskey1 not = '0'
               go to zkd999
           end-if.
           move 'N' to w-eof-messarci.
       zkd020.
           read MessArci next at end move 'J' to w-eof-messarci.
           if w-eof-messarci = 'J'
               go to zkd100
           end-if.
           if fmc-Datum < lbrytdatum
               divide fmc-Datum by 10000 giving wkd-ar
               perform zkf-oppna-arkiv
               if fmc-KedjaNr > 0
                   move fmc-KedjaNr to wkd-ankarnr
                   move fmc-Kedja   to wkd-ankarkedja
                   add 1 to wkd-ankarant
               end-if
               write messarkiv-post from messarci-post
               move 5 to wjr-lager
               move 3 to wjr-op
               move messarci-post to wjr-bild
               perform zr-wal-skriv
               delete MessArci record
               add 1 to lantal
               perform zp-journalfor
               perform zr2-wal-rensa
           end-if.
           go to zkd020.
       zkd100.
           close MessArci.
           if wkd-oppenJN = 'J'
               perform zkg-stang-arkiv
           end-if.
       zkd999.
           exit.

       zke-arkivera-nt Section.
       zke010.
           open input sharing with all other Notering.
           if wnoteringfskey1 not = '0'
               go to zke999
           end-if.
           open output NoteringTmp.
           move 'N' to w-eof-notering.
           read Notering into wnt at end move 'J' to w-eof-notering.
       zke020.
           if w-eof-notering = 'J'
               go to zke100
           end-if.
           perform zt-fixa-notering.
           if wnt-NotDatum < lbrytdatum
               divide wnt-NotDatum by 10000 giving wkd-ar
               perform zkf-oppna-arkiv
               if wnt-KedjaNr > 0
                   move wnt-KedjaNr to wkd-ankarnr
                   move wnt-Kedja   to wkd-ankarkedja
                   add 1 to wkd-ankarant
               end-if
               perform zt-fixa-notering
               write notarkiv-record from wnt
               add 1 to lantal
           else
               perform zt-fixa-notering
               write noteringtmp-record from wnt
           end-if.
           read Notering into wnt at end move 'J' to w-eof-notering.
           go to zke020.
       zke100.
           close Notering.
           close NoteringTmp.
           if wkd-oppenJN = 'J'
               perform zkg-stang-arkiv
           end-if.
           if lantal > 0
               call 'CBL_RENAME_FILE' using wnoteringselnamn
                 wntbakselnamn
               call 'CBL_RENAME_FILE' using wnttmpselnamn
                 wnoteringselnamn
               call 'CBL_DELETE_FILE' using wntbakselnamn
           else
               call 'CBL_DELETE_FILE' using wnttmpselnamn
           end-if.
       zke999.
           exit.

       zkf-oppna-arkiv Section.
       zkf010.
      * håller rätt årsarkiv öppet för lagret wkd-lager, som
      * rv-oppna-klarkiv - vid årsbyte stängs föregående år och
      * dess A-ankare lämnas
           if wkd-oppenJN = 'J' and wkd-ar = wkd-oppetar
               go to zkf999
           end-if.
           if wkd-oppenJN = 'J'
               perform zkg-stang-arkiv
           end-if.
           perform zkh-arkivnamn.
           evaluate wkd-lager
               when 1
                   open extend AudArkiv
                   if wkdarkfs = '35'
                       open output AudArkiv
                   end-if
               when 2
                   open extend MessArkiv
                   if wkdarkfs = '35'
                       open output MessArkiv
                   end-if
               when 3
                   open extend NotArkiv
                   if wkdarkfs = '35'
                       open output NotArkiv
                   end-if
           end-evaluate.
           move wkd-ar to wkd-oppetar.
           move 'J' to wkd-oppenJN.
           move 0 to wkd-ankarnr.
           move 0 to wkd-ankarkedja.
           move 0 to wkd-ankarant.
       zkf999.
           exit.

       zkg-stang-arkiv Section.
       zkg010.
           evaluate wkd-lager
               when 1
                   close AudArkiv
               when 2
                   close MessArkiv
               when 3
                   close NotArkiv
           end-evaluate.
           move 'N' to wkd-oppenJN.
           if wkd-ankarant > 0
               move 'A' to wka-Typ
               move wkd-oppetar to wka-Ar
               perform zk3-skriv-ankare
           end-if.
       zkg999.
           exit.

       zkh-arkivnamn Section.
       zkh010.
      * årsarkivets namn för lagret wkd-lager och året wkd-ar,
      * spadadmiaudit/spadmessarci/spadnotering<ÅÅÅÅ>.bin
           evaluate wkd-lager
               when 1
                   move spaces to wauarkselnamn
                   string wpath delimited by space
                          'spadadmiaudit' delimited by size
                          wkd-ar delimited by size
                          '.bin' delimited by size
                          into wauarkselnamn
               when 2
                   move spaces to wmcarkselnamn
                   string wpath delimited by space
                          'spadmessarci' delimited by size
                          wkd-ar delimited by size
                          '.bin' delimited by size
                          into wmcarkselnamn
               when 3
                   move spaces to wntarkselnamn
                   string wpath delimited by space
                          'spadnotering' delimited by size
                          wkd-ar delimited by size
                          '.bin' delimited by size
                          into wntarkselnamn
           end-evaluate.
       zkh999.
           exit.

       zki-arkivar-spann Section.
       zki010.
      * första och sista arkivåret för lagret wkd-lager enligt
      * A-ankarna (0 = inget arkiv), se zkg-stang-arkiv
           move 0 to wkd-arforst.
           move 0 to wkd-arsist.
           open input KedjaAnkare.
           if wkafskey1 not = '0'
               go to zki999
           end-if.
           move 'N' to w-eof-ankare.
       zki020.
           read KedjaAnkare into wka
             at end move 'J' to w-eof-ankare.
           if w-eof-ankare = 'J'
               close KedjaAnkare
               go to zki999
           end-if.
           if wka-Typ = 'A' and wka-Lager = wkd-lager
               if wkd-arforst = 0 or wka-Ar < wkd-arforst
                   move wka-Ar to wkd-arforst
               end-if
               if wka-Ar > wkd-arsist
                   move wka-Ar to wkd-arsist
               end-if
           end-if.
           go to zki020.
       zki999.
           exit.

       zkj-omforsegla-notarkiv Section.
       zkj010.
      * noteringarna i årsarkiven, äldsta året först, som sk060 -
      * arkiven är början på samma kedja som Notering, så en ändring
      * här förseglar om resten av arkiven och den levande filen
      * (wkd-omJN/wkd-senaste följer med). Varje omförseglat år får
      * ett P-ankare med året, se zkl-arsankare.
           perform zki-arkivar-spann.
           if wkd-arforst = 0
               go to zkj999
           end-if.
           move wkd-arforst to wkd-ar.
       zkj020.
           if wkd-ar > wkd-arsist
               go to zkj999
           end-if.
           perform zkh-arkivnamn.
           open i-o NotArkiv.
           if wkdarkfskey1 not = '0'
               go to zkj090
           end-if.
           move 0 to wkd-arant.
           move 'N' to w-eof-notering.
       zkj030.
           read NotArkiv into wnt
             at end move 'J' to w-eof-notering.
           if w-eof-notering = 'J'
               close NotArkiv
               perform zkl-arsankare
               go to zkj090
           end-if.
           perform zt-fixa-notering.
           move wnt-Text to wzs-text.
           perform zs-ersatt-i-text.
           move 'N' to wkd-skrivJN.
           if wzs-bytt > 0
               move wzs-text to wnt-Text
               move 'J' to wkd-skrivJN
               add 1 to lantal
           end-if.
           if wnt-KedjaNr > 0
           and (wkd-skrivJN = 'J' or wkd-omJN = 'J')
               if wkd-omJN = 'J'
                   move wkd-senaste to wnt-KedjaForra
               end-if
               perform zk9-rakna-nt
               move 'J' to wkd-omJN
               move 'J' to wkd-skrivJN
               add 1 to wkd-arant
           end-if.
           if wnt-KedjaNr > 0
               move wnt-KedjaNr to wkd-sistanr
               move wnt-Kedja   to wkd-senaste
           end-if.
           if wkd-skrivJN = 'J'
               perform zt-fixa-notering
               rewrite notarkiv-record from wnt
           end-if.
           go to zkj030.
       zkj090.
           add 1 to wkd-ar.
           go to zkj020.
       zkj999.
           exit.

       zkk-omforsegla-audarkiv Section.
       zkk010.
      * de avvisade intagsförsöken (901) i AdmiAudits årsarkiv, som
      * sk080 - se zkj-omforsegla-notarkiv
           perform zki-arkivar-spann.
           if wkd-arforst = 0
               go to zkk999
           end-if.
           move wkd-arforst to wkd-ar.
       zkk020.
           if wkd-ar > wkd-arsist
               go to zkk999
           end-if.
           perform zkh-arkivnamn.
           open i-o AudArkiv.
           if wkdarkfskey1 not = '0'
               go to zkk090
           end-if.
           move 0 to wkd-arant.
           move 'N' to w-eof-admiaud.
       zkk030.
           read AudArkiv into wau
             at end move 'J' to w-eof-admiaud.
           if w-eof-admiaud = 'J'
               close AudArkiv
               perform zkl-arsankare
               go to zkk090
           end-if.
           perform zc-fixa-admiaud.
           move 'N' to wkd-skrivJN.
           if wau-Kommando = 901
           and wau-Operator = lbestallare
               move lnybestallare to wau-Operator
               move 'J' to wkd-skrivJN
               add 1 to lantal
           end-if.
           if wau-KedjaNr > 0
           and (wkd-skrivJN = 'J' or wkd-omJN = 'J')
               if wkd-omJN = 'J'
                   move wkd-senaste to wau-KedjaForra
               end-if
               perform zk7-rakna-au
               move 'J' to wkd-omJN
               move 'J' to wkd-skrivJN
               add 1 to wkd-arant
           end-if.
           if wau-KedjaNr > 0
               move wau-KedjaNr to wkd-sistanr
               move wau-Kedja   to wkd-senaste
           end-if.
           if wkd-skrivJN = 'J'
               perform zc-fixa-admiaud
               rewrite audarkiv-record from wau
           end-if.
           go to zkk030.
       zkk090.
           add 1 to wkd-ar.
           go to zkk020.
       zkk999.
           exit.

       zkl-arsankare Section.
       zkl010.
      * P-ankaret för ett omförseglat arkivår wkd-ar - årets sista
      * post och dess nya Kedja, för kedjekontrollens årsslut
           if wkd-arant = 0
               go to zkl999
           end-if.
           move 'P' to wka-Typ.
           move wkd-ar      to wka-Ar.
           move wkd-sistanr to wkd-ankarnr.
           move wkd-senaste to wkd-ankarkedja.
           move wkd-arant   to wkd-ankarant.
           perform zk3-skriv-ankare.
       zkl999.
           exit.

       zr-wal-skriv Section.
       zr010.
      * skriv intentionsposten INNAN lagret r�rs - wjr �r redan
           perform zt100 until varv > 4.
           move 1 to varv.
           perform zt200 until varv > 2.
           move 1 to varv.
           perform zt300 until varv > 3.
           go to zt999.

       zt100.
           move w-ord-new to wnt-ord2(varv).
           add 1 to varv.

       zt300.
           move wnt-ord3(varv) to w-ord-old.
           move w-byte-old(4) to w-byte-new(1).
           move w-byte-old(3) to w-byte-new(2).
           move w-byte-old(2) to w-byte-new(3).
           move w-byte-old(1) to w-byte-new(4).
           move w-ord-new to wnt-ord3(varv).
           add 1 to varv.

       zt999.
           exit.

       zs-ersatt-i-text Section.
       zs010.
      * byter varje fristående förekomst av wzs-gammal i wzs-text
      * mot wzs-ny - inte när id:t ingår i ett längre ord. Blir
      * texten längre kortas den i slutet. wzs-bytt = antal byten.
           move 0 to wzs-bytt.
           move 20 to wzs-glen.
       zs020.
           if wzs-glen > 0
               if wzs-gammal(wzs-glen:1) = space
                   subtract 1 from wzs-glen
                   go to zs020
               end-if
           end-if.
           move 20 to wzs-nlen.
       zs030.
           if wzs-nlen > 0
               if wzs-ny(wzs-nlen:1) = space
                   subtract 1 from wzs-nlen
                   go to zs030
               end-if
           end-if.
           if wzs-glen = 0
               go to zs999
           end-if.
           move 1 to wzs-pos.
       zs040.
           if wzs-pos + wzs-glen - 1 > 70
               go to zs999
           end-if.
           if wzs-text(wzs-pos:wzs-glen) not = wzs-gammal(1:wzs-glen)
               add 1 to wzs-pos
               go to zs040
           end-if.
           move 'J' to wzs-friJN.
           if wzs-pos > 1
               move wzs-text(wzs-pos - 1:1) to wzs-tecken
               perform zs5-kolla-tecken
           end-if.
           compute wzs-rest = wzs-pos + wzs-glen.
           if wzs-rest <= 70
               move wzs-text(wzs-rest:1) to wzs-tecken
               perform zs5-kolla-tecken
           end-if.
           if wzs-friJN = 'N'
               add 1 to wzs-pos
               go to zs040
           end-if.
           move spaces to wzs-uttext.
           move 1 to wzs-ptr.
           if wzs-pos > 1
               string wzs-text(1:wzs-pos - 1) delimited by size
                 into wzs-uttext with pointer wzs-ptr
           end-if.
           if wzs-nlen > 0
               string wzs-ny(1:wzs-nlen) delimited by size
                 into wzs-uttext with pointer wzs-ptr
           end-if.
           if wzs-rest <= 70 and wzs-ptr <= 70
               string wzs-text(wzs-rest:) delimited by size
                 into wzs-uttext with pointer wzs-ptr
           end-if.
           move wzs-uttext to wzs-text.
           add 1 to wzs-bytt.
           add wzs-nlen to wzs-pos.
           if wzs-nlen = 0
               add 1 to wzs-pos
           end-if.
           go to zs040.
       zs999.
           exit.

       zs5-kolla-tecken Section.
       zs5010.
      * en bokstav eller siffra intill träffen betyder att id:t
      * ingår i ett längre ord
           if (wzs-tecken >= 'A' and wzs-tecken <= 'Z')
           or (wzs-tecken >= 'a' and wzs-tecken <= 'z')
           or (wzs-tecken >= '0' and wzs-tecken <= '9')
               move 'N' to wzs-friJN
           end-if.
       zs5999.
           exit.

       zp-journalfor Section.
       zp010.
      * en journalpost per genomförd lagerskrivning - anroparen har
