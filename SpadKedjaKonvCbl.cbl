       identification division.
      *
      *2026-10-15 Ny körning: engångskonvertering av de kedjade
      *           händelseloggarna till postlängderna med kedjefält
      *           (KedjaNr/KedjaForra/Kedja sist i posten, se
      *           kedja.cpy) - körs EN gång per datamode 2-miljö vid
      *           driftsättningen, med alla motorer och program
      *           stoppade:
      *             spadadmiaudit.bin    36 -> 48
      *             spadmessarci.bin     74 -> 86
      *             spadnotering.bin    114 -> 126
      *           De nya fälten blir binära nollor, dvs KedjaNr 0 =
      *           posten skrevs innan kedjan infördes och står
      *           utanför kontrollen i SpadKedjaCbl. Originalfilerna
      *           ligger kvar med .g36/.g74/.g114-ändelse tills
      *           konverteringen är verifierad. En vaktfil
      *           (spadkonvkedja.done) hindrar att körningen görs
      *           om av misstag.
      *
       program-id. SpadKedjaKonvCbl.
       environment division.
       Input-Output Section.
       File-Control.
           Select Vakt assign wvaktselnamn
             file status is wvaktfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select GmlAud assign wgmlseknamn
             file status is wgmlfs
             ORGANIZATION IS sequential.
           Select NyAud assign wnyseknamn
             file status is wnyfs
             ORGANIZATION IS sequential.
           Select GmlNot assign wgmlseknamn
             file status is wgmlfs
             ORGANIZATION IS sequential.
           Select NyNot assign wnyseknamn
             file status is wnyfs
             ORGANIZATION IS sequential.
           Select GmlMess assign wgmlmessnamn
             file status is wgmlfs
             ORGANIZATION IS indexed
             access mode is dynamic
             record key is gm-MessID
             alternate record key is gm-FunktionsNummer
               with duplicates.
           Select NyMess assign wnymessnamn
             file status is wnyfs
             ORGANIZATION IS indexed
             access mode is dynamic
             record key is nm-MessID
             alternate record key is nm-FunktionsNummer
               with duplicates.
       data division.
       File Section.
       fd  Vakt.
       01  vakt-record       pic x(40).
       fd  GmlAud.
       01  gmlaud-record     pic x(36).
       fd  NyAud.
       01  nyaud-record      pic x(48).
       fd  GmlNot.
       01  gmlnot-record     pic x(114).
       fd  NyNot.
       01  nynot-record      pic x(126).
      * den gamla händelsepostens nycklar ligger först - resten
      * kopieras som den är
       fd  GmlMess.
       01  gm-post.
           03  gm-MessID          pic 9(9) comp.
           03  gm-FunktionsNummer pic 9(9) comp.
           03  gm-rest            pic x(66).
       fd  NyMess.
       01  nm-post.
           03  nm-MessID          pic 9(9) comp.
           03  nm-grupp.
           copy "messarci-bin.cpy" replacing leading ==xxxx== by
             ==nm==.

       working-storage section.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
           05  wsvar              pic x.
           05  wvaktfs.
               10  wvaktfskey1    pic x.
               10  wvaktfskey2    pic x.
           05  wvaktselnamn       pic x(95).
           05  wgmlfs.
               10  wgmlfskey1     pic x.
               10  wgmlfskey2     pic x.
           05  wnyfs.
               10  wnyfskey1      pic x.
               10  wnyfskey2      pic x.
           05  wgmlseknamn        pic x(95).
           05  wnyseknamn         pic x(95).
           05  wgmlmessnamn       pic x(95).
           05  wnymessnamn        pic x(95).
           05  wbaknamn           pic x(95).
           05  w-eof              pic x.
           05  wantal             pic 9(9).
           05  wfalt              pic 9(8).
           05  wvaktrad           pic x(40).
           05  wdisprad.
               10  wd-lager   pic x(16).
               10  filler     pic x(13) value ' konverterade'.
               10  wd-antal   pic zzzzzzz9.
               10  filler     pic x(8) value ' poster.'.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.

           display 'SpadKedjaKonv - engångskonvertering av'
             ' händelseloggarna'.
           move spaces to wvaktselnamn.
           string wpath 'spadkonvkedja.done' delimited by space
             into wvaktselnamn.

      * vaktfilen hindrar en andra omgång - den skulle behandla
      * redan konverterade filer som gamla och förstöra lagren
           open input Vakt.
           if wvaktfskey1 = '0'
               close Vakt
               display 'Konverteringen är redan gjord'
                 ' (spadkonvkedja.done finns) - avbryter.'
               stop run
           end-if.

           display 'Alla motorer och program måste vara stoppade.'.
           display 'Konvertera händelseloggarna nu (J/N)? '
             with no advancing.
           accept wsvar.
           if wsvar not = 'J' and wsvar not = 'j'
               display 'Inget konverterades.'
               stop run
           end-if.

           perform b-konvertera-admiaudit.
           perform c-konvertera-messarci.
           perform d-konvertera-notering.

           accept wfalt from date yyyymmdd.
           move spaces to wvaktrad.
           string 'KONVERTERAD ' wfalt delimited by size
             into wvaktrad.
           open output Vakt.
           write vakt-record from wvaktrad.
           close Vakt.
           display 'Konverteringen klar - originalen ligger kvar'
             ' med .g36/.g74/.g114-ändelse.'.
           stop run.
       main999.
           exit.

       b-konvertera-admiaudit section.
       b010.
           move spaces to wgmlseknamn.
           string wpath 'spadadmiaudit.bin' delimited by space
             into wgmlseknamn.
           move spaces to wnyseknamn.
           string wpath 'spadadmiaudit.kon' delimited by space
             into wnyseknamn.
           move spaces to wbaknamn.
           string wpath 'spadadmiaudit.g36' delimited by space
             into wbaknamn.
           perform zb-kopiera-aud.
           move 'spadadmiaudit   ' to wd-lager.
           move wantal to wd-antal.
           display wdisprad.
       b999.
           exit.

       c-konvertera-messarci section.
       c010.
      * 74 -> 86: gamla posten läggs oförändrad först i den nya,
      * kedjefälten blir binära nollor
           move spaces to wgmlmessnamn.
           string wpath 'spadmessarci.bin' delimited by space
             into wgmlmessnamn.
           move spaces to wnymessnamn.
           string wpath 'spadmessarci.kon' delimited by space
             into wnymessnamn.
           move 0 to wantal.
           open input GmlMess.
           if wgmlfskey1 not = '0'
      * filen finns inte i den här miljön - inget att konvertera
               go to c999
           end-if.
           open output NyMess.
           move 'N' to w-eof.
       c020.
           read GmlMess next at end move 'J' to w-eof.
           if w-eof = 'J'
               go to c100
           end-if.
           move low-values to nm-post.
           move gm-post to nm-post(1:74).
           write nm-post.
           add 1 to wantal.
           go to c020.
       c100.
           close GmlMess.
           close NyMess.
           move spaces to wbaknamn.
           string wpath 'spadmessarci.g74' delimited by space
             into wbaknamn.
           call 'CBL_RENAME_FILE' using wgmlmessnamn, wbaknamn.
           call 'CBL_RENAME_FILE' using wnymessnamn, wgmlmessnamn.
           move 'spadmessarci    ' to wd-lager.
           move wantal to wd-antal.
           display wdisprad.
       c999.
           exit.

       d-konvertera-notering section.
       d010.
           move spaces to wgmlseknamn.
           string wpath 'spadnotering.bin' delimited by space
             into wgmlseknamn.
           move spaces to wnyseknamn.
           string wpath 'spadnotering.kon' delimited by space
             into wnyseknamn.
           move spaces to wbaknamn.
           string wpath 'spadnotering.g114' delimited by space
             into wbaknamn.
           perform zc-kopiera-not.
           move 'spadnotering    ' to wd-lager.
           move wantal to wd-antal.
           display wdisprad.
       d999.
           exit.

       zb-kopiera-aud section.
       zb010.
      * 36 -> 48: de tolv nya byten (kedjefälten, comp) blir
      * binära nollor
           move 0 to wantal.
           open input GmlAud.
           if wgmlfskey1 not = '0'
      * filen finns inte i den här miljön - inget att konvertera
               go to zb999
           end-if.
           open output NyAud.
           move 'N' to w-eof.
       zb020.
           read GmlAud at end move 'J' to w-eof.
           if w-eof = 'J'
               go to zb100
           end-if.
           move low-values to nyaud-record.
           move gmlaud-record to nyaud-record(1:36).
           write nyaud-record.
           add 1 to wantal.
           go to zb020.
       zb100.
           close GmlAud.
           close NyAud.
           call 'CBL_RENAME_FILE' using wgmlseknamn, wbaknamn.
           call 'CBL_RENAME_FILE' using wnyseknamn, wgmlseknamn.
       zb999.
           exit.

       zc-kopiera-not section.
       zc010.
      * 114 -> 126, som zb-kopiera-aud
           move 0 to wantal.
           open input GmlNot.
           if wgmlfskey1 not = '0'
               go to zc999
           end-if.
           open output NyNot.
           move 'N' to w-eof.
       zc020.
           read GmlNot at end move 'J' to w-eof.
           if w-eof = 'J'
               go to zc100
           end-if.
           move low-values to nynot-record.
           move gmlnot-record to nynot-record(1:114).
           write nynot-record.
           add 1 to wantal.
           go to zc020.
       zc100.
           close GmlNot.
           close NyNot.
           call 'CBL_RENAME_FILE' using wgmlseknamn, wbaknamn.
           call 'CBL_RENAME_FILE' using wnyseknamn, wgmlseknamn.
       zc999.
           exit.
