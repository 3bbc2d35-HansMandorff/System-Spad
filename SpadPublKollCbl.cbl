       identification division.
      *
      *2026-10-15 Ny körning: kontroll av publicerade utgående filer
      *           - ERP-dagfilerna, gatewayens GW_<datum>.evt,
      *           aviseringarna, rapportexporterna och metrikfilen.
      *           Publiceringsloggen (Path=/spadpublicering.dat, se
      *           publ.cpy) läses och den senaste publiceringen av
      *           varje fil räknas om och jämförs med filens manifest
      *           <fil>.man. Listar filer vars innehåll inte längre
      *           stämmer med manifestet (AVVIKER), filer utan
      *           manifest (MANIFEST SAKNAS) och manifest som ändrats
      *           sedan publiceringen (MANIFEST ANDRAT). En fil som
      *           inte längre finns räknas som hämtad eller rensad
      *           och listas inte.
      *
       program-id. SpadPublKollCbl.
       environment division.
       Input-Output Section.
       File-Control.
           Select Publ assign wpuselnamn
             file status is wpufs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Publ.
       01  publ-record       pic x(197).

       working-storage section.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
      * stegresultatet till hushållssekvensen, se sd-RapporteraSteg
           05  wstegantal         pic 9(9) value 0.
           05  wstegokJN          pic x value 'J'.
           05  wstegtext          pic x(70) value spaces.
           05  wpuselnamn         pic x(80).
           05  wpufs.
               10  wpufskey1      pic x.
               10  wpufskey2      pic x.
           05  w-eof-pu           pic x.
           05  wfrandatum         pic 9(8).
           05  wsokvag            pic x(133).
           05  wmanJN             pic x.
           05  wkollJN            pic x.
           05  wstatus            pic x(15).
           05  wvx                pic s9(4) comp.
           05  wvy                pic s9(4) comp.
           05  wantalkollade      pic 9(9) value 0.
           05  wantalsaknas       pic 9(9) value 0.
           05  wantalavvik        pic 9(9) value 0.
      * senaste publiceringen per fil - en senare rad för samma fil
      * ersätter den tidigare
           05  wp-antal           pic s9(4) comp value 0.
           05  wp-rad             pic x(197) occurs 2000.
           05  wdisprad.
               10  filler       pic x(9) value '  rader '.
               10  wd-poster    pic zzzzzzzz9.
               10  filler       pic x(7) value ' byte '.
               10  wd-byte      pic zzzzzzzzzzz9.
               10  filler       pic x(11) value ' kontroll '.
               10  wd-kontroll  pic zzzzzzzz9.
               10  filler       pic x value space.
               10  wd-kalla     pic x(8).
           05  wsummarad.
               10  filler       pic x(17) value 'SpadPublKoll klar'.
               10  filler       pic x(2) value ', '.
               10  wd-kollade   pic zzzzzzzz9.
               10  filler       pic x(10) value ' kollade, '.
               10  wd-avvik     pic zzzzzzzz9.
               10  filler       pic x(10) value ' avviker, '.
               10  wd-saknas    pic zzzzzzzz9.
               10  filler       pic x(15) value ' finns inte mer'.
           05  wstegrad.
               10  wsr-antal    pic zzzz9.
               10  filler       pic x(30) value
                   ' FILER AVVIKER FRAN MANIFEST'.

       01  wpu. copy "publ.cpy"
                replacing leading ==xxxx== by ==wpu==.
       01  wpv. copy "publ.cpy"
                replacing leading ==xxxx== by ==wpv==.
       01  wman. copy "publ.cpy"
                replacing leading ==xxxx== by ==wman==.
       01  wkoll. copy "publ.cpy"
                replacing leading ==xxxx== by ==wkoll==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.

           display 'SpadPublKoll - kontroll av publicerade filer'.
           display 'Publicerade fr o m AAAAMMDD (0 = alla): '
             with no advancing.
           accept wfrandatum.

           perform b-las-logg.
           if wpufskey1 not = '0'
               display 'Ingen publiceringslogg - inget att kontrollera.'
               move 'INGEN PUBLICERINGSLOGG' to wstegtext
               call 'sd-RapporteraSteg' using
                 wstegantal, wstegokJN, wstegtext
               stop run
           end-if.

           move 0 to wvx.
       main020.
           add 1 to wvx.
           if wvx > wp-antal
               go to main100
           end-if.
           move wp-rad(wvx) to wpu.
           if wpu-Datum < wfrandatum
               go to main020
           end-if.
           perform c-kolla-en.
           go to main020.
       main100.
           move wantalkollade to wd-kollade.
           move wantalavvik   to wd-avvik.
           move wantalsaknas  to wd-saknas.
           display wsummarad.
           move wantalkollade to wstegantal.
           if wantalavvik > 0
               move 'N' to wstegokJN
               move wantalavvik to wsr-antal
               move wstegrad to wstegtext
           end-if.
           call 'sd-RapporteraSteg' using
             wstegantal, wstegokJN, wstegtext.
           stop run.
       main999.
           exit.

       b-las-logg section.
       b010.
           move spaces to wpuselnamn.
           string wpath 'spadpublicering.dat' delimited by space
             into wpuselnamn.
           open input Publ.
           if wpufskey1 not = '0'
               go to b999
           end-if.
           move 'N' to w-eof-pu.
       b020.
           read Publ into wpu at end move 'J' to w-eof-pu.
           if w-eof-pu = 'J'
               go to b100
           end-if.
           if wpu-Filnamn = spaces
               go to b020
           end-if.
           move 0 to wvy.
       b030.
           add 1 to wvy.
           if wvy > wp-antal
               go to b040
           end-if.
           move wp-rad(wvy) to wpv.
           if wpv-Filnamn = wpu-Filnamn
               move wpu to wp-rad(wvy)
               go to b020
           end-if.
           go to b030.
       b040.
           if wp-antal >= 2000
               display 'VARNING: fler än 2000 publicerade filer -'
                 ' resten kontrolleras inte'
               go to b100
           end-if.
           add 1 to wp-antal.
           move wpu to wp-rad(wp-antal).
           go to b020.
       b100.
           close Publ.
       b999.
           exit.

       c-kolla-en section.
       c010.
      * filen räknas om och jämförs med manifestet, manifestet med
      * loggraden
           move wpu-Filnamn to wsokvag.
           call 'sd-KontrolleraFil' using wsokvag, wkoll, wkollJN.
           if wkollJN = 'N'
               add 1 to wantalsaknas
               go to c999
           end-if.
           add 1 to wantalkollade.
           call 'sd-LasManifest' using wsokvag, wman, wmanJN.
           if wmanJN = 'N'
               move 'MANIFEST SAKNAS' to wstatus
               perform d-lista
               go to c999
           end-if.
           if wkoll-Poster   not = wman-Poster
           or wkoll-Byte     not = wman-Byte
           or wkoll-Kontroll not = wman-Kontroll
               move 'AVVIKER' to wstatus
               perform d-lista
               go to c999
           end-if.
           if wman-Poster   not = wpu-Poster
           or wman-Byte     not = wpu-Byte
           or wman-Kontroll not = wpu-Kontroll
               move 'MANIFEST ANDRAT' to wstatus
               perform d-lista
           end-if.
       c999.
           exit.

       d-lista section.
       d010.
           add 1 to wantalavvik.
           display wstatus ' ' wpu-Filnamn.
           display '  publicerad ' wpu-Datum ' ' wpu-Klock
             ' av ' wpu-Program.
           move wpu-Poster   to wd-poster.
           move wpu-Byte     to wd-byte.
           move wpu-Kontroll to wd-kontroll.
           move 'loggen' to wd-kalla.
           display wdisprad.
           if wmanJN = 'J'
               move wman-Poster   to wd-poster
               move wman-Byte     to wd-byte
               move wman-Kontroll to wd-kontroll
               move 'manifest' to wd-kalla
               display wdisprad
           end-if.
           move wkoll-Poster   to wd-poster.
           move wkoll-Byte     to wd-byte.
           move wkoll-Kontroll to wd-kontroll.
           move 'nu' to wd-kalla.
           display wdisprad.
       d999.
           exit.
