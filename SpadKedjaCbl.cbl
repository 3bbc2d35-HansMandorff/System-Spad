       identification division.
      *
      *2026-10-15 Ny körning: kontroll av kedjan över AdmiAudit,
      *           MessArci och Notering (se kedja.cpy) i båda
      *           datamoderna. Varje kedjad post ska bära rätt
      *           kontrollsumma och länka till föregående post -
      *           årsarkiven i årsordning och därefter den levande
      *           filen/tabellen. En lucka godtas bara om ett
      *           rensningsankare täcker den, varje arkivår ska
      *           sluta där årets ankare säger och kedjehuvudet ska
      *           peka på sista posten. Ankarna kontrolleras som en
      *           egen kedja. Första brottet per kedja och backend
      *           rapporteras; utfallet lämnas till hushålls-
      *           sekvensen, se sd-RapporteraSteg.
      *2026-10-15 Ett omförseglat arkivår (P-ankare med året) slutar
      *           där det senaste P-ankaret anger.
      *
       program-id. SpadKedjaCbl.
       environment division.
       configuration section.
       data division.
       working-storage section.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
      * stegresultatet till hushållssekvensen, se sd-RapporteraSteg
           05  wstegantal         pic 9(9) value 0.
           05  wstegokJN          pic x value 'J'.
           05  wstegtext          pic x(70) value spaces.
           05  wark1jn            pic x.
           05  wark2jn            pic x.
           05  wbackend           pic 9.
           05  wkdlager           pic 9.
           05  wkdar              pic 9(4).
           05  wfinnsJN           pic x.
           05  wantalbrott        pic 9(9) value 0.
      * kedjeläget under genomgången av ett lager: senast godkända
      * post (wexpnr/wexpkedja) och aktuell post
           05  wexpnr             pic 9(9) comp.
           05  wexpkedja          pic 9(9) comp.
           05  wnr                pic 9(9) comp.
           05  wforra             pic 9(9) comp.
           05  wkedja             pic 9(9) comp.
           05  wsumma             pic 9(9) comp.
           05  wbrygganr          pic 9(9) comp.
           05  wbryggakedja       pic 9(9) comp.
           05  wbrottJN           pic x.
           05  wbrottnr           pic 9(9).
           05  wbrottext          pic x(50).
           05  wpostant           pic 9(9).
           05  wokedjant          pic 9(9).
           05  warsistnr          pic 9(9) comp.
           05  warsistkedja       pic 9(9) comp.
           05  wpost              pic x(126).
           05  wbild              pic x(256).
      * ankarna i minnet, i AnkareNr-ordning
           05  wan-antal          pic s9(4) comp.
           05  wan-tab occurs 999.
               10  wan-typ        pic x.
               10  wan-lager      pic 9.
               10  wan-ar         pic 9(4).
               10  wan-nr         pic 9(9) comp.
               10  wan-kedja      pic 9(9) comp.
           05  wanx               pic s9(4) comp.
           05  wankexp            pic 9(9).
           05  wankforra          pic 9(9) comp.
           05  wanksig            pic 9(9) comp.
           05  wankbrottJN        pic x.
           05  wtraff             pic s9(4) comp.
      * arkivåren för aktuellt lager, stigande
           05  war-antal          pic s9(4) comp.
           05  war-ar             pic 9(4) occurs 100.
           05  warx               pic s9(4) comp.
           05  wary               pic s9(4) comp.
           05  wlagernamn-tab.
               10  filler pic x(10) value 'AdmiAudit '.
               10  filler pic x(10) value 'MessArci  '.
               10  filler pic x(10) value 'Notering  '.
           05  wlagernamn-re redefines wlagernamn-tab.
               10  wlagernamn occurs 3 pic x(10).
           05  wdisprad.
               10  wd-lager   pic x(10).
               10  filler     pic x(9) value ' backend '.
               10  wd-backend pic 9.
               10  filler     pic x(2) value ': '.
               10  wd-antal   pic zzzzzzzz9.
               10  filler     pic x(9) value ' kedjade,'.
               10  wd-okedj   pic zzzzzzzz9.
               10  filler     pic x(14) value ' utan kedja - '.
               10  wd-utfall  pic x(6).
           05  wbrottrad.
               10  filler     pic x(13) value '  BRUTEN vid '.
               10  wb-nr      pic zzzzzzzz9.
               10  filler     pic x(2) value ': '.
               10  wb-text    pic x(50).
       01  au.
           copy "admiaud-bin.cpy" replacing leading ==xxxx== by ==au==.
       01  mc.
           copy "messarci-bin.cpy" replacing leading ==xxxx== by ==mc==.
       01  nt.
           copy "notering-bin.cpy" replacing leading ==xxxx== by
             ==nt==.
       01  ka.
           copy "kedja.cpy" replacing leading ==xxxx== by ==ka==.
       01  kh.
           copy "kedjehuv.cpy" replacing leading ==xxxx== by ==kh==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           call 'sd-HamtaBackendLista' using wark1jn, wark2jn.

           display 'SpadKedja - kontroll av händelseloggarnas kedja'.

           if wark1jn = 'J'
               move 1 to wbackend
               perform b-kolla-backend
           end-if.
           if wark2jn = 'J'
               move 2 to wbackend
               perform b-kolla-backend
           end-if.

           if wantalbrott > 0
               move 'N' to wstegokJN
               move 'KEDJAN BRUTEN - SE KORNINGENS UTSKRIFT'
                 to wstegtext
               display 'SpadKedja klar - ' wantalbrott
                 ' brutna kedjor.'
           else
               display 'SpadKedja klar - alla kedjor hela.'
           end-if.
           call 'sd-RapporteraSteg' using
             wstegantal, wstegokJN, wstegtext.
           stop run.
       main999.
           exit.

       b-kolla-backend section.
       b010.
      * ankarna först - de behövs för att bedöma luckorna och
      * årsarkiven i de tre lagren
           perform c-las-ankare.
           call 'sd-HamtaKedjeHuvud' using wbackend, kh.
           if wankbrottJN = 'N'
               if wankexp not = kh-Nr(4)
               or wankforra not = kh-Kedja(4)
                   display 'Ankarna    backend ' wbackend
                     ': KEDJEHUVUDET STÄMMER INTE MED SISTA ANKARET'
                   add 1 to wantalbrott
               end-if
           end-if.
           move 0 to wkdlager.
       b020.
           add 1 to wkdlager.
           if wkdlager > 3
               go to b999
           end-if.
           perform d-kolla-lager.
           go to b020.
       b999.
           exit.

       c-las-ankare section.
       c010.
           move 0 to wan-antal.
           move 0 to wankexp.
           move 0 to wankforra.
           move 'N' to wankbrottJN.
           call 'sd-OppnaAnkareLas' using wbackend, wfinnsJN.
       c020.
           call 'sd-LasAnkare' using ka, wfinnsJN.
           if wfinnsJN = 'N'
               go to c100
           end-if.
           if wankbrottJN = 'N'
               perform ca-kolla-ankare
           end-if.
           if wan-antal < 999
               add 1 to wan-antal
               move ka-Typ     to wan-typ(wan-antal)
               move ka-Lager   to wan-lager(wan-antal)
               move ka-Ar      to wan-ar(wan-antal)
               move ka-KedjaNr to wan-nr(wan-antal)
               move ka-Kedja   to wan-kedja(wan-antal)
           end-if.
           go to c020.
       c100.
           call 'sd-StangAnkareLas'.
           if wan-antal >= 999
               display 'Ankarna    backend ' wbackend
                 ': fler än 999 ankare, de senare används inte'
                 ' som bryggor.'
           end-if.
       c999.
           exit.

       ca-kolla-ankare section.
       ca010.
      * ankaret ska komma i löpnummerordning, länka till föregående
      * ankares signatur och bära sin egen oförändrade signatur
           move ka-Signatur to wanksig.
           move 0 to ka-Signatur.
           move ka to wbild.
           move ka-Forra to wforra.
           call 'sd-BeraknaKedja' using wforra, wbild, wsumma.
           move wanksig to ka-Signatur.
           move ka-AnkareNr to wbrottnr.
           if ka-AnkareNr not = wankexp + 1
               move 'ANKARE SAKNAS ELLER I FEL ORDNING' to wbrottext
               go to ca100
           end-if.
           if ka-Forra not = wankforra
               move 'ANKARETS LÄNK STÄMMER INTE' to wbrottext
               go to ca100
           end-if.
           if wsumma not = wanksig
               move 'ANKARET ÄNDRAT EFTER SKRIVNINGEN' to wbrottext
               go to ca100
           end-if.
           move ka-AnkareNr to wankexp.
           move wanksig to wankforra.
           go to ca999.
       ca100.
           move 'J' to wankbrottJN.
           add 1 to wantalbrott.
           display 'Ankarna    backend ' wbackend ':'.
           move wbrottnr  to wb-nr.
           move wbrottext to wb-text.
           display wbrottrad.
       ca999.
           exit.

       d-kolla-lager section.
       d010.
      * årsarkiven i stigande årsordning, sedan det levande lagret -
      * tillsammans ska de bilda en obruten kedja
           move 0 to wexpnr.
           move 0 to wexpkedja.
           move 0 to wpostant.
           move 0 to wokedjant.
           move 'N' to wbrottJN.
           perform da-samla-arkivar.
           move 0 to warx.
       d020.
           add 1 to warx.
           if warx > war-antal
               go to d100
           end-if.
           move war-ar(warx) to wkdar.
           move 0 to warsistnr.
           move 0 to warsistkedja.
           perform e-las-strom.
           if wfinnsJN = 'N'
               if wbrottJN = 'N'
                   move 0 to wbrottnr
                   move spaces to wbrottext
                   string 'ÅRSARKIVET ' delimited by size
                          wkdar delimited by size
                          ' SAKNAS' delimited by size
                          into wbrottext
                   perform f-brott
               end-if
           else
               perform dd-kolla-arsankare
           end-if.
           go to d020.
       d100.
           move 0 to wkdar.
           perform e-las-strom.
      * huvudet ska peka på sista posten - eller på ett
      * rensningsankare när de sista posterna rensats bort
           if wbrottJN = 'N'
           and (kh-Nr(wkdlager) not = wexpnr
                or kh-Kedja(wkdlager) not = wexpkedja)
               move kh-Nr(wkdlager)    to wbrygganr
               move kh-Kedja(wkdlager) to wbryggakedja
               move 0 to wtraff
               if wbrygganr > wexpnr
                   perform de-sok-brygga
               end-if
               if wtraff = 0
                   move kh-Nr(wkdlager) to wbrottnr
                   move 'SISTA POSTERNA SAKNAS, HUVUDET PEKAR LÄNGRE'
                     to wbrottext
                   perform f-brott
               end-if
           end-if.
           move wlagernamn(wkdlager) to wd-lager.
           move wbackend  to wd-backend.
           move wpostant  to wd-antal.
           move wokedjant to wd-okedj.
           if wbrottJN = 'J'
               move 'BRUTEN' to wd-utfall
           else
               move 'HEL' to wd-utfall
           end-if.
           display wdisprad.
           if wbrottJN = 'J'
               move wbrottnr  to wb-nr
               move wbrottext to wb-text
               display wbrottrad
           end-if.
       d999.
           exit.

       da-samla-arkivar section.
       da010.
      * arkivåren ur lagrets årsarkivankare
           move 0 to war-antal.
           move 0 to wanx.
       da020.
           add 1 to wanx.
           if wanx > wan-antal
               go to da999
           end-if.
           if wan-typ(wanx) not = 'A'
           or wan-lager(wanx) not = wkdlager
               go to da020
           end-if.
           perform dc-lagg-in-ar.
           go to da020.
       da999.
           exit.

       dc-lagg-in-ar section.
       dc010.
      * wan-ar(wanx) in på sin plats i den stigande årslistan, om
      * det inte redan finns där
           move 0 to warx.
       dc020.
           add 1 to warx.
           if warx > war-antal
               go to dc100
           end-if.
           if war-ar(warx) = wan-ar(wanx)
               go to dc999
           end-if.
           if war-ar(warx) < wan-ar(wanx)
               go to dc020
           end-if.
       dc100.
           if war-antal >= 100
               go to dc999
           end-if.
           move war-antal to wary.
       dc110.
           if wary < warx
               go to dc200
           end-if.
           move war-ar(wary) to war-ar(wary + 1).
           subtract 1 from wary.
           go to dc110.
       dc200.
           move wan-ar(wanx) to war-ar(warx).
           add 1 to war-antal.
       dc999.
           exit.

       dd-kolla-arsankare section.
       dd010.
      * årsarkivet ska sluta på den post årets senaste A-ankare
      * anger - annars har arkivet kortats eller ändrats i slutet.
      * Har året förseglats om efter en anonymisering gäller det
      * senare P-ankaret med året i stället.
           if wbrottJN = 'J'
               go to dd999
           end-if.
           move 0 to wtraff.
           move 0 to wanx.
       dd020.
           add 1 to wanx.
           if wanx > wan-antal
               go to dd100
           end-if.
           if (wan-typ(wanx) = 'A' or wan-typ(wanx) = 'P')
           and wan-lager(wanx) = wkdlager
           and wan-ar(wanx) = wkdar
               move wanx to wtraff
           end-if.
           go to dd020.
       dd100.
           if wtraff = 0
               go to dd999
           end-if.
           if wan-nr(wtraff) not = warsistnr
           or wan-kedja(wtraff) not = warsistkedja
               move wan-nr(wtraff) to wbrottnr
               move spaces to wbrottext
               string 'ÅRSARKIVET ' delimited by size
                      wkdar delimited by size
                      ' SLUTAR INTE DÄR ANKARET ANGER'
                        delimited by size
                      into wbrottext
               perform f-brott
           end-if.
       dd999.
           exit.

       de-sok-brygga section.
       de010.
      * finns ett rensningsankare för lagret som slutar på
      * wbrygganr med summan wbryggakedja? wtraff > 0 i så fall
           move 0 to wtraff.
           move 0 to wanx.
       de020.
           add 1 to wanx.
           if wanx > wan-antal
               go to de999
           end-if.
           if wan-typ(wanx) = 'R'
           and wan-lager(wanx) = wkdlager
           and wan-nr(wanx) = wbrygganr
           and wan-kedja(wanx) = wbryggakedja
               move wanx to wtraff
               go to de999
           end-if.
           go to de020.
       de999.
           exit.

       e-las-strom section.
       e010.
      * en ström (årsarkivet wkdar, 0 = det levande lagret) genom
      * postkontrollen - wfinnsJN = 'N' om den inte gick att öppna
           call 'sd-OppnaKedjaLas' using
             wbackend, wkdlager, wkdar, wfinnsJN.
           if wfinnsJN = 'N'
               call 'sd-StangKedjaLas'
               go to e999
           end-if.
       e020.
           call 'sd-LasKedja' using wpost, wfinnsJN.
           if wfinnsJN = 'N'
               go to e100
           end-if.
           perform ea-kolla-post.
           go to e020.
       e100.
           call 'sd-StangKedjaLas'.
           move 'J' to wfinnsJN.
       e999.
           exit.

       ea-kolla-post section.
       ea010.
           evaluate wkdlager
               when 1
                   move wpost to au
                   move au-KedjaNr    to wnr
                   move au-KedjaForra to wforra
                   move au-Kedja      to wkedja
                   move 0 to au-Kedja
                   move au to wbild
               when 2
                   move wpost to mc
                   move mc-KedjaNr    to wnr
                   move mc-KedjaForra to wforra
                   move mc-Kedja      to wkedja
                   move 0 to mc-Kedja
                   move mc to wbild
               when 3
                   move wpost to nt
                   move nt-KedjaNr    to wnr
                   move nt-KedjaForra to wforra
                   move nt-Kedja      to wkedja
                   move 0 to nt-Kedja
                   move nt to wbild
           end-evaluate.
      * poster skrivna innan kedjan infördes står utanför den
           if wnr = 0
               add 1 to wokedjant
               go to ea999
           end-if.
           add 1 to wpostant.
           add 1 to wstegantal.
           if wbrottJN = 'J'
               go to ea999
           end-if.
           move wnr to wbrottnr.
           call 'sd-BeraknaKedja' using wforra, wbild, wsumma.
           if wsumma not = wkedja
               move 'POSTEN ÄNDRAD EFTER SKRIVNINGEN' to wbrottext
               perform f-brott
               go to ea999
           end-if.
           if wnr = wexpnr + 1 and wforra = wexpkedja
               go to ea100
           end-if.
           if wnr <= wexpnr
               move 'POSTEN I FEL ORDNING ELLER DUBBLERAD'
                 to wbrottext
               perform f-brott
               go to ea999
           end-if.
           if wnr = wexpnr + 1
               move 'LÄNKEN TILL FÖREGÅENDE POST STÄMMER INTE'
                 to wbrottext
               perform f-brott
               go to ea999
           end-if.
      * en lucka godtas bara om ett rensningsankare täcker den
           subtract 1 from wnr giving wbrygganr.
           move wforra to wbryggakedja.
           perform de-sok-brygga.
           if wtraff = 0
               move 'POSTER SAKNAS FÖRE POSTEN' to wbrottext
               perform f-brott
               go to ea999
           end-if.
       ea100.
           move wnr    to wexpnr.
           move wkedja to wexpkedja.
           move wnr    to warsistnr.
           move wkedja to warsistkedja.
       ea999.
           exit.

       f-brott section.
       f010.
      * första brottet i lagrets kedja - resten av lagret räknas
      * men bedöms inte
           move 'J' to wbrottJN.
           add 1 to wantalbrott.
       f999.
           exit.
