       identification division.
       program-id. RappJamfor.
      * Diverse
      * Jämför två körningars rapporter rad för rad
      *2026-10-15 Ny: två BestNummer av samma RappTyp, vart och ett
      *           ur Rapp eller ur årsarkivet RappArkiv, jämförs rad
      *           för rad - tillagda, borttagna och ändrade rader,
      *           och för ändrade rader med kolumner skillnaden per
      *           kolumn (numerisk differens där båda värdena är
      *           tal). Resultatet skrivs som semikolonfil i
      *           exportmappen, se Jamfor_Click i Form1.
      *2026-10-15 En RappTyp med begränsad klass jämförs till den
      *           skyddade mappen (SKYDIR=), och inte alls när den
      *           saknas (lstatus 4) - som i SpadRappExportCbl.
      *
       environment division.
       Input-Output Section.
       File-Control.
             Select Jamfor assign wjamforselnamn
             file status is wjfs
             ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
       fd  Jamfor.
       01  Jamfor-rad    pic x(400).

       working-storage section.
       01  wra. copy "rapp.cpy" replacing leading ==xxxx== by ==wra==.
       01  work.
           05  wjfs.
               10  wjfskey1    pic x.
               10  wjfskey2    pic x.
           05  wjamforselnamn  pic x(133).
           05  wjamforfilnamn.
               10  filler      pic x(7) value 'JAMFOR_'.
               10  wjf-besta   pic 9(9).
               10  filler      pic x value '_'.
               10  wjf-bestb   pic 9(9).
               10  filler      pic x(4) value '.csv'.
           05  wexportmapp     pic x(73).
           05  wskyddmapp      pic x(73).
           05  wrappklass      pic 9(9).
           05  wlasJN          pic x.
           05  woperator       pic x(20) value spaces.
           05  wexportsekunder pic 9(9).
           05  wrtantal        pic 9(9).
           05  wrttab          pic 9(9) occurs 20.
           05  wfinnsJN        pic x.
           05  wbestnummer     pic 9(9).
           05  warkivar        pic 9(9).
      * de båda rapporterna i minnet, sida 1 = A, sida 2 = B
           05  wmaxrader       pic 9(4) comp value 2000.
           05  wds             pic 9 comp.
           05  wrp occurs 2.
               10  wrp-antal   pic 9(4) comp.
               10  wrp-rapptyp pic 9(9).
               10  wrp-kapadJN pic x.
               10  wrp-rader occurs 2000.
                   15  wrp-radnr pic 9(9).
                   15  wrp-rad   pic x(200).
                   15  wrp-nyckel pic x(80).
      * rad för rad med återsynk - en skillnad söks upp till
      * wsokdjup rader framåt på båda sidor, först på hela raden
      * (wsokpa 'R') och annars på radens nyckel (wsokpa 'N'), dvs
      * texten före det första beloppet, så en rad med nytt belopp
      * blir ändrad och inte borttagen plus tillagd
           05  wsokpa          pic x.
           05  wnyckel         pic x(80).
           05  wnyckel-pos     pic 9(4) comp.
           05  wia             pic 9(4) comp.
           05  wib             pic 9(4) comp.
           05  wsokdjup        pic 9(4) comp value 50.
           05  wk              pic 9(4) comp.
           05  wka             pic 9(4) comp.
           05  wkb             pic 9(4) comp.
           05  wx              pic 9(4) comp.
           05  wantaltillagda  pic 9(9) comp.
           05  wantalborttagna pic 9(9) comp.
           05  wantalandrade   pic 9(9) comp.
      * kolumnerna i en rad - blankavgränsade, eller semikolon-
      * avgränsade när raden har semikolon
           05  wdl-rad         pic x(200).
           05  wdl-lage        pic x.
           05  wdl-iord        pic x.
           05  wdl-semi        pic 9(4) comp.
           05  wdl-len         pic 9(4) comp.
           05  wdl-x           pic 9(4) comp.
           05  wtecken         pic x.
           05  wtk occurs 2.
               10  wtk-antal   pic 9(4) comp.
               10  wtk-tok     pic x(40) occurs 30.
           05  wkol            pic 9(4) comp.
           05  wmaxkol         pic 9(4) comp.
      * tolkning av ett kolumnvärde som tal - siffror, ett
      * decimaltecken (punkt eller komma) och tecken först eller sist
           05  wtal-text       pic x(40).
           05  wtal-JN         pic x.
           05  wtal-varde      pic s9(13)v9(4).
           05  wtal-neg        pic x.
           05  wtal-slut       pic x.
           05  wtal-dec        pic x.
           05  wtal-siffror    pic 9(4) comp.
           05  wtal-decantal   pic 9(4) comp.
           05  wtal-skala      pic 9v9(4).
           05  wtal-siffra     pic 9.
           05  wtal-x          pic 9(4) comp.
           05  wvarde-a        pic s9(13)v9(4).
           05  wvarde-b        pic s9(13)v9(4).
           05  wtalJN-a        pic x.
           05  wtalJN-b        pic x.
           05  wdiff           pic s9(13)v9(4).
           05  wcsvrubrik.
               10  filler pic x(4)  value 'Typ;'.
               10  filler pic x(5)  value 'RadA;'.
               10  filler pic x(5)  value 'RadB;'.
               10  filler pic x(7)  value 'Kolumn;'.
               10  filler pic x(7)  value 'VardeA;'.
               10  filler pic x(7)  value 'VardeB;'.
               10  filler pic x(10) value 'Differens;'.
               10  filler pic x(3)  value 'Rad'.
           05  wcsvrad.
               10  wc-typ        pic x(9).
               10  filler        pic x value ';'.
               10  wc-rada       pic x(9).
               10  filler        pic x value ';'.
               10  wc-radb       pic x(9).
               10  filler        pic x value ';'.
               10  wc-kolumn     pic x(3).
               10  filler        pic x value ';'.
               10  wc-vardea     pic x(40).
               10  filler        pic x value ';'.
               10  wc-vardeb     pic x(40).
               10  filler        pic x value ';'.
               10  wc-diff       pic x(18).
               10  filler        pic x value ';'.
               10  wc-rad        pic x(200).
           05  wed-radnr       pic zzzzzzzz9.
           05  wed-kolumn      pic zz9.
           05  wed-diff        pic -(13)9.99.
           05  wsummatext.
               10  filler pic x(9)  value 'TILLAGDA '.
               10  wst-tillagda  pic zzzzzzzz9.
               10  filler pic x(11) value ' BORTTAGNA '.
               10  wst-borttagna pic zzzzzzzz9.
               10  filler pic x(9)  value ' ANDRADE '.
               10  wst-andrade   pic zzzzzzzz9.
           05  wkapadtext.
               10  filler pic x(36)
                   value 'RAPPORTEN KAPAD EFTER 2000 RADER - '.
               10  wkt-sida      pic x.

       linkage section.
       01  lkomu.
           copy "komu.cpy" replacing leading ==xxxx== by ==lkomu==.
       01  lbesta              pic 9(9).
       01  larkivara           pic 9(9).
       01  lbestb              pic 9(9).
       01  larkivarb           pic 9(9).
       01  lutfil              pic x(133).
       01  lantaldiff          pic 9(9).
      * 0 = jämförd, 1 = rapport A saknas, 2 = rapport B saknas,
      * 3 = rapporterna har olika RappTyp, 4 = begränsad klass och
      * ingen skyddad mapp (SKYDIR=) konfigurerad
       01  lstatus             pic 9.

       procedure division.
       a-huvud section.
       a010.
       a999.
           exit.

       b-entry-RappJamforRapporter section.
       b010.
           entry "RappJamforRapporter" using lkomu, lbesta, larkivara,
             lbestb, larkivarb, lutfil, lantaldiff, lstatus.
           move 0 to lstatus.
           move 0 to lantaldiff.
           move spaces to lutfil.

           move 1 to wds.
           move lbesta    to wbestnummer.
           move larkivara to warkivar.
           perform c-las-rapport.
           if wrp-antal(1) = 0
               move 1 to lstatus
               go to b999
           end-if.
           move 2 to wds.
           move lbestb    to wbestnummer.
           move larkivarb to warkivar.
           perform c-las-rapport.
           if wrp-antal(2) = 0
               move 2 to lstatus
               go to b999
           end-if.
      * en testkörnings rader ligger under 900000000 + typ och
      * jämförs inte mot produktionens
           if wrp-rapptyp(1) not = wrp-rapptyp(2)
               move 3 to lstatus
               go to b999
           end-if.

           call 'sd-HamtaExportParametrar' using
             wexportmapp, wexportsekunder, wrtantal, wrttab(1).
      * en begränsad klass går bara till den skyddade mappen -
      * läsbehörigheten har anroparen redan kontrollerat
           call 'sd-KollaRappLasbehorighet' using
             wrp-rapptyp(1), woperator, wrappklass, wlasJN.
           if wrappklass > 0
               call 'sd-HamtaSkyddadExportMapp' using wskyddmapp
               if wskyddmapp = spaces
                   move 4 to lstatus
                   go to b999
               end-if
               move wskyddmapp to wexportmapp
           end-if.
           move lbesta to wjf-besta.
           move lbestb to wjf-bestb.
           move spaces to wjamforselnamn.
           string wexportmapp    delimited by space
                  wjamforfilnamn delimited by size
                  into wjamforselnamn.
           open output Jamfor.
           write Jamfor-rad from wcsvrubrik.
           perform d-jamfor.
           perform e-skriv-summa.
           close Jamfor.
           move wjamforselnamn to lutfil.
           compute lantaldiff =
             wantaltillagda + wantalborttagna + wantalandrade.
       b999.
           exit program.

       c-las-rapport section.
       c010.
      * hela rapporten för wbestnummer (arkivår 0 = Rapp) till sida
      * wds, radnummer och text
           move 0   to wrp-antal(wds).
           move 0   to wrp-rapptyp(wds).
           move 'N' to wrp-kapadJN(wds).
           call 'db-OppnaRappBestLas' using lkomu, wbestnummer,
             warkivar.
       c020.
           call 'db-LasRappBest' using lkomu, wra, wfinnsJN.
           if wfinnsJN = 'N'
               go to c100
           end-if.
           if wrp-antal(wds) >= wmaxrader
               move 'J' to wrp-kapadJN(wds)
               go to c020
           end-if.
           add 1 to wrp-antal(wds).
           if wrp-antal(wds) = 1
               move wra-RappTyp to wrp-rapptyp(wds)
           end-if.
           move wra-RadNummer to wrp-radnr(wds, wrp-antal(wds)).
           move wra-Rad       to wrp-rad(wds, wrp-antal(wds)).
           move wra-Rad       to wdl-rad.
           perform g-dela-rad.
           perform cb-bygg-nyckel.
           move wnyckel to wrp-nyckel(wds, wrp-antal(wds)).
           go to c020.
       c100.
           call 'db-StangRappBest' using lkomu.
       c999.
           exit.

       cb-bygg-nyckel section.
       cb010.
      * kolumnerna i wtk(wds) fram till den första med decimaltecken
      * (semikolonrad: första kolumnen), blankavgränsade i wnyckel
           move spaces to wnyckel.
           move 1 to wnyckel-pos.
           move 0 to wkol.
       cb020.
           add 1 to wkol.
           if wkol > wtk-antal(wds)
               go to cb999
           end-if.
           if wdl-lage = 'S' and wkol > 1
               go to cb999
           end-if.
           move wtk-tok(wds, wkol) to wtal-text.
           perform h-tolka-tal.
           if wtal-JN = 'J' and wtal-dec = 'J'
               go to cb999
           end-if.
           if wnyckel-pos > 80
               go to cb999
           end-if.
           string wtk-tok(wds, wkol) delimited by space
                  ' ' delimited by size
                  into wnyckel with pointer wnyckel-pos.
           go to cb020.
       cb999.
           exit.

       d-jamfor section.
       d010.
           move 0 to wantaltillagda.
           move 0 to wantalborttagna.
           move 0 to wantalandrade.
           move 1 to wia.
           move 1 to wib.
       d020.
           if wia > wrp-antal(1) and wib > wrp-antal(2)
               go to d999
           end-if.
           if wia > wrp-antal(1)
               perform da-tillagd
               go to d020
           end-if.
           if wib > wrp-antal(2)
               perform db-borttagen
               go to d020
           end-if.
           if wrp-rad(1, wia) = wrp-rad(2, wib)
               add 1 to wia
               add 1 to wib
               go to d020
           end-if.
      * olika - närmaste ställe där sidorna möts igen avgör om
      * rader har tillkommit, försvunnit eller ändrats
           move 'R' to wsokpa.
           perform dd-sok-synk.
           if wka = 0 and wkb = 0
               if wrp-nyckel(1, wia) = wrp-nyckel(2, wib)
                   perform dc-andrad
                   go to d020
               end-if
               move 'N' to wsokpa
               perform dd-sok-synk
           end-if.
           if wkb > 0 and (wka = 0 or wkb <= wka)
               move 0 to wk
               go to d030
           end-if.
           if wka > 0
               move 0 to wk
               go to d040
           end-if.
           perform dc-andrad.
           go to d020.
       d030.
           if wk >= wkb
               go to d020
           end-if.
           perform da-tillagd.
           add 1 to wk.
           go to d030.
       d040.
           if wk >= wka
               go to d020
           end-if.
           perform db-borttagen.
           add 1 to wk.
           go to d040.
       d999.
           exit.

       da-tillagd section.
       da010.
           move spaces to wcsvrad.
           move 'TILLAGD' to wc-typ.
           move wrp-radnr(2, wib) to wed-radnr.
           move wed-radnr to wc-radb.
           move wrp-rad(2, wib) to wc-rad.
           write Jamfor-rad from wcsvrad.
           add 1 to wantaltillagda.
           add 1 to wib.
       da999.
           exit.

       db-borttagen section.
       db010.
           move spaces to wcsvrad.
           move 'BORTTAGEN' to wc-typ.
           move wrp-radnr(1, wia) to wed-radnr.
           move wed-radnr to wc-rada.
           move wrp-rad(1, wia) to wc-rad.
           write Jamfor-rad from wcsvrad.
           add 1 to wantalborttagna.
           add 1 to wia.
       db999.
           exit.

       dc-andrad section.
       dc010.
      * den ändrade raden som den ser ut i B, sedan kolumnerna som
      * skiljer
           move spaces to wcsvrad.
           move 'ANDRAD' to wc-typ.
           move wrp-radnr(1, wia) to wed-radnr.
           move wed-radnr to wc-rada.
           move wrp-radnr(2, wib) to wed-radnr.
           move wed-radnr to wc-radb.
           move wrp-rad(2, wib) to wc-rad.
           write Jamfor-rad from wcsvrad.
           add 1 to wantalandrade.

           move 1 to wds.
           move wrp-rad(1, wia) to wdl-rad.
           perform g-dela-rad.
           move 2 to wds.
           move wrp-rad(2, wib) to wdl-rad.
           perform g-dela-rad.
      * en rad med en enda kolumn är fritext - ingen kolumnjämförelse
           if wtk-antal(1) < 2 and wtk-antal(2) < 2
               go to dc900
           end-if.
           move wtk-antal(1) to wmaxkol.
           if wtk-antal(2) > wmaxkol
               move wtk-antal(2) to wmaxkol
           end-if.
           move 0 to wkol.
       dc020.
           add 1 to wkol.
           if wkol > wmaxkol
               go to dc900
           end-if.
           if wtk-tok(1, wkol) = wtk-tok(2, wkol)
               go to dc020
           end-if.
           move spaces to wcsvrad.
           move 'KOLUMN' to wc-typ.
           move wrp-radnr(1, wia) to wed-radnr.
           move wed-radnr to wc-rada.
           move wrp-radnr(2, wib) to wed-radnr.
           move wed-radnr to wc-radb.
           move wkol to wed-kolumn.
           move wed-kolumn to wc-kolumn.
           move wtk-tok(1, wkol) to wc-vardea.
           move wtk-tok(2, wkol) to wc-vardeb.
           move wtk-tok(1, wkol) to wtal-text.
           perform h-tolka-tal.
           move wtal-JN    to wtalJN-a.
           move wtal-varde to wvarde-a.
           move wtk-tok(2, wkol) to wtal-text.
           perform h-tolka-tal.
           move wtal-JN    to wtalJN-b.
           move wtal-varde to wvarde-b.
           if wtalJN-a = 'J' and wtalJN-b = 'J'
               compute wdiff = wvarde-b - wvarde-a
               move wdiff to wed-diff
               move wed-diff to wc-diff
           end-if.
           write Jamfor-rad from wcsvrad.
           go to dc020.
       dc900.
           add 1 to wia.
           add 1 to wib.
       dc999.
           exit.

       dd-sok-synk section.
       dd010.
      * wkb = hur många rader fram i B som A:s rad återkommer,
      * wka = hur många rader fram i A som B:s rad återkommer,
      * 0 = inte inom sökdjupet
           move 0 to wka.
           move 0 to wkb.
           move 0 to wk.
       dd020.
           add 1 to wk.
           if wk > wsokdjup
               go to dd999
           end-if.
           if wsokpa = 'N'
               go to dd030
           end-if.
           if wkb = 0 and wib + wk <= wrp-antal(2)
               if wrp-rad(2, wib + wk) = wrp-rad(1, wia)
                   move wk to wkb
               end-if
           end-if.
           if wka = 0 and wia + wk <= wrp-antal(1)
               if wrp-rad(1, wia + wk) = wrp-rad(2, wib)
                   move wk to wka
               end-if
           end-if.
           go to dd040.
       dd030.
           if wkb = 0 and wib + wk <= wrp-antal(2)
               if wrp-nyckel(2, wib + wk) = wrp-nyckel(1, wia)
                   move wk to wkb
               end-if
           end-if.
           if wka = 0 and wia + wk <= wrp-antal(1)
               if wrp-nyckel(1, wia + wk) = wrp-nyckel(2, wib)
                   move wk to wka
               end-if
           end-if.
       dd040.
           if wka > 0 and wkb > 0
               go to dd999
           end-if.
           go to dd020.
       dd999.
           exit.

       e-skriv-summa section.
       e010.
           move spaces to wcsvrad.
           move 'TOTALT' to wc-typ.
           move wantaltillagda  to wst-tillagda.
           move wantalborttagna to wst-borttagna.
           move wantalandrade   to wst-andrade.
           move wsummatext to wc-rad.
           write Jamfor-rad from wcsvrad.
           move 1 to wds.
       e020.
           if wds > 2
               go to e999
           end-if.
           if wrp-kapadJN(wds) = 'J'
               move spaces to wcsvrad
               move 'OBS' to wc-typ
               if wds = 1
                   move 'A' to wkt-sida
               else
                   move 'B' to wkt-sida
               end-if
               move wkapadtext to wc-rad
               write Jamfor-rad from wcsvrad
           end-if.
           add 1 to wds.
           go to e020.
       e999.
           exit.

       g-dela-rad section.
       g010.
      * wdl-rad delad i kolumner till wtk(wds)
           move 0 to wtk-antal(wds).
           move 0 to wkol.
       g012.
           add 1 to wkol.
           if wkol <= 30
               move spaces to wtk-tok(wds, wkol)
               go to g012
           end-if.
           move 0 to wdl-semi.
           inspect wdl-rad tallying wdl-semi for all ';'.
           if wdl-semi > 0
               move 'S' to wdl-lage
               move 1 to wtk-antal(wds)
           else
               move 'B' to wdl-lage
           end-if.
           move 0   to wdl-len.
           move 'N' to wdl-iord.
           move 0   to wdl-x.
       g020.
           add 1 to wdl-x.
           if wdl-x > 200
               go to g999
           end-if.
           move wdl-rad(wdl-x:1) to wtecken.
           if wdl-lage = 'S'
               if wtecken = ';'
                   if wtk-antal(wds) < 30
                       add 1 to wtk-antal(wds)
                       move 0 to wdl-len
                   end-if
                   go to g020
               end-if
               if wtecken = space and wdl-len = 0
                   go to g020
               end-if
               perform ga-lagg-till-tecken
               go to g020
           end-if.
           if wtecken = space
               move 'N' to wdl-iord
               go to g020
           end-if.
           if wdl-iord = 'N'
               if wtk-antal(wds) >= 30
                   go to g999
               end-if
               add 1 to wtk-antal(wds)
               move 0 to wdl-len
               move 'J' to wdl-iord
           end-if.
           perform ga-lagg-till-tecken.
           go to g020.
       g999.
           exit.

       ga-lagg-till-tecken section.
       ga010.
           if wdl-len < 40
               add 1 to wdl-len
               move wtecken to wtk-tok(wds, wtk-antal(wds))(wdl-len:1)
           end-if.
       ga999.
           exit.

       h-tolka-tal section.
       h010.
      * wtal-text som tal i wtal-varde, wtal-JN = 'J' om det gick
           move 'N' to wtal-JN.
           move 0   to wtal-varde.
           move 'N' to wtal-neg.
           move 'N' to wtal-slut.
           move 'N' to wtal-dec.
           move 0   to wtal-siffror.
           move 0   to wtal-decantal.
           move 1   to wtal-skala.
           move 0   to wtal-x.
       h020.
           add 1 to wtal-x.
           if wtal-x > 40
               go to h100
           end-if.
           move wtal-text(wtal-x:1) to wtecken.
           if wtecken = space
               if wtal-siffror > 0
                   move 'J' to wtal-slut
               end-if
               go to h020
           end-if.
           if wtal-slut = 'J'
               go to h999
           end-if.
           if wtecken numeric
               move wtecken to wtal-siffra
               add 1 to wtal-siffror
               if wtal-dec = 'N'
                   compute wtal-varde = wtal-varde * 10 + wtal-siffra
               else
                   if wtal-decantal < 4
                       add 1 to wtal-decantal
                       compute wtal-skala = wtal-skala / 10
                       compute wtal-varde =
                         wtal-varde + wtal-siffra * wtal-skala
                   end-if
               end-if
               go to h020
           end-if.
      * tecken först eller sist, aldrig mitt i (ett datum
      * 2026-10-15 är inget tal)
           if wtecken = '-' and wtal-neg = 'N'
               move 'J' to wtal-neg
               if wtal-siffror > 0
                   move 'J' to wtal-slut
               end-if
               go to h020
           end-if.
           if wtecken = '+' and wtal-siffror = 0
               go to h020
           end-if.
           if (wtecken = '.' or wtecken = ',') and wtal-dec = 'N'
               move 'J' to wtal-dec
               go to h020
           end-if.
           go to h999.
       h100.
           if wtal-siffror = 0
               go to h999
           end-if.
           if wtal-neg = 'J'
               compute wtal-varde = wtal-varde * -1
           end-if.
           move 'J' to wtal-JN.
       h999.
           exit.
