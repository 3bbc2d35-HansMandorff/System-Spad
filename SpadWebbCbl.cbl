       identification division.
      *
      *2026-10-15 Ny körning: statussida för avdelningarna - en
      *           statisk HTML-sida (spadstatus.htm) i den delade
      *           webbmappen (spad.ini WEBDIR=) som genereras om var
      *           WS= sekund: kön per funktion, pågående körningar
      *           med procent klart och beräknad sluttid (aktkor-
      *           raden), dagens utfall med statustext, tysta
      *           motorer enligt vakthundens kriterier (SpadVaktCbl)
      *           och om dagsavslutet (SpadDagslutCbl) är CLOSED
      *           eller OPEN. Beställarna ser själva hur det går,
      *           utan Form1 och utan att ringa driften.
      *
       program-id. SpadWebbCbl.
       environment division.
       Input-Output Section.
       File-Control.
      * sidan skrivs till en tmp-fil som sedan byts in, så en
      * läsare aldrig ser en halvskriven sida
           Select Webb assign wwebbselnamn
             file status is wwebbfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * dagsavslutets statusfil i exportmappen, se SpadDagslutCbl
           Select Dagstatus assign wdsselnamn
             file status is wdsfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Webb.
       01  webb-record       pic x(200).
       fd  Dagstatus.
       01  dagstatus-record  pic x(90).

       working-storage section.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
           05  wwebbmapp          pic x(73).
           05  wwebbsekunder      pic 9(9).
           05  wexportmapp        pic x(73).
           05  wexportsekunder    pic 9(9).
           05  wrtantal           pic 9(9).
           05  wrttab             pic 9(9) occurs 20.
           05  wstalesekunder     pic 9(9).
           05  wjanitorsekunder   pic 9(9).
           05  wfunktionsnummer   pic 9(9).
           05  wfinnsJN           pic x.
           05  wtystJN            pic x.
           05  wx                 pic s9(4) comp.
           05  wtraff             pic s9(4) comp.
           05  wantalsidor        pic 9(9) value 0.
           05  wwebbfs.
               10  wwebbfskey1    pic x.
               10  wwebbfskey2    pic x.
           05  wwebbselnamn       pic x(133).
           05  wsidselnamn        pic x(133).
           05  wtmpfilnamn        pic x(14) value 'spadstatus.tmp'.
           05  wsidfilnamn        pic x(14) value 'spadstatus.htm'.
           05  wdsfs.
               10  wdsfskey1      pic x.
               10  wdsfskey2      pic x.
           05  wdsselnamn         pic x(133).
           05  wdsfilnamn.
               10  filler         pic x(10) value 'DAGSTATUS_'.
               10  wdf-datum      pic 9(8).
               10  filler         pic x(4) value '.txt'.
           05  w-eof              pic x.
      * slutraden i dagstatusfilen, 'DAG <datum> CLOSED/OPEN'
           05  wdsrad             pic x(90).
           05  wdsrad-re redefines wdsrad.
               10  wds-dag        pic x(4).
               10  wds-datum      pic x(8).
               10  filler         pic x.
               10  wds-status     pic x(6).
               10  filler         pic x(71).
           05  wdagsdatum         pic 9(8).
           05  wdagsstatus        pic x(6).
           05  wigar              pic 9(8).
      * kön och pågående arbete per funktionsnummer
           05  wko-antal          pic s9(4) comp value 0.
           05  wko-tab occurs 100.
               10  wko-funknr     pic 9(9).
               10  wko-ko         pic 9(9) comp.
               10  wko-aktiva     pic 9(9) comp.
               10  wko-attest     pic 9(9) comp.
      * färdiga tabellrader för sidans avsnitt
           05  wak-antal          pic s9(4) comp value 0.
           05  wak-rad            pic x(200) occurs 50.
           05  wut-antal          pic s9(4) comp value 0.
           05  wut-utelamnade     pic 9(9) comp value 0.
           05  wut-rad            pic x(200) occurs 300.
           05  wty-antal          pic s9(4) comp value 0.
           05  wty-rad            pic x(200) occurs 50.
      * senaste livstecken (händelse i MessArci) per funktions-
      * nummer, samma urval som i SpadVaktCbl
           05  wlv-antal          pic s9(4) comp value 0.
           05  wlv-tab occurs 50.
               10  wlv-funknr     pic 9(9) comp.
               10  wlv-datum      pic 9(9) comp.
               10  wlv-klock      pic 9(9) comp.
      * statustexten, ur Text-tabellen i databasläge
           05  wstatustext        pic x(30).
           05  wstatuskommando    pic 9(9).
      * HTML-skyddad text, se zh-skydda
           05  wesc-in            pic x(50).
           05  wesc-ut            pic x(150).
           05  wesc-slut          pic s9(4) comp.
           05  wesc-x             pic s9(4) comp.
           05  wesc-p             pic s9(4) comp.
           05  whtml              pic x(200).
           05  wrad               pic x(200).
           05  wed-tal            pic zzzzzzzz9.
           05  wed-tal2           pic zzzzzzzz9.
           05  wed-tal3           pic zzzzzzzz9.
           05  wed-pct            pic zz9.
           05  wed-klock          pic x(5).
           05  wed-klock2         pic x(5).
           05  wed-datum          pic 9(8).
           05  wklock6            pic 9(6).
           05  wklock6-re redefines wklock6.
               10  wk6-hh         pic 9(2).
               10  wk6-mi         pic 9(2).
               10  wk6-ss         pic 9(2).
           05  wkvar              pic s9(9) comp.
           05  wtakt              pic s9(9) comp.
           05  wetasek            pic s9(11) comp.
           05  wetadagar          pic 9(9).
           05  wetarest           pic 9(9).
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
           05  wtime              pic 9(6).
      * ålderdomsberäkning i sekunder, samma resonemang som i
      * SpadVaktCbl
           05  wklocktal          pic 9(6).
           05  wklocktal-re redefines wklocktal.
               10  wkt-hh         pic 9(2).
               10  wkt-mi         pic 9(2).
               10  wkt-ss         pic 9(2).
           05  wsec-nu            pic s9(9) comp.
           05  wsec-da            pic s9(9) comp.
           05  walder             pic s9(9) comp.
           05  wjmfdatum          pic 9(9).
           05  wjmfklock          pic 9(9).
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
           05  wk-dagitab         pic 9(2).
           05  wdoy-da            pic 9(4) comp.
           05  wdoy-nu            pic 9(4) comp.
           05  waa-da             pic 9(4).
           05  waa-nu             pic 9(4).
           05  wk-cumtab.
               10  filler pic x(36) value
                 '000031059090120151181212243273304334'.
           05  wk-cumtab-re redefines wk-cumtab.
               10  wk-cumdagar pic 9(3) occurs 12.
           05  wk-manadstab.
               10  filler pic x(24) value '312831303130313130313031'.
           05  wk-manadstab-re redefines wk-manadstab.
               10  wk-manadsdagar pic 9(2) occurs 12.
           05  wdisprad.
               10  filler pic x(22) value 'SpadWebb: sidan skrev '.
               10  wd-datum       pic 9(8).
               10  filler         pic x value ' '.
               10  wd-klock       pic 9(6).
               10  filler         pic x(3) value ' - '.
               10  wd-antal       pic zzzzzz9.
               10  filler         pic x(8) value ' gangen.'.
       01  wak.
           copy "aktkor.cpy" replacing leading ==xxxx== by ==wak==.
       01  sa.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  mc.
           copy "messarci-bin.cpy" replacing leading ==xxxx== by ==mc==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           call 'sd-HamtaWebbParametrar' using
             wwebbmapp, wwebbsekunder.
           call 'sd-HamtaExportParametrar' using
             wexportmapp, wexportsekunder, wrtantal, wrttab(1).
           call 'sd-HamtaJanitorParametrar' using
             wstalesekunder, wjanitorsekunder.

           display 'SpadWebb - statussida för avdelningarna'.
           if wwebbmapp = spaces
               display 'Ingen WEBDIR= i spad.ini - ingen sida att'
                 ' skriva.'
               stop run
           end-if.
           if wwebbsekunder = 0
               move 300 to wwebbsekunder
           end-if.
           move spaces to wwebbselnamn.
           string wwebbmapp   delimited by space
                  wtmpfilnamn delimited by size
                  into wwebbselnamn.
           move spaces to wsidselnamn.
           string wwebbmapp   delimited by space
                  wsidfilnamn delimited by size
                  into wsidselnamn.

           perform x-korRunda.
           stop run.
       main999.
           exit.

      * en runda: samla läget, skriv sidan, sova och gör om - samma
      * "en runda, sedan sova och gör om" som SpadRappExportCbl
       x-korRunda section.
       x010.
           perform a-samla.
           perform h-skriv-sida.
           add 1 to wantalsidor.
           move wdate       to wd-datum.
           move wtime       to wd-klock.
           move wantalsidor to wd-antal.
           display wdisprad.
           call 'c$sleep' using wwebbsekunder.
           go to x010.
       x999.
           exit.

       a-samla section.
       a010.
           perform za-hamta-dag-klocka.
           move 0 to wko-antal.
           move 0 to wak-antal.
           move 0 to wut-antal.
           move 0 to wut-utelamnade.
           move 0 to wty-antal.
           perform b-las-best.
           perform c-las-historik.
           perform d-tysta-motorer.
           perform e-dagslut.
       a999.
           exit.

       b-las-best section.
       b010.
      * de aktiva raderna: kö (1), väntar på attest (42), pågående
      * (2/3/16) och dagens utfall som ännu inte arkiverats.
      * Händelserader har BestNummer 0 och delordrarnas arbete
      * syns på moderordern.
           call 'sd-OppnaBestLas'.
       b020.
           call 'sd-LasBest' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to b999
           end-if.
           if sb-BestNummer = 0 or sb-DelAvBestID > 0
               go to b020
           end-if.
           evaluate sb-Kommando
               when 1
                   perform ba-hitta-funktion
                   if wtraff > 0
                       add 1 to wko-ko(wtraff)
                   end-if
               when 42
                   perform ba-hitta-funktion
                   if wtraff > 0
                       add 1 to wko-attest(wtraff)
                   end-if
               when 2
               when 3
               when 16
                   perform ba-hitta-funktion
                   if wtraff > 0
                       add 1 to wko-aktiva(wtraff)
                   end-if
                   perform bb-aktiv-korning
               when other
                   perform bc-utfall
           end-evaluate.
           go to b020.
       b999.
           exit.

       ba-hitta-funktion section.
       ba010.
      * wtraff = funktionens plats i kötabellen, ny plats vid behov
      * - 0 när tabellen är full
           move 0 to wtraff.
           move 0 to wx.
       ba020.
           add 1 to wx.
           if wx > wko-antal
               go to ba100
           end-if.
           if wko-funknr(wx) = sb-FunktionsNummer
               move wx to wtraff
               go to ba999
           end-if.
           go to ba020.
       ba100.
           if wko-antal >= 100
               go to ba999
           end-if.
           add 1 to wko-antal.
           move wko-antal to wtraff.
           move sb-FunktionsNummer to wko-funknr(wtraff).
           move 0 to wko-ko(wtraff).
           move 0 to wko-aktiva(wtraff).
           move 0 to wko-attest(wtraff).
       ba999.
           exit.

       bb-aktiv-korning section.
       bb010.
      * monitorraden i aktkor-form: procent klart som Progress-
      * Nummer/BestAntal och beräknad sluttid ur den hittills-
      * varande varvtakten sedan Korstart
           if wak-antal >= 50
               go to bb999
           end-if.
           initialize wak.
           move sb-BestNummer       to wak-BestNummer.
           move sb-FunktionsNummer  to wak-FunktionsNummer.
           move sb-Kommando         to wak-Kommando.
           move sb-BestTitel        to wak-BestTitel.
           move sb-BestAntal        to wak-BestAntal.
           move sb-ProgressNummer   to wak-ProgressNummer.
           move 0 to wak-Procent.
           if sb-BestAntal > 0 and sb-ProgressNummer <= sb-BestAntal
               compute wak-Procent =
                 (sb-ProgressNummer * 100) / sb-BestAntal
           end-if.
           move 0 to wak-EtaKlock.
           move 0 to wak-EtaDagar.
           if sb-ProgressNummer > 0 and sb-BestAntal > 0
           and sb-KorstartDatum > 0
               perform bd-berakna-eta
           end-if.

           move wak-BestTitel to wesc-in.
           perform zh-skydda.
           move wak-FunktionsNummer to wed-tal.
           move wak-BestNummer      to wed-tal2.
           move wak-Procent         to wed-pct.
           move spaces to wed-klock.
           if wak-EtaKlock > 0
               move wak-EtaKlock to wklock6
               perform zk-klock
           end-if.
           move wak-EtaDagar to wed-tal3.
           move spaces to wrad.
           if wak-EtaDagar > 0
               string '<tr><td>' wed-tal '</td><td>' wed-tal2
                      '</td><td>' delimited by size
                      wesc-ut delimited by '   '
                      '</td><td>' wed-pct ' %</td><td>'
                      wed-klock ' (+' delimited by size
                      wed-tal3 delimited by size
                      ' d)</td></tr>' delimited by size
                      into wrad
           else
               string '<tr><td>' wed-tal '</td><td>' wed-tal2
                      '</td><td>' delimited by size
                      wesc-ut delimited by '   '
                      '</td><td>' wed-pct ' %</td><td>'
                      wed-klock '</td></tr>' delimited by size
                      into wrad
           end-if.
           add 1 to wak-antal.
           move wrad to wak-rad(wak-antal).
       bb999.
           exit.

       bc-utfall section.
       bc010.
      * ett slututfall med sluttid i dag, i skarp drift
           if sb-KorslutDatum not = wdate
           or sb-TestKorning = 1
               go to bc999
           end-if.
           if sb-Kommando not = 4 and sb-Kommando not = 41
           and sb-Kommando not = 7 and sb-Kommando not = 8
           and sb-Kommando not = 42
               go to bc999
           end-if.
           if wut-antal >= 300
               add 1 to wut-utelamnade
               go to bc999
           end-if.
           move sb-Kommando to wstatuskommando.
           perform zs-statustext.
           move sb-BestTitel to wesc-in.
           perform zh-skydda.
           move sb-FunktionsNummer to wed-tal.
           move sb-BestNummer      to wed-tal2.
           move sb-KorslutKlock    to wklock6.
           perform zk-klock.
           move spaces to wrad.
           string '<tr><td>' wed-tal '</td><td>' wed-tal2
                  '</td><td>' delimited by size
                  wesc-ut delimited by '   '
                  '</td><td>' delimited by size
                  sb-Bestallare delimited by '  '
                  '</td><td>' delimited by size
                  wstatustext delimited by '  '
                  '</td><td>' wed-klock '</td></tr>'
                    delimited by size
                  into wrad.
           add 1 to wut-antal.
           move wrad to wut-rad(wut-antal).
       bc999.
           exit.

       bd-berakna-eta section.
       bd010.
      * sekunder sedan Korstart delat med körda varv ger takten, och
      * återstående varv gånger takten läggs på klockan nu
           move sb-KorstartDatum to wjmfdatum.
           move sb-KorstartKlock to wjmfklock.
           perform zb-berakna-alder.
           if walder < 1
               move 1 to walder
           end-if.
           divide walder by sb-ProgressNummer giving wtakt.
           compute wkvar = sb-BestAntal - sb-ProgressNummer.
           if wkvar < 0
               move 0 to wkvar
           end-if.
           move wtime to wklocktal.
           compute wetasek =
             (wkt-hh * 3600) + (wkt-mi * 60) + wkt-ss
             + (wkvar * wtakt).
           divide wetasek by 86400 giving wetadagar
             remainder wetarest.
           move wetadagar to wak-EtaDagar.
           divide wetarest by 3600 giving wk6-hh remainder wetarest.
           divide wetarest by 60 giving wk6-mi remainder wk6-ss.
           move wklock6 to wak-EtaKlock.
       bd999.
           exit.

       c-las-historik section.
       c010.
      * dagens utfall som redan arkiverats till BestHist
           call 'sd-OppnaHistLas'.
       c020.
           call 'sd-LasHist' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to c999
           end-if.
           if sb-BestNummer = 0 or sb-DelAvBestID > 0
               go to c020
           end-if.
           perform bc-utfall.
           go to c020.
       c999.
           exit.

       d-tysta-motorer section.
       d010.
      * vakthundens kriterier: en funktion med köat eller pågående
      * arbete vars motor varken haft ett färskt hjärtslag eller
      * lämnat en egen händelse inom PS=-gränsen
           perform da-laslivstecken.
           call 'sd-OppnaAdmiLas'.
       d020.
           call 'sd-LasAdmi' using sa, wfinnsJN.
           if wfinnsJN = 'N'
               go to d999
           end-if.
           move sa-FunktionsNummer to wfunktionsnummer.
           if wfunktionsnummer = wstyrfunknr
               go to d020
           end-if.
           move 0 to wtraff.
           move 0 to wx.
       d030.
           add 1 to wx.
           if wx > wko-antal
               go to d040
           end-if.
           if wko-funknr(wx) = wfunktionsnummer
               move wx to wtraff
           else
               go to d030
           end-if.
       d040.
           if wtraff = 0
               go to d020
           end-if.
           if wko-ko(wtraff) = 0 and wko-aktiva(wtraff) = 0
               go to d020
           end-if.
           move 'J' to wtystJN.
           if sa-WorkerHost not = spaces
               move sa-WorkerHjartslagDatum to wjmfdatum
               move sa-WorkerHjartslagKlock to wjmfklock
               perform zb-berakna-alder
               if walder <= wstalesekunder
                   move 'N' to wtystJN
               end-if
           end-if.
           if wtystJN = 'J'
               perform db-kolla-livstecken
           end-if.
           if wtystJN = 'J'
               perform dc-tyst-rad
           end-if.
           go to d020.
       d999.
           exit.

       da-laslivstecken section.
       da010.
      * senaste händelsen som MOTORN själv skriver, per funktions-
      * nummer - samma urval som b-laslivstecken i SpadVaktCbl
           move 0 to wlv-antal.
           call 'sd-OppnaMessLas'.
       da020.
           call 'sd-LasMess' using mc, wfinnsJN.
           if wfinnsJN = 'N'
               go to da999
           end-if.
           if mc-Kommando not = 1 and mc-Kommando not = 4
           and mc-Kommando not = 41 and mc-Kommando not = 7
           and mc-Kommando not = 8 and mc-Kommando not = 16
           and mc-Kommando not = 17 and mc-Kommando not = 77
           and mc-Kommando not = 526 and mc-Kommando not = 528
               go to da020
           end-if.
           move 0 to wtraff.
           move 0 to wx.
       da030.
           add 1 to wx.
           if wx > wlv-antal
               go to da040
           end-if.
           if wlv-funknr(wx) = mc-FunktionsNummer
               move wx to wtraff
               go to da040
           end-if.
           go to da030.
       da040.
           if wtraff = 0
               if wlv-antal >= 50
                   go to da020
               end-if
               add 1 to wlv-antal
               move wlv-antal to wtraff
               move mc-FunktionsNummer to wlv-funknr(wtraff)
               move 0 to wlv-datum(wtraff)
               move 0 to wlv-klock(wtraff)
           end-if.
           if mc-Datum > wlv-datum(wtraff)
           or (mc-Datum = wlv-datum(wtraff)
               and mc-Klock > wlv-klock(wtraff))
               move mc-Datum to wlv-datum(wtraff)
               move mc-Klock to wlv-klock(wtraff)
           end-if.
           go to da020.
       da999.
           exit.

       db-kolla-livstecken section.
       db010.
           move 0 to wjmfdatum.
           move 0 to wjmfklock.
           move 0 to wx.
       db020.
           add 1 to wx.
           if wx > wlv-antal
               go to db100
           end-if.
           if wlv-funknr(wx) = wfunktionsnummer
               move wlv-datum(wx) to wjmfdatum
               move wlv-klock(wx) to wjmfklock
               go to db100
           end-if.
           go to db020.
       db100.
           perform zb-berakna-alder.
           if walder <= wstalesekunder
               move 'N' to wtystJN
           end-if.
       db999.
           exit.

       dc-tyst-rad section.
       dc010.
           if wty-antal >= 50
               go to dc999
           end-if.
           move wfunktionsnummer to wed-tal.
           move spaces to wrad.
           if wjmfdatum = 0
               string '<tr><td>' wed-tal
                      '</td><td>inget livstecken</td></tr>'
                      delimited by size into wrad
           else
               move wjmfdatum to wed-datum
               move wjmfklock to wklock6
               perform zk-klock
               string '<tr><td>' wed-tal '</td><td>senast '
                      wed-datum ' ' wed-klock '</td></tr>'
                      delimited by size into wrad
           end-if.
           add 1 to wty-antal.
           move wrad to wty-rad(wty-antal).
       dc999.
           exit.

       e-dagslut section.
       e010.
      * dagsavslutet körs normalt på morgonen för gårdagen - finns
      * en statusfil för i dag gäller den, annars gårdagens. Utan
      * fil är avslutet inte kört.
           move 0 to wdagsdatum.
           move spaces to wdagsstatus.
           if wexportmapp = spaces
               go to e999
           end-if.
           move wdate to wdf-datum.
           perform ea-las-dagstatus.
           if wdagsstatus not = spaces
               go to e999
           end-if.
           perform zg-berakna-igar.
           move wigar to wdf-datum.
           perform ea-las-dagstatus.
           if wdagsstatus = spaces
               move wigar to wdagsdatum
           end-if.
       e999.
           exit.

       ea-las-dagstatus section.
       ea010.
           move spaces to wdsselnamn.
           string wexportmapp delimited by space
                  wdsfilnamn  delimited by size
                  into wdsselnamn.
           open input Dagstatus.
           if wdsfskey1 not = '0'
               go to ea999
           end-if.
           move 'N' to w-eof.
       ea020.
           read Dagstatus into wdsrad
             at end move 'J' to w-eof.
           if w-eof = 'J'
               go to ea100
           end-if.
           if wds-dag = 'DAG '
               move wdf-datum  to wdagsdatum
               move wds-status to wdagsstatus
           end-if.
           go to ea020.
       ea100.
           close Dagstatus.
       ea999.
           exit.

       h-skriv-sida section.
       h010.
           open output Webb.
           if wwebbfskey1 not = '0'
               display 'FEL: kan inte skriva ' wwebbselnamn
               go to h999
           end-if.
           move wwebbsekunder to wed-tal.
           move spaces to whtml.
           string '<html><head><meta http-equiv="refresh" content="'
                  delimited by size
                  wed-tal delimited by size
                  '">' delimited by size
                  into whtml.
           perform zw-skriv.
           move '<meta charset="windows-1252">' to whtml.
           perform zw-skriv.
           move '<title>Spad - status</title></head><body>' to whtml.
           perform zw-skriv.
           move wdate to wed-datum.
           move wtime to wklock6.
           perform zk-klock.
           move spaces to whtml.
           string '<h1>Spad - status ' wed-datum ' ' wed-klock
                  '</h1>' delimited by size into whtml.
           perform zw-skriv.

      * dagsavslutet
           move spaces to whtml.
           if wdagsstatus = spaces
               move wdagsdatum to wed-datum
               string '<p>Dagsavslut ' wed-datum
                      ': <b>EJ KORT</b></p>'
                      delimited by size into whtml
           else
               move wdagsdatum to wed-datum
               string '<p>Dagsavslut ' wed-datum ': <b>'
                      wdagsstatus '</b></p>'
                      delimited by size into whtml
           end-if.
           perform zw-skriv.

           perform ha-ko.
           perform hb-aktiva.
           perform hc-utfall.
           perform hd-tysta.

           move '</body></html>' to whtml.
           perform zw-skriv.
           close Webb.
      * den nya sidan byts in först när den är färdigskriven
           call 'CBL_DELETE_FILE' using wsidselnamn.
           call 'CBL_RENAME_FILE' using wwebbselnamn, wsidselnamn.
           if return-code not = 0
               display 'FEL: kunde inte byta in ' wsidselnamn
           end-if.
       h999.
           exit.

       ha-ko section.
       ha010.
           move '<h2>K&ouml; per funktion</h2>' to whtml.
           perform zw-skriv.
           if wko-antal = 0
               move '<p>Inga best&auml;llningar i k&ouml;.</p>' to whtml
               perform zw-skriv
               go to ha999
           end-if.
           move '<table border="1"><tr><th>Funktion</th>' to whtml.
           perform zw-skriv.
           move '<th>I k&ouml;</th><th>P&aring;g&aring;r</th>' to whtml.
           perform zw-skriv.
           move '<th>V&auml;ntar attest</th></tr>' to whtml.
           perform zw-skriv.
           move 0 to wx.
       ha020.
           add 1 to wx.
           if wx > wko-antal
               go to ha100
           end-if.
           move wko-funknr(wx) to wed-tal.
           move wko-ko(wx)     to wed-tal2.
           move wko-aktiva(wx) to wed-tal3.
           move spaces to whtml.
           string '<tr><td>' wed-tal '</td><td>' wed-tal2
                  '</td><td>' wed-tal3 '</td><td>'
                  delimited by size into whtml.
           perform zw-skriv.
           move wko-attest(wx) to wed-tal.
           move spaces to whtml.
           string wed-tal '</td></tr>' delimited by size into whtml.
           perform zw-skriv.
           go to ha020.
       ha100.
           move '</table>' to whtml.
           perform zw-skriv.
       ha999.
           exit.

       hb-aktiva section.
       hb010.
           move '<h2>P&aring;g&aring;ende k&ouml;rningar</h2>'
             to whtml.
           perform zw-skriv.
           if wak-antal = 0
               move '<p>Inga k&ouml;rningar p&aring;g&aring;r.</p>'
                 to whtml
               perform zw-skriv
               go to hb999
           end-if.
           move '<table border="1"><tr><th>Funktion</th><th>Best</th>'
             to whtml.
           perform zw-skriv.
           move '<th>Titel</th><th>Klart</th>' to whtml.
           perform zw-skriv.
           move '<th>Ber&auml;knat klar</th></tr>' to whtml.
           perform zw-skriv.
           move 0 to wx.
       hb020.
           add 1 to wx.
           if wx > wak-antal
               go to hb100
           end-if.
           move wak-rad(wx) to whtml.
           perform zw-skriv.
           go to hb020.
       hb100.
           move '</table>' to whtml.
           perform zw-skriv.
       hb999.
           exit.

       hc-utfall section.
       hc010.
           move '<h2>Dagens utfall</h2>' to whtml.
           perform zw-skriv.
           if wut-antal = 0
               move '<p>Inga k&ouml;rningar har avslutats i dag.</p>'
                 to whtml
               perform zw-skriv
               go to hc999
           end-if.
           move '<table border="1"><tr><th>Funktion</th><th>Best</th>'
             to whtml.
           perform zw-skriv.
           move '<th>Titel</th><th>Best&auml;llare</th><th>Status</th>'
             to whtml.
           perform zw-skriv.
           move '<th>Klar</th></tr>' to whtml.
           perform zw-skriv.
           move 0 to wx.
       hc020.
           add 1 to wx.
           if wx > wut-antal
               go to hc100
           end-if.
           move wut-rad(wx) to whtml.
           perform zw-skriv.
           go to hc020.
       hc100.
           move '</table>' to whtml.
           perform zw-skriv.
           if wut-utelamnade > 0
               move wut-utelamnade to wed-tal
               move spaces to whtml
               string '<p>' wed-tal ' utfall till visas inte.</p>'
                      delimited by size into whtml
               perform zw-skriv
           end-if.
       hc999.
           exit.

       hd-tysta section.
       hd010.
           move '<h2>Tysta motorer</h2>' to whtml.
           perform zw-skriv.
           if wty-antal = 0
               move '<p>Alla motorer med arbete lever.</p>' to whtml
               perform zw-skriv
               go to hd999
           end-if.
           move '<table border="1"><tr><th>Funktion</th>' to whtml.
           perform zw-skriv.
           move '<th>Senaste livstecken</th></tr>' to whtml.
           perform zw-skriv.
           move 0 to wx.
       hd020.
           add 1 to wx.
           if wx > wty-antal
               go to hd100
           end-if.
           move wty-rad(wx) to whtml.
           perform zw-skriv.
           go to hd020.
       hd100.
           move '</table>' to whtml.
           perform zw-skriv.
       hd999.
           exit.

       zs-statustext section.
       zs010.
      * statustexten som i SpadFragaCbl - Text-tabellen i
      * databasläge, i filläge finns ingen Text-tabell
           move spaces to wstatustext.
           if wdatamode = 1
               call 'db-select-kommandotext' using
                 wstatuskommando, wstatustext
           end-if.
           if wstatustext = spaces
               evaluate wstatuskommando
                   when 4  move 'KLAR'          to wstatustext
                   when 41 move 'KLAR MED ANM'  to wstatustext
                   when 42 move 'VANTAR ATTEST' to wstatustext
                   when 7  move 'AVBRUTEN'      to wstatustext
                   when 8  move 'FEL'           to wstatustext
                   when other move 'OKAND'      to wstatustext
               end-evaluate
           end-if.
       zs999.
           exit.

       zh-skydda section.
       zh010.
      * fritext till sidan - &, < och > skrivs som entiteter så en
      * beställningstitel aldrig kan bryta sidan
           move spaces to wesc-ut.
           move 50 to wesc-slut.
       zh020.
           if wesc-slut < 1
               go to zh999
           end-if.
           if wesc-in(wesc-slut:1) = space
               subtract 1 from wesc-slut
               go to zh020
           end-if.
           move 0 to wesc-x.
           move 1 to wesc-p.
       zh030.
           add 1 to wesc-x.
           if wesc-x > wesc-slut
               go to zh999
           end-if.
           evaluate wesc-in(wesc-x:1)
               when '&'
                   move '&amp;' to wesc-ut(wesc-p:5)
                   add 5 to wesc-p
               when '<'
                   move '&lt;' to wesc-ut(wesc-p:4)
                   add 4 to wesc-p
               when '>'
                   move '&gt;' to wesc-ut(wesc-p:4)
                   add 4 to wesc-p
               when space
      * inre mellanslag behålls, men ett dubbelt mellanslag
      * skulle avsluta texten i STRING, så det skrivs som ett
      * enkelt
                   if wesc-p > 1
                       if wesc-ut(wesc-p - 1:1) not = space
                           add 1 to wesc-p
                       end-if
                   end-if
               when other
                   move wesc-in(wesc-x:1) to wesc-ut(wesc-p:1)
                   add 1 to wesc-p
           end-evaluate.
           go to zh030.
       zh999.
           exit.

       zk-klock section.
       zk010.
      * HHMMSS i wklock6 som HH:MM i wed-klock
           move spaces to wed-klock.
           string wk6-hh ':' wk6-mi delimited by size into wed-klock.
       zk999.
           exit.

       zw-skriv section.
       zw010.
           write webb-record from whtml.
           move spaces to whtml.
       zw999.
           exit.

       zb-berakna-alder section.
       zb010.
      * ålder i sekunder från wjmfdatum/wjmfklock till nu, räknad
      * över dygns- och årsgränser (årsskiften approximeras med 365
      * dagar per mellanår) - som i SpadVaktCbl
           if wjmfdatum = 0
               move 999999999 to walder
               go to zb999
           end-if.
           move wjmfdatum to wk-datum.
           perform zc-dag-och-ar.
           move wk-doy to wdoy-da.
           move wk-aa  to waa-da.
           move wdate to wk-datum.
           perform zc-dag-och-ar.
           move wk-doy to wdoy-nu.
           move wk-aa  to waa-nu.
           move wjmfklock to wklocktal.
           compute wsec-da =
             (wkt-hh * 3600) + (wkt-mi * 60) + wkt-ss.
           move wtime to wklocktal.
           compute wsec-nu =
             (wkt-hh * 3600) + (wkt-mi * 60) + wkt-ss.
           compute walder =
             ((waa-nu - waa-da) * 365 + wdoy-nu - wdoy-da)
             * 86400 + wsec-nu - wsec-da.
           if walder < 0
               move 0 to walder
           end-if.
       zb999.
           exit.

       zc-dag-och-ar section.
       zc010.
      * dag på året och årtal ur wk-datum, skottårsjusterat
           move wk-datum(1:4) to wk-aa.
           move wk-datum(5:2) to wk-mm.
           move wk-datum(7:2) to wk-dd.
           move wk-cumdagar(wk-mm) to wk-doy.
           add wk-dd to wk-doy.
           if wk-mm > 2
               perform zd-ar-skottar
               if wk-skottrest = 1
                   add 1 to wk-doy
               end-if
           end-if.
       zc999.
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

       zg-berakna-igar section.
       zg010.
      * gårdagens datum, med månads- och årsskiften samt
      * skottårskontroll för februari - som zb-berakna-igar i
      * SpadDagslutCbl
           move wdate(1:4) to wk-aa.
           move wdate(5:2) to wk-mm.
           move wdate(7:2) to wk-dd.
           if wk-dd > 1
               subtract 1 from wk-dd
               go to zg100
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
       zg100.
           compute wigar =
             (wk-aa * 10000) + (wk-mm * 100) + wk-dd.
       zg999.
           exit.

       za-hamta-dag-klocka section.
       za010.
           accept wfalt from date yyyymmdd.
           move wfalt to wdate.
           accept wfalt from time.
           divide wfalt by 100 giving wtime.
       za999.
           exit.
