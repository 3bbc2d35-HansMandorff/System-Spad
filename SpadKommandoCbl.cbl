       identification division.
      *
      *2026-10-15 Ny körning: kommandoinkorg för den centrala
      *           schemaläggningen (spad.ini CMDDIR=, avsöks var
      *           CS= sekund), så ett underhållsfönster kan pausa,
      *           dränera och återstarta motorerna utan någon vid
      *           SpadOperatorCbl-menyn. En rad per kommando i fast
      *           format: kommando x(10) (PAUSA, FORTSATT, AVBRYT,
      *           DRANERA, MAKULERA), operatör x(20), funknr 9(9)
      *           och - för MAKULERA - BestID 9(9). Operatören är
      *           ett registrerat tekniskt operatörs-ID i
      *           spadoperator.dat och rollkraven är menyns.
      *           Admi-kommandona går genom sd-SattAdmiFunkKommando
      *           och makuleringen genom samma villkorade växling
      *           som menyn, så AdmiAudit spårar allt - även de
      *           avvisade försöken. Svarsfilen SVAR_<filnamn> i
      *           inkorgen kvitterar varje rad; godkända filer
      *           flyttas till done-mappen, filer med någon avvisad
      *           eller trasig rad till failed-mappen tillsammans
      *           med en kopia av svaret - samma mönster som
      *           orderimporten.
      *2026-10-15 Gruppkommandon: funknr 0 och en funktionsgrupp
      *           x(8) efter BestID-kolumnen (spadfunkgrupp.dat, se
      *           vfg.cpy) utför PAUSA, FORTSATT, AVBRYT eller
      *           DRANERA för varje medlem - en svarsrad per medlem,
      *           AdmiAudit per funktion som förut och händelse 595
      *           under varje medlem. MAKULERA tar ingen grupp.
      *
       program-id. SpadKommandoCbl.
       environment division.
       Input-Output Section.
       File-Control.
           Select Lista assign wlistselnamn
             file status is wlistfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select Kmdfil assign wkmdselnamn
             file status is wkmdfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select Svar assign wsvarselnamn
             file status is wsvarfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Lista.
       01  lista-record      pic x(80).
       fd  Kmdfil.
       01  kmdfil-record     pic x(80).
       fd  Svar.
       01  svar-record       pic x(80).

       working-storage section.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
           05  wkommandomapp      pic x(73).
           05  wkommandosekunder  pic 9(9).
           05  wlistfs.
               10  wlistfskey1    pic x.
               10  wlistfskey2    pic x.
           05  wlistselnamn       pic x(133).
           05  wkmdfs.
               10  wkmdfskey1     pic x.
               10  wkmdfskey2     pic x.
           05  wkmdselnamn        pic x(133).
           05  wsvarfs.
               10  wsvarfskey1    pic x.
               10  wsvarfskey2    pic x.
           05  wsvarselnamn       pic x(133).
           05  wfilnamn           pic x(60).
           05  wmalnamn           pic x(133).
           05  wsvarkopia         pic x(133).
           05  wkommandorad       pic x(200).
           05  w-eof-lista        pic x.
           05  w-eof-kmd          pic x.
           05  wfelJN             pic x.
           05  wradnr             pic 9(4).
           05  wantalok           pic 9(9) value 0.
           05  wantalfel          pic 9(9) value 0.
           05  wantalfilfel       pic 9(9) value 0.
           05  wfunktionsnummer   pic 9(9).
           05  wbestid            pic 9(9).
           05  woperator          pic x(20).
           05  wroll              pic 9(9).
           05  wkravroll          pic 9(9).
           05  lkommando          pic 9(9).
           05  wauditkommando     pic 9(9).
           05  wupdatedJN         pic x.
           05  wfinnsJN           pic x.
           05  wgammalreturkod    pic 9(9).
           05  wnyreturkod        pic 9(9).
           05  wkommandobin       pic 9(9) comp.
           05  wmakuleradtitel.
               10  filler pic x(13) value 'MAKULERAD AV '.
               10  wmt-operator pic x(20).
               10  filler pic x(17) value spaces.
           05  wfelorsaktitel.
               10  filler pic x(6) value 'ORSAK '.
               10  wot-kod  pic zzz9.
               10  filler pic x value ' '.
               10  wot-text pic x(39).
      * gruppkommando, se cg-grupp - wgfunknr är medlemmen som
      * behandlas och 0 utanför gruppen
           05  wgfunknr           pic 9(9) value 0.
           05  wgx                pic 9(4) comp.
           05  wgantal            pic 9(4) comp.
           05  wbestidbin         pic 9(9) comp.
           05  wgrupptitel.
               10  filler pic x(6) value 'GRUPP '.
               10  wgt-grupp    pic x(8).
               10  filler pic x value ' '.
               10  wgt-atgard   pic x(9).
               10  filler pic x(4) value ' AV '.
               10  wgt-operator pic x(20).
               10  filler pic xx value spaces.
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
           05  wtime              pic 9(6).
      * kommandoraden i inkorgsfilen, fast format
           05  wkmdrad.
               10  wkr-kommando   pic x(10).
               10  wkr-operator   pic x(20).
               10  wkr-funknr     pic 9(9).
               10  wkr-bestid     pic 9(9).
               10  wkr-grupp      pic x(8).
               10  filler         pic x(24).
           05  wkmdrad-re redefines wkmdrad.
               10  filler         pic x(30).
               10  wkr-funknr-x   pic x(9).
               10  wkr-bestid-x   pic x(9).
               10  filler         pic x(32).
      * svarsfilens rader
           05  wsvarok.
               10  filler         pic x(4) value 'OK  '.
               10  wso-radnr      pic zzz9.
               10  filler         pic xx value spaces.
               10  wso-kommando   pic x(10).
               10  filler         pic x(8) value ' funknr '.
               10  wso-funknr     pic zzzzzzzz9.
               10  filler         pic x(8) value ' bestid '.
               10  wso-bestid     pic zzzzzzzz9.
           05  wsvarfel.
               10  filler         pic x(4) value 'FEL '.
               10  wsf-radnr      pic zzz9.
               10  filler         pic xx value spaces.
               10  wsf-orsak      pic x(50).
               10  wsf-funktext   pic x(8).
               10  wsf-funknr     pic z(9).
           05  wdisprad.
               10  filler pic x(22) value 'SpadKommando: rundan  '.
               10  wd-ok    pic zzzzzz9.
               10  filler pic x(16) value ' kommandon utf, '.
               10  wd-fel   pic zzzzzz9.
               10  filler pic x(11) value ' avvisade.'.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  fo.
           copy "orsak.cpy" replacing leading ==xxxx== by ==fo==.
       copy "vfg.cpy".

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           call 'sd-HamtaKommandoParametrar' using
             wkommandomapp, wkommandosekunder.

           if wkommandomapp = spaces
               display 'Ingen CMDDIR= i spad.ini - inget att göra.'
               stop run
           end-if.
           if wkommandosekunder = 0
               move 30 to wkommandosekunder
           end-if.

           perform x-korRunda.
           stop run.
       main999.
           exit.

      * en avsökning av inkorgen, sova och ta om det - samma "en
      * runda, sedan sova och gör om" som SpadRappExportCbl
       x-korRunda section.
       x010.
           perform a-avsok-inkorg.
           call 'c$sleep' using wkommandosekunder.
           go to x010.
       x999.
           exit.

       a-avsok-inkorg section.
       a010.
           move 0 to wantalok.
           move 0 to wantalfel.
      * fillistan över inkorgen tas fram på samma sätt som i
      * orderimporten - går det inte läses den lista som finns
           move spaces to wkommandorad.
           string 'cmd /c dir /b /a-d ' delimited by size
                  wkommandomapp delimited by space
                  ' > ' delimited by size
                  wkommandomapp delimited by space
                  'spadkommando.lst' delimited by size
                  into wkommandorad.
           call 'SYSTEM' using wkommandorad
             on exception
               display 'Kunde inte lista inkorgen - läser'
                 ' befintlig spadkommando.lst'
           end-call.

           move spaces to wlistselnamn.
           string wkommandomapp delimited by space
                  'spadkommando.lst' delimited by size
                  into wlistselnamn.
           open input Lista.
           if wlistfskey1 not = '0'
               go to a999
           end-if.
           move 'N' to w-eof-lista.
           read Lista into wfilnamn
             at end move 'J' to w-eof-lista.
       a020.
           if w-eof-lista = 'J'
               go to a100
           end-if.
           if wfilnamn = spaces
           or wfilnamn = 'spadkommando.lst'
           or wfilnamn(1:5) = 'SVAR_'
               continue
           else
               perform b-enfil
           end-if.
           read Lista into wfilnamn
             at end move 'J' to w-eof-lista.
           go to a020.
       a100.
           close Lista.
           if wantalok > 0 or wantalfel > 0
               move wantalok  to wd-ok
               move wantalfel to wd-fel
               display wdisprad
           end-if.
       a999.
           exit.

       b-enfil section.
       b010.
           move 'N' to wfelJN.
           move 0 to wradnr.
           move 0 to wantalfilfel.
           move spaces to wkmdselnamn.
           string wkommandomapp delimited by space
                  wfilnamn      delimited by space
                  into wkmdselnamn.
           open input Kmdfil.
           if wkmdfskey1 not = '0'
      * filen försvann mellan listningen och nu - hoppa över
               go to b999
           end-if.

      * svarsfilen skrivs bredvid inkorgen så schemaläggningen kan
      * hämta kvittot, en rad per kommandorad
           move spaces to wsvarselnamn.
           string wkommandomapp delimited by space
                  'SVAR_'       delimited by size
                  wfilnamn      delimited by space
                  into wsvarselnamn.
           open output Svar.

           move 'N' to w-eof-kmd.
           read Kmdfil into wkmdrad
             at end move 'J' to w-eof-kmd.
       b020.
           if w-eof-kmd = 'J'
               go to b100
           end-if.
           if wkmdrad = spaces
               go to b080
           end-if.
           add 1 to wradnr.
           if wkr-funknr-x is not numeric
           or wkr-operator = spaces
      * strukturellt trasig rad - underkänn hela filen så den kan
      * rättas och läggas tillbaka
               move 'J' to wfelJN
               move 'OGILTIGT RADFORMAT' to wsf-orsak
               perform cz-avvisa
               go to b100
           end-if.
           perform c-enrad.
       b080.
           read Kmdfil into wkmdrad
             at end move 'J' to w-eof-kmd.
           go to b020.
       b100.
           if wradnr = 0
               move 'J' to wfelJN
               move 'TOM KOMMANDOFIL' to wsf-orsak
               perform cz-avvisa
           end-if.
           close Kmdfil.
           close Svar.
      * flytta filen till done- respektive failed-mappen så nästa
      * avsökning inte utför den igen - en fil med någon avvisad
      * rad går till failed tillsammans med en kopia av svaret,
      * som berättar varför
           move spaces to wmalnamn.
           if wfelJN = 'J' or wantalfilfel > 0
               string wkommandomapp delimited by space
                      'failed\'     delimited by size
                      wfilnamn      delimited by space
                      into wmalnamn
               move spaces to wsvarkopia
               string wkommandomapp delimited by space
                      'failed\SVAR_' delimited by size
                      wfilnamn      delimited by space
                      into wsvarkopia
               call 'CBL_COPY_FILE' using wsvarselnamn, wsvarkopia
               if return-code not = 0
                   display 'FEL: kunde inte kopiera svaret till'
                     ' failed-mappen för ' wfilnamn
               end-if
           else
               string wkommandomapp delimited by space
                      'done\'       delimited by size
                      wfilnamn      delimited by space
                      into wmalnamn
           end-if.
           call 'CBL_RENAME_FILE' using wkmdselnamn, wmalnamn.
           if return-code not = 0
               display 'FEL: kunde inte flytta ' wfilnamn
               display 'Kontrollera done-/failed-mapparna - stannar'
                 ' för att inte utföra kommandona två gånger.'
               stop run
           end-if.
       b999.
           exit.

       c-enrad section.
       c010.
           move wkr-operator to woperator.
           move wkr-funknr   to wfunktionsnummer.
           move 0 to wbestid.
           call 'sd-HamtaOperatorRoll' using woperator, wroll.
      * utan register går det inte att pröva signaturen - menyernas
      * "allt tillåtet" gäller inte obemannade kommandon
           if wroll = 9
               move 'OPERATORSREGISTER SAKNAS' to wsf-orsak
               perform cz-avvisa
               go to c999
           end-if.
           if wkr-kommando = 'MAKULERA'
               if wkr-funknr = 0 and wkr-grupp not = spaces
                   move 'MAKULERA TAR INGEN GRUPP' to wsf-orsak
                   perform cz-avvisa
                   go to c999
               end-if
               perform d-makulera
               go to c999
           end-if.

           evaluate wkr-kommando
               when 'PAUSA'    move 16 to lkommando
               when 'FORTSATT' move  0 to lkommando
               when 'AVBRYT'   move  6 to lkommando
               when 'DRANERA'  move 98 to lkommando
               when other
                   move 'OKANT KOMMANDO' to wsf-orsak
                   perform cz-avvisa
                   go to c999
           end-evaluate.
      * samma rolltrappa som sd-SattAdmiFunkKommando tillämpar, så
      * svaret kan tala om varför ett avvisat kommando avvisades -
      * spärren och spårningen av försöket ligger ändå i sd-lagret
           evaluate lkommando
               when 16 move 2 to wkravroll
               when 0  move 2 to wkravroll
               when 6  move 3 to wkravroll
               when other move 4 to wkravroll
           end-evaluate.
           if wkr-funknr = 0 and wkr-grupp not = spaces
               perform cg-grupp
               go to c999
           end-if.
           perform ca-utfor.
       c999.
           exit.

       ca-utfor section.
       ca010.
           call 'sd-SattAdmiFunkKommando' using
             wfunktionsnummer, lkommando, woperator, wupdatedJN.
           if wupdatedJN not = 'J'
               if wroll = 0
                   move 'OKAND OPERATOR' to wsf-orsak
               else
                   if wroll < wkravroll
                       move 'BEHORIGHET SAKNAS' to wsf-orsak
                   else
                       move 'ADMI-RADEN SAKNAS ELLER ANDRADES SAMTIDIGT'
                         to wsf-orsak
                   end-if
               end-if
               perform cz-avvisa
               go to ca999
           end-if.
           perform co-godkand.
       ca999.
           exit.

       cg-grupp section.
       cg010.
      * kommandot för varje funktion i gruppen, en svarsrad per
      * medlem - en avvisad medlem stoppar inte de övriga
           call 'sd-HamtaFunkGrupper' using vfg.
           move 0 to wgantal.
           move wkr-grupp    to wgt-grupp.
           move wkr-kommando to wgt-atgard.
           move woperator    to wgt-operator.
           move 0 to wgx.
       cg020.
           add 1 to wgx.
           if wgx > vfg-antal
               go to cg100
           end-if.
           if vfg-grupp(wgx) not = wkr-grupp
               go to cg020
           end-if.
           add 1 to wgantal.
           move vfg-funknr(wgx) to wgfunknr.
           move wgfunknr to wfunktionsnummer.
           perform ca-utfor.
           if wupdatedJN = 'J'
               move 0 to wbestidbin
               move 595 to wkommandobin
               call 'sd-LoggaMessArci' using
                 wfunktionsnummer, wbestidbin, wkommandobin,
                 wgrupptitel
           end-if.
           go to cg020.
       cg100.
           move 0 to wgfunknr.
           move 0 to wfunktionsnummer.
           if wgantal = 0
               move 'GRUPPEN SAKNAS ELLER HAR INGA FUNKTIONER'
                 to wsf-orsak
               perform cz-avvisa
           end-if.
       cg999.
           exit.

       co-godkand section.
       co010.
           move wradnr           to wso-radnr.
           move wkr-kommando     to wso-kommando.
           move wfunktionsnummer to wso-funknr.
           move wbestid          to wso-bestid.
           write svar-record from wsvarok.
           add 1 to wantalok.
       co999.
           exit.

       d-makulera section.
       d010.
      * makulera en beställning som ännu inte claimats - samma
      * villkorade växling ReturKod 0 -> 182, Kommando 7-post och
      * orsak 10 som b-makulera i SpadOperatorCbl, och spåras i
      * AdmiAudit som kommando 182 (avvisat försök 1082)
           move 182 to wauditkommando.
           if wkr-bestid-x is not numeric or wkr-bestid = 0
               move 'BESTID SAKNAS PA RADEN' to wsf-orsak
               perform cz-avvisa
               go to d999
           end-if.
           move wkr-bestid to wbestid.
           if wroll < 3
               compute wauditkommando = wauditkommando + 900
               call 'sd-LoggaKommandoAudit' using
                 wfunktionsnummer, wauditkommando, woperator
               if wroll = 0
                   move 'OKAND OPERATOR' to wsf-orsak
               else
                   move 'BEHORIGHET SAKNAS' to wsf-orsak
               end-if
               perform cz-avvisa
               go to d999
           end-if.
           call 'sd-SelectSpadBestID' using
             wfunktionsnummer, wbestid, sb.
           if sb-BestID = 0
               move 'BESTID SAKNAS' to wsf-orsak
               perform cz-avvisa
               go to d999
           end-if.
           if sb-Kommando not = 1
               move 'POSTEN AR INGEN KOAD BESTALLNING' to wsf-orsak
               perform cz-avvisa
               go to d999
           end-if.
           move 0   to wgammalreturkod.
           move 182 to wnyreturkod.
           call 'sd-UppdateraBestReturkodVillkorad' using
             wfunktionsnummer, wbestid, wgammalreturkod,
             wnyreturkod, wupdatedJN.
           if wupdatedJN not = 'J'
               move 'EN KORARE HANN TA BESTALLNINGEN' to wsf-orsak
               perform cz-avvisa
               go to d999
           end-if.
           perform za-hamta-dag-klocka.
           move 7 to sb-Kommando.
           move 10 to sb-OrsakKod.
           move wdate to sb-KorslutDatum, sb-SenasteDatum.
           move wtime to sb-KorslutKlock, sb-SenasteKlock.
           call 'sd-UppdateraSpadBest' using wfunktionsnummer, sb.
           move woperator to wmt-operator.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, sb-BestID, sb-Kommando,
             wmakuleradtitel.
           move sb-OrsakKod to fo-OrsakKod.
           call 'sd-HamtaFelOrsak' using fo, wfinnsJN.
           move fo-OrsakKod to wot-kod.
           move fo-Text     to wot-text.
           move 555 to wkommandobin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, sb-BestID, wkommandobin,
             wfelorsaktitel.
           call 'sd-LoggaKommandoAudit' using
             wfunktionsnummer, wauditkommando, woperator.
           perform co-godkand.
       d999.
           exit.

       cz-avvisa section.
       cz010.
           move wradnr to wsf-radnr.
      * medlemmens nummer står med när raden är ett gruppkommando
           move spaces to wsf-funktext.
           if wgfunknr > 0
               move ' funknr ' to wsf-funktext
           end-if.
           move wgfunknr to wsf-funknr.
           write svar-record from wsvarfel.
           add 1 to wantalfel.
           add 1 to wantalfilfel.
       cz999.
           exit.

       za-hamta-dag-klocka section.
       za010.
      * fyrsiffrigt årtal, se motsvarande rutin i SpadFunkCblMain
           accept wfalt from date yyyymmdd.
           move wfalt to wdate.
           accept wfalt from time.
           divide wfalt by 100 giving wtime.
       za999.
           exit.
