      *2026-08-22 Exporten skriver nu hela rapporten via
      *           db-export-rapp i st�llet f�r genom den 99 rader
      *           stora vra-vektorn, som tyst kapade l�ngre rapporter.
      *2026-10-15 Filtypen styrs av spad.ini EF= - 2 (semikolonfil)
      *           som förut, eller 3 för den sidindelade
      *           utskriftsrapporten (print.prn, filändelse .prn)
      *           som ekonomi kan arkivera som den är.
      *2026-10-15 Prenumerationer: varje exporterad fil kopieras
      *           till utkorgen för varje prenumerant på typen
      *           (spadprenum.dat) och leveransen loggas med
      *           filnamn, radantal och tidpunkt i spadleverans.dat.
      *           Mottagare som inte får beställa typens funktioner
      *           enligt spadbehorig.dat får ingen fil.
      *2026-10-15 Rapportklasser: en typ med begränsad klass
      *           (spadrappklass.dat) exporteras bara till den
      *           skyddade mappen (spad.ini SKYDIR=) och levereras
      *           bara till prenumeranter på klassens läsarlista -
      *           varje sådan export loggas i AdmiAudit (578) med
      *           användare och tidpunkt.
      *2026-10-15 Bolag: en typ exporteras till exportmappen för
      *           bolaget som äger funktionerna som skriver den
      *           (spadbolagfunk.dat, spadbolag.dat) - moderbolagets
      *           i EXPDIR=. Skrivs typen av funktioner i flera bolag
      *           exporteras den inte, hellre det än att ett bolags
      *           rapport hamnar hos ett annat. Begränsade klasser
      *           går som förut till SKYDIR=.
      *2026-10-15 Exportfilen och prenumeranternas kopior skrivs
      *           under <fil>.tmp och publiceras med manifest
      *           (sd-PubliceraFil) - en mottagare ska aldrig kunna
      *           hämta en halvflyttad eller halvkopierad fil.
      *
       program-id. SpadRappExportCbl.
       environment division.
       configuration section.
       Input-Output Section.
       File-Control.
           Select Prenum assign wpnselnamn
             file status is wpnfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select Leverans assign wlvselnamn
             file status is wlvfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Prenum.
       01  prenum-record     pic x(111).
       fd  Leverans.
       01  leverans-record   pic x(93).
       working-storage section.
       01  work.
           05  wdatamode          pic 9.
           05  wrtx               pic s9(4) comp.
           05  wbestnummer        pic 9(9).
           05  wfiltyp            pic 9 value 2.
           05  wefiltyp           pic 9(9).
           05  wantalexporterade  pic 9(9) value 0.
           05  wantalrader        pic 9(9).
      * f�rdigt filnamn i den delade mappen, byggs upp per RappTyp
               10  wmalfil-datum pic 9(8).
               10  filler pic x value '_'.
               10  wmalfil-klock pic 9(6).
               10  wmalfil-andelse pic x(4) value '.xls'.
           05  wkallfil           pic x(60) value
                 '\spadfiler\print.xls'.
           05  wmalsokvag         pic x(133).
      * publiceringen: filen under tillfälligt namn, se
      * sd-PubliceraFil
           05  wpubtmp            pic x(133).
           05  wpubprogram        pic x(20) value 'SpadRappExportCbl'.
           05  wpubJN             pic x.
      * begränsade rapportklasser: den skyddade mappen (SKYDIR=),
      * typens klass och användaren som står för exporten
           05  wskyddmapp         pic x(73).
           05  wmalmapp           pic x(73).
           05  wrappklass         pic 9(9).
           05  wmotklass          pic 9(9).
           05  wlasJN             pic x.
           05  wenvname           pic x(20) value 'USERNAME'.
           05  wanvandare         pic x(20).
           05  wexpkommando       pic 9(9) value 578.
      * bolaget som äger typens funktioner, se s-typens-bolag
           05  wtypbolag          pic x(4).
           05  wfunkbolag         pic x(4).
           05  wtypfunkJN         pic x.
           05  wbolagblandatJN    pic x.
           05  wbolagJN           pic x.
      * prenumerationerna - register och leveranslogg
           05  wpnselnamn         pic x(80).
           05  wpnfs.
               10  wpnfskey1      pic x.
               10  wpnfskey2      pic x.
           05  w-eof-pn           pic x.
           05  wlvselnamn         pic x(80).
           05  wlvfs.
               10  wlvfskey1      pic x.
               10  wlvfskey2      pic x.
           05  wutkorgsokvag      pic x(133).
           05  wfunktionsnummer   pic 9(9).
           05  wadmifinnsJN       pic x.
           05  wbehorigJN         pic x.
           05  wtillatenJN        pic x.
           05  wantallevererade   pic 9(9) value 0.
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
           05  wtime              pic 9(6).
               10  filler pic x(23) value 'SpadRappExport klar, '.
               10  wd-antal pic zzzzzzzz9.
               10  filler pic x(20) value ' filer exporterade.'.
           05  wdisprad2.
               10  filler pic x(23) value 'Leveranser till utkorg:'.
               10  wd2-antal pic zzzzzzzz9.
           05  wkomu. copy "komu.cpy" replacing leading ==xxxx== by
                 ==wkomu==.
           05  wra.  copy "rapp.cpy" replacing leading ==xxxx== by
                 ==wra==.
       01  pn.
           copy "prenum.cpy" replacing leading ==xxxx== by ==pn==.
       01  lv.
           copy "leverans.cpy" replacing leading ==xxxx== by ==lv==.
       01  sa.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  bo.
           copy "bolag.cpy" replacing leading ==xxxx== by ==bo==.
       copy "vra.cpy" replacing leading ==xxxx== by ==wvrl==.
       copy "vra.cpy" replacing leading ==xxxx== by ==wvra==.

           call 'sd-lagradatamode' using wdatamode.
           call 'sd-HamtaExportParametrar' using
             wexportmapp, wexportsekunder, wrtantal, wrttab.
           string wpath 'spadprenum.dat' delimited by space
             into wpnselnamn.
           string wpath 'spadleverans.dat' delimited by space
             into wlvselnamn.
           call 'sd-HamtaExportFiltyp' using wefiltyp.
           call 'sd-HamtaSkyddadExportMapp' using wskyddmapp.
           display wenvname upon environment-name.
           accept wanvandare from environment-value.
           if wanvandare = spaces
               move 'SPADRAPPEXPORT' to wanvandare
           end-if.
           if wefiltyp = 3
               move 3 to wfiltyp
               move '.prn' to wmalfil-andelse
               move '\spadfiler\print.prn' to wkallfil
           end-if.

           perform x-korRunda.

           move wantalexporterade to wd-antal.
           display wdisprad.
           move wantallevererade to wd2-antal.
           display wdisprad2.
           stop run.
       main999.
           exit.
           move wvrl-ra(1) to wra.
           move wra-BestNummer to wbestnummer.

      * en begränsad klass går bara till den skyddade mappen - finns
      * ingen sådan konfigurerad exporteras typen inte alls
           call 'sd-KollaRappLasbehorighet' using
             wrttab(wrtx), wanvandare, wrappklass, wlasJN.
      * en typ hör till bolaget vars funktioner skriver den
           perform s-typens-bolag.
           if wbolagblandatJN = 'J'
               display 'RappTyp ' wrttab(wrtx)
                 ' skrivs av funktioner i flera bolag'
                 ' - exporteras inte'
               go to z999
           end-if.
           move wtypbolag to bo-Bolag.
           call 'sd-HamtaBolag' using bo, wbolagJN.
           if wbolagJN not = 'J'
               display 'RappTyp ' wrttab(wrtx) ' hör till bolag '
                 wtypbolag ' som saknas i spadbolag.dat'
                 ' - exporteras inte'
               go to z999
           end-if.
           move bo-ExportMapp to wmalmapp.
           if wrappklass > 0
               if wskyddmapp = spaces
                   display 'RappTyp ' wrttab(wrtx)
                     ' har begränsad klass och SKYDIR= saknas'
                     ' - exporteras inte'
                   go to z999
               end-if
               move wskyddmapp to wmalmapp
           end-if.

           move 1 to wkomu-KOMMANDO1.
      * hela rapporten skrivs rad f�r rad till printfilen - inget
      * 99-raderstak
               go to z999
           end-if.

      * flytta printfilen till den delade mappen under ett namn som
      * inneh�ller RappTyp och tidpunkt, s� n�sta typs export inte
      * skriver �ver den h�r filen
           accept wfalt from date yyyymmdd.
           move wdate         to wmalfil-datum.
           move wtime         to wmalfil-klock.
           move spaces to wmalsokvag.
           string wmalmapp    delimited by space
                  wmalfil     delimited by size
                  into wmalsokvag.
           move spaces to wpubtmp.
           string wmalsokvag delimited by space
                  '.tmp' delimited by size
                  into wpubtmp.
           call 'CBL_RENAME_FILE' using wkallfil, wpubtmp.
           if return-code not = 0
               display 'FEL: kunde inte flytta printfilen till '
                 wmalmapp
               go to z999
           end-if.
           call 'sd-PubliceraFil' using
             wpubtmp, wmalsokvag, wpubprogram, wpubJN.
           if wpubJN not = 'J'
               display 'FEL: kunde inte publicera ' wmalsokvag
               go to z999
           end-if.
           add 1 to wantalexporterade.
           if wrappklass > 0
               call 'sd-LoggaRappAtkomst' using
                 wbestnummer, wexpkommando, wanvandare
           end-if.

      * och vidare till prenumeranternas utkorgar
           perform p-leverera.
       z999.
           exit.

       p-leverera section.
       p010.
           open input Prenum.
           if wpnfskey1 not = '0'
      * inga prenumerationer registrerade
               go to p999
           end-if.
           move 'N' to w-eof-pn.
       p020.
           read Prenum into pn
             at end move 'J' to w-eof-pn.
           if w-eof-pn = 'J'
               go to p100
           end-if.
           if pn-RappTyp not = wrttab(wrtx)
               go to p020
           end-if.
           initialize lv.
           move pn-RappTyp   to lv-RappTyp.
           move pn-Mottagare to lv-Mottagare.
           move wmalfil      to lv-Filnamn.
           move wantalrader  to lv-RadAntal.
           move wdate        to lv-Datum.
           move wtime        to lv-Klock.
      * behörigheten kan ha dragits in sedan prenumerationen lades
           perform q-kolla-behorighet.
           if wtillatenJN = 'N'
               move 'B' to lv-Status
               perform r-logga-leverans
               go to p020
           end-if.
           move spaces to wutkorgsokvag.
           string pn-Utkorg delimited by space
                  wmalfil   delimited by size
                  into wutkorgsokvag.
           move spaces to wpubtmp.
           string wutkorgsokvag delimited by space
                  '.tmp' delimited by size
                  into wpubtmp.
           move 'N' to wpubJN.
           call 'CBL_COPY_FILE' using wmalsokvag, wpubtmp.
           if return-code = 0
               call 'sd-PubliceraFil' using
                 wpubtmp, wutkorgsokvag, wpubprogram, wpubJN
           end-if.
           if wpubJN = 'J'
               move 'O' to lv-Status
               add 1 to wantallevererade
               if wrappklass > 0
                   call 'sd-LoggaRappAtkomst' using
                     wbestnummer, wexpkommando, pn-Mottagare
               end-if
           else
               call 'CBL_DELETE_FILE' using wpubtmp
               move 'F' to lv-Status
               display 'FEL: leveransen till ' pn-Mottagare
                 ' misslyckades'
           end-if.
           perform r-logga-leverans.
           go to p020.
       p100.
           close Prenum.
       p999.
           exit.

       q-kolla-behorighet section.
       q010.
      * mottagaren ska få beställa varje funktion som skriver
      * typen - Admi-Param3, eller FunktionsNummer när Param3 är 0
      * (se b085-skrivarapportrader i SpadFunkCblMain)
           move 'J' to wtillatenJN.
      * en begränsad klass levereras bara till en enskild mottagare
      * på klassens läsarlista - aldrig till en hel avdelning
           if wrappklass > 0
               if pn-MottagarTyp = 'A'
                   move 'N' to wtillatenJN
                   go to q999
               end-if
               call 'sd-KollaRappLasbehorighet' using
                 pn-RappTyp, pn-Mottagare, wmotklass, wlasJN
               if wlasJN = 'N'
                   move 'N' to wtillatenJN
                   go to q999
               end-if
           end-if.
           call 'sd-OppnaAdmiLas'.
       q020.
           call 'sd-LasAdmi' using sa, wadmifinnsJN.
           if wadmifinnsJN = 'N'
               go to q999
           end-if.
           if sa-Param3 = pn-RappTyp
           or (sa-Param3 = 0 and sa-FunktionsNummer = pn-RappTyp)
               move sa-FunktionsNummer to wfunktionsnummer
               call 'sd-KollaBestallarBehorighet' using
                 pn-Mottagare, wfunktionsnummer, wbehorigJN
               if wbehorigJN = 'N'
                   move 'N' to wtillatenJN
               end-if
           end-if.
           go to q020.
       q999.
           exit.

       r-logga-leverans section.
       r010.
           open extend Leverans.
           if wlvfs = '35'
               open output Leverans
           end-if.
           write leverans-record from lv.
           close Leverans.
       r999.
           exit.

       s-typens-bolag section.
       s010.
      * wtypbolag = bolaget för funktionerna som skriver typen -
      * samma urval som q-kolla-behorighet. wbolagblandatJN = 'J'
      * när de hör till olika bolag
           move spaces to wtypbolag.
           move 'N' to wtypfunkJN.
           move 'N' to wbolagblandatJN.
           call 'sd-OppnaAdmiLas'.
       s020.
           call 'sd-LasAdmi' using sa, wadmifinnsJN.
           if wadmifinnsJN = 'N'
               go to s999
           end-if.
           if sa-Param3 = wrttab(wrtx)
           or (sa-Param3 = 0 and sa-FunktionsNummer = wrttab(wrtx))
               move sa-FunktionsNummer to wfunktionsnummer
               call 'sd-HamtaFunktionsBolag' using
                 wfunktionsnummer, wfunkbolag
               if wtypfunkJN = 'N'
                   move wfunkbolag to wtypbolag
                   move 'J' to wtypfunkJN
               else
                   if wfunkbolag not = wtypbolag
                       move 'J' to wbolagblandatJN
                   end-if
               end-if
           end-if.
           go to s020.
       s999.
           exit.
