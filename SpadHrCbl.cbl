       identification division.
      *
      *2026-10-15 Ny körning: daglig HR-matning av beställar-
      *           registret. HR-katalogens extrakt (hrkat.cpy)
      *           läses ur inkorgen (spad.ini HRDIR=) och lägger
      *           till nyanställda, uppdaterar namn, avdelning och
      *           aviseringsadress (ett avdelningsbyte flyttar
      *           faktureringsgrupperingen i SpadFaktCbl) och
      *           avaktiverar den som slutat. För varje avaktiverad
      *           beställare listas konsekvenserna - stående order,
      *           köade beställningar, behörighetsrader och
      *           månadsbudget - och var och en flyttas till den
      *           efterträdare HR angett, eller sätts som vilande
      *           när efterträdare saknas eller inte är en aktiv
      *           beställare. Varje åtgärd spåras i MessArci (571
      *           avaktiverad, 572 flyttad, 573 vilande) och i
      *           rapportfilen HR_<datum>_<klock>.txt i
      *           exportmappen. Filerna i inkorgen flyttas till
      *           done- respektive failed-mappen som i
      *           SpadBestImportCbl. Lämnar antal och utfall till
      *           hushållssekvensen, se sd-RapporteraSteg.
      *2026-10-15 Extraktets bolagskod förs in i beställarregistret
      *           (ett bolagsbyte rapporteras som avdelningsbytet).
      *           Blankt bolag i extraktet lämnar registrets bolag
      *           orört, en okänd bolagskod rapporteras och ändrar
      *           ingenting.
      *2026-10-15 MessArci-titlarna 571-573 bär inte längre
      *           beställar-id:n (de rörs inte av anonymiseringen) -
      *           bara konsekvenstypen, id:na står i rapportfilen.
      *
       program-id. SpadHrCbl.
       environment division.
       Input-Output Section.
       File-Control.
           Select Lista assign wlistselnamn
             file status is wlistfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * HR-extraktet, se hrkat.cpy
           Select Hrfil assign whrselnamn
             file status is whrfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * beställarregistret (Path=/spadbestallare.dat), se
      * x11-HamtaBestallare i SpadDataCbl
           Select BestReg assign wbestregselnamn
             file status is wbestregfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * stående order (Path=/spadstaende.dat), se SpadStaendeCbl
           Select Staende assign wstaendeselnamn
             file status is wstaendefs
             ORGANIZATION IS LINE SEQUENTIAL.
      * behörighetsregistret (Path=/spadbehorig.dat)
           Select Behorig assign wbehorigselnamn
             file status is wbehorigfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * tmp-filen bredvid det register som skrivs om
           Select Tmpfil assign wtmpselnamn
             file status is wtmpfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select Rapport assign wrapselnamn
             file status is wrapfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Lista.
       01  lista-record      pic x(80).
       fd  Hrfil.
       01  hrfil-record      pic x(145).
       fd  BestReg.
       01  bestreg-record    pic x(143).
       fd  Staende.
       01  staende-record    pic x(182).
       fd  Behorig.
       01  behorig-record    pic x(29).
       fd  Tmpfil.
       01  tmpfil-record     pic x(182).
       fd  Rapport.
       01  rapport-record    pic x(100).

       working-storage section.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
           05  whrmapp            pic x(73).
           05  wexportmapp        pic x(73).
           05  wexportsekunder    pic 9(9).
           05  wrtantal           pic 9(9).
           05  wrttab             pic 9(9) occurs 20.
      * stegresultatet till hushållssekvensen, se sd-RapporteraSteg
           05  wstegantal         pic 9(9) value 0.
           05  wstegokJN          pic x value 'J'.
           05  wstegtext          pic x(70) value spaces.
           05  wlistfs.
               10  wlistfskey1    pic x.
               10  wlistfskey2    pic x.
           05  wlistselnamn       pic x(133).
           05  whrfs.
               10  whrfskey1      pic x.
               10  whrfskey2      pic x.
           05  whrselnamn         pic x(133).
           05  wbestregfs.
               10  wbestregfskey1 pic x.
               10  wbestregfskey2 pic x.
           05  wbestregselnamn    pic x(80).
           05  wstaendefs.
               10  wstaendefskey1 pic x.
               10  wstaendefskey2 pic x.
           05  wstaendeselnamn    pic x(80).
           05  wbehorigfs.
               10  wbehorigfskey1 pic x.
               10  wbehorigfskey2 pic x.
           05  wbehorigselnamn    pic x(80).
           05  wtmpfs.
               10  wtmpfskey1     pic x.
               10  wtmpfskey2     pic x.
           05  wtmpselnamn        pic x(84).
           05  wrapfs.
               10  wrapfskey1     pic x.
               10  wrapfskey2     pic x.
           05  wrapselnamn        pic x(133).
           05  wrapJN             pic x value 'N'.
           05  wrapfilnamn.
               10  filler         pic x(3) value 'HR_'.
               10  wrf-datum      pic 9(8).
               10  filler         pic x value '_'.
               10  wrf-klock      pic 9(6).
               10  filler         pic x(4) value '.txt'.
           05  wfilnamn           pic x(60).
           05  wmalnamn           pic x(133).
           05  wkommandorad       pic x(200).
           05  w-eof-lista        pic x.
           05  w-eof-hr           pic x.
           05  w-eof              pic x.
           05  wfelJN             pic x.
           05  wbyttJN            pic x.
      * extraktets bolag ska in i registret, se da-kolla-bolag
           05  wbolagokJN         pic x.
           05  wokJN              pic x.
           05  wfinnsJN           pic x.
           05  wupdatedJN         pic x.
           05  wradnr             pic 9(4).
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
           05  wtime              pic 9(6).
           05  wfunktionsnummer   pic 9(9).
           05  wbestid            pic 9(9).
           05  wgammalreturkod    pic 9(9).
           05  wnyreturkod        pic 9(9).
           05  wbestidbin         pic 9(9) comp.
           05  wkommandobin       pic 9(9) comp.
           05  wbelopp1           pic 9(9).
           05  wbelopp2           pic 9(9).
           05  wbeloppt           pic 9(9).
      * räknare för slutraden
           05  wantalnya          pic 9(9) value 0.
           05  wantaluppd         pic 9(9) value 0.
           05  wantalavakt        pic 9(9) value 0.
           05  wantalflyttade     pic 9(9) value 0.
           05  wantalvilande      pic 9(9) value 0.
           05  wantalfilfel       pic 9(9) value 0.
      * beställarregistret i minnet - läses in, uppdateras och
      * skrivs tillbaka i sin helhet som registret i SpadStaendeCbl.
      * Sedd = raden fanns i dagens extrakt.
           05  wreg-antal         pic 9(4) comp.
           05  wreg-tab occurs 500.
               10  wreg-rad       pic x(143).
               10  wreg-sedd      pic x.
           05  wrx                pic 9(4) comp.
           05  wrx2               pic 9(4) comp.
           05  wsokid             pic x(20).
      * dagens avaktiverade beställare och deras efterträdare -
      * blank efterträdare = konsekvenserna sätts som vilande
           05  wavg-antal         pic 9(4) comp.
           05  wavg-tab occurs 200.
               10  wavg-id        pic x(20).
               10  wavg-eft       pic x(20).
           05  wax                pic 9(4) comp.
      * köade beställningar som ska flyttas eller vila - samlas
      * medan Best strömmas och skrivs om efteråt
           05  wob-antal          pic 9(4) comp.
           05  wob-tab occurs 500.
               10  wob-funknr     pic 9(9).
               10  wob-bestid     pic 9(9).
               10  wob-avg        pic 9(4) comp.
           05  wox                pic 9(4) comp.
           05  wbestregrad.
               10  wbr-id         pic x(20).
               10  wbr-namn       pic x(30).
               10  wbr-avd        pic x(20).
               10  wbr-adress     pic x(50).
               10  wbr-budget     pic x(9).
               10  wbr-varning    pic x(9).
               10  wbr-aktiv      pic x.
               10  wbr-bolag      pic x(4).
      * stående order, samma layout som wst i SpadStaendeCbl
           05  wst.
               10  wst-funknr     pic 9(9).
               10  filler         pic x(77).
               10  wst-bestallare pic x(20).
               10  filler         pic x(75).
               10  wst-vilande    pic x.
           05  wbehorigrad.
               10  wbh-id         pic x(20).
               10  wbh-funknr     pic 9(9).
      * MessArci-titlarna, se b020/g-logga - utan beställar-id:n,
      * MessArci skrivs inte om vid anonymiseringen och id:na står
      * i rapportfilen
           05  wavakttitel.
               10  filler         pic x(15) value 'HR AVAKTIVERAD '.
               10  filler         pic x(35) value spaces.
           05  wkonstitel.
               10  wkt-titeltyp   pic x(8).
               10  wkt-titeltext  pic x(42).
      * konsekvensen som rapporteras, se g-logga-flyttad
           05  wkonst.
               10  wkt-typ        pic x(8).
               10  wkt-gammal     pic x(20).
               10  wkt-ny         pic x(20).
      * rapportraderna
           05  wrapprad.
               10  wrr-typ        pic x(14).
               10  wrr-id         pic x(20).
               10  filler         pic x value space.
               10  wrr-text       pic x(65).
           05  wfelrad.
               10  filler         pic x(4) value 'RAD '.
               10  wfr-radnr      pic zzz9.
               10  filler         pic x(2) value ': '.
               10  wfr-orsak      pic x(40).
           05  wslutrad.
               10  filler pic x(10) value 'SpadHr ny '.
               10  wd-nya   pic zzzz9.
               10  filler pic x(6)  value ' uppd '.
               10  wd-uppd  pic zzzz9.
               10  filler pic x(8)  value ' slutat '.
               10  wd-avakt pic zzzz9.
               10  filler pic x(10) value ' flyttade '.
               10  wd-flytt pic zzzz9.
               10  filler pic x(9)  value ' vilande '.
               10  wd-vil   pic zzzz9.
       01  hk.
           copy "hrkat.cpy" replacing leading ==xxxx== by ==hk==.
       01  bo.
           copy "bolag.cpy" replacing leading ==xxxx== by ==bo==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           call 'sd-HamtaHrMapp' using whrmapp.
           call 'sd-HamtaExportParametrar' using
             wexportmapp, wexportsekunder, wrtantal, wrttab(1).
           string wpath 'spadbestallare.dat' delimited by space
             into wbestregselnamn.
           string wpath 'spadstaende.dat' delimited by space
             into wstaendeselnamn.
           string wpath 'spadbehorig.dat' delimited by space
             into wbehorigselnamn.

           if whrmapp = spaces
               display 'Ingen HRDIR= i spad.ini - inget att göra.'
               move 'INGEN HR-INKORG' to wstegtext
               call 'sd-RapporteraSteg' using
                 wstegantal, wstegokJN, wstegtext
               stop run
           end-if.

      * fillistan över inkorgen tas fram som i SpadBestImportCbl
           move spaces to wkommandorad.
           string 'cmd /c dir /b /a-d ' delimited by size
                  whrmapp delimited by space
                  ' > ' delimited by size
                  whrmapp delimited by space
                  'spadhr.lst' delimited by size
                  into wkommandorad.
           call 'SYSTEM' using wkommandorad
             on exception
               display 'Kunde inte lista inkorgen - läser'
                 ' befintlig spadhr.lst'
           end-call.

           move spaces to wlistselnamn.
           string whrmapp delimited by space
                  'spadhr.lst' delimited by size
                  into wlistselnamn.
           open input Lista.
           if wlistfskey1 not = '0'
               display 'Ingen fillista i inkorgen - inget att göra.'
               move 'INGEN FILLISTA' to wstegtext
               call 'sd-RapporteraSteg' using
                 wstegantal, wstegokJN, wstegtext
               stop run
           end-if.

           perform za-hamta-dag-klocka.
           move wdate to wrf-datum.
           move wtime to wrf-klock.
           if wexportmapp not = spaces
               move spaces to wrapselnamn
               string wexportmapp delimited by space
                      wrapfilnamn delimited by size
                      into wrapselnamn
               open output Rapport
               if wrapfskey1 = '0'
                   move 'J' to wrapJN
               end-if
           end-if.

           move 'N' to w-eof-lista.
           read Lista into wfilnamn
             at end move 'J' to w-eof-lista.
       main020.
           if w-eof-lista = 'J'
               go to main100
           end-if.
           if wfilnamn = spaces
           or wfilnamn = 'spadhr.lst'
               continue
           else
               perform b-enfil
           end-if.
           read Lista into wfilnamn
             at end move 'J' to w-eof-lista.
           go to main020.
       main100.
           close Lista.
           if wrapJN = 'J'
               close Rapport
           end-if.
           move wantalnya      to wd-nya.
           move wantaluppd     to wd-uppd.
           move wantalavakt    to wd-avakt.
           move wantalflyttade to wd-flytt.
           move wantalvilande  to wd-vil.
           display wslutrad.
           compute wstegantal = wantalnya + wantaluppd + wantalavakt.
           move wslutrad to wstegtext.
           if wantalfilfel > 0
               move 'N' to wstegokJN
               move 'HR-FIL UNDERKAND, SE FAILED-MAPPEN' to wstegtext
           end-if.
           call 'sd-RapporteraSteg' using
             wstegantal, wstegokJN, wstegtext.
           stop run.
       main999.
           exit.

       b-enfil section.
       b010.
      * ett extrakt i taget: först en strukturkontroll av hela
      * filen - en trasig rad underkänner filen utan att något
      * ändrats, HR får rätta och lägga tillbaka den
           move 'N' to wfelJN.
           move 0 to wradnr.
           move spaces to whrselnamn.
           string whrmapp  delimited by space
                  wfilnamn delimited by space
                  into whrselnamn.
           open input Hrfil.
           if whrfskey1 not = '0'
      * filen försvann mellan listningen och nu - hoppa över
               go to b999
           end-if.
           move 'N' to w-eof-hr.
       b020.
           read Hrfil into hk at end move 'J' to w-eof-hr.
           if w-eof-hr = 'J'
               go to b030
           end-if.
           if hk = spaces
               go to b020
           end-if.
           add 1 to wradnr.
           move spaces to wfr-orsak.
           if hk-Id = spaces
               move 'ID SAKNAS' to wfr-orsak
           end-if.
           if hk-Status not = 'A' and hk-Status not = 'S'
               move 'STATUS SKA VARA A ELLER S' to wfr-orsak
           end-if.
           if hk-Efterfoljare = hk-Id
               move 'EFTERTRADAREN AR SAMMA ID' to wfr-orsak
           end-if.
           if wfr-orsak not = spaces
               move 'J' to wfelJN
               move wradnr to wfr-radnr
               display wfilnamn ' ' wfelrad
               if wrapJN = 'J'
                   write rapport-record from wfelrad
               end-if
           end-if.
           go to b020.
       b030.
           close Hrfil.
           if wfelJN = 'J'
               go to b100
           end-if.

           perform c-las-register.
           if wfelJN = 'J'
               go to b100
           end-if.
           move 0 to wavg-antal.
           open input Hrfil.
           move 'N' to w-eof-hr.
       b040.
           read Hrfil into hk at end move 'J' to w-eof-hr.
           if w-eof-hr = 'J'
               go to b050
           end-if.
           if hk = spaces
               go to b040
           end-if.
           perform d-en-rad.
           go to b040.
       b050.
           close Hrfil.
           perform e-saknas-i-hr.
      * efterträdarna prövas mot registret som det ser ut efter
      * hela extraktet, och budgeten flyttas i minnet innan
      * registret skrivs tillbaka
           move 1 to wax.
       b060.
           if wax > wavg-antal
               go to b070
           end-if.
           perform f-kolla-eftertradare.
           perform fa-budget.
           add 1 to wax.
           go to b060.
       b070.
           perform c9-skriv-register.
           if wavg-antal > 0
               perform fb-staende
               perform fc-bestallningar
               perform fd-behorighet
           end-if.
       b100.
      * flytta filen till done- respektive failed-mappen så nästa
      * omgång inte läser om den, se b100 i SpadBestImportCbl
           move spaces to wmalnamn.
           if wfelJN = 'J'
               add 1 to wantalfilfel
               string whrmapp  delimited by space
                      'failed\' delimited by size
                      wfilnamn  delimited by space
                      into wmalnamn
           else
               string whrmapp  delimited by space
                      'done\'   delimited by size
                      wfilnamn  delimited by space
                      into wmalnamn
           end-if.
           call 'CBL_RENAME_FILE' using whrselnamn, wmalnamn.
           if return-code not = 0
               display 'FEL: kunde inte flytta ' wfilnamn
               display 'Kontrollera done-/failed-mapparna - stannar'
                 ' för att undvika dubbelinläsning.'
               move 'N' to wstegokJN
               move 'HR-FIL KUNDE INTE FLYTTAS' to wstegtext
               call 'sd-RapporteraSteg' using
                 wstegantal, wstegokJN, wstegtext
               stop run
           end-if.
       b999.
           exit.

       c-las-register section.
       c010.
      * saknas registret byggs det upp av extraktet
           move 0 to wreg-antal.
           open input BestReg.
           if wbestregfskey1 not = '0'
               go to c999
           end-if.
           move 'N' to w-eof.
       c020.
           read BestReg into wbestregrad at end move 'J' to w-eof.
           if w-eof = 'J'
               go to c100
           end-if.
           if wreg-antal >= 500
               display 'FEL: beställarregistret har fler än 500'
                 ' rader - extraktet läses inte.'
               move 'J' to wfelJN
               go to c100
           end-if.
           add 1 to wreg-antal.
           move wbestregrad to wreg-rad(wreg-antal).
           move 'N' to wreg-sedd(wreg-antal).
           go to c020.
       c100.
           close BestReg.
       c999.
           exit.

       c5-sok-register section.
       c5010.
      * wrx = raden för wsokid, 0 = finns inte
           move 1 to wrx.
       c5020.
           if wrx > wreg-antal
               move 0 to wrx
               go to c5999
           end-if.
           if wreg-rad(wrx)(1:20) = wsokid
               go to c5999
           end-if.
           add 1 to wrx.
           go to c5020.
       c5999.
           exit.

       c9-skriv-register section.
       c9010.
           open output BestReg.
           if wbestregfskey1 not = '0'
               display 'FEL: kan inte skriva ' wbestregselnamn
               move 'J' to wfelJN
               go to c9999
           end-if.
           move 1 to wrx.
       c9020.
           if wrx > wreg-antal
               go to c9100
           end-if.
           write bestreg-record from wreg-rad(wrx).
           add 1 to wrx.
           go to c9020.
       c9100.
           close BestReg.
       c9999.
           exit.

       da-kolla-bolag section.
       da010.
      * wbolagokJN = 'J' när extraktets bolag ska föras in - blankt
      * lämnar registrets bolag, okänt bolag rapporteras
           move 'N' to wbolagokJN.
           if hk-Bolag = spaces or hk-Bolag = low-values
               go to da999
           end-if.
           move hk-Bolag to bo-Bolag.
           call 'sd-HamtaBolag' using bo, wbolagokJN.
           if wbolagokJN not = 'J'
               move 'BOLAG'  to wrr-typ
               move hk-Id    to wrr-id
               move spaces   to wrr-text
               string 'OKANT BOLAG ' delimited by size
                      hk-Bolag       delimited by size
                      ', INTE ANDRAT' delimited by size
                      into wrr-text
               perform g-rapportera
           end-if.
       da999.
           exit.

       d-en-rad section.
       d010.
           move hk-Id to wsokid.
           perform c5-sok-register.
           if hk-Status = 'S'
               go to d050
           end-if.

      * anställd: ny rad eller uppdatering
           perform da-kolla-bolag.
           if wrx = 0
               if wreg-antal >= 500
                   move 'NY'  to wrr-typ
                   move hk-Id to wrr-id
                   move 'REGISTRET FULLT (500), INTE TILLAGD'
                     to wrr-text
                   perform g-rapportera
                   go to d999
               end-if
               add 1 to wreg-antal
               move wreg-antal to wrx
               move spaces     to wbestregrad
               move hk-Id      to wbr-id
               move hk-Namn    to wbr-namn
               move hk-Avd     to wbr-avd
               move hk-Adress  to wbr-adress
               move 'J'        to wbr-aktiv
               if wbolagokJN = 'J'
                   move hk-Bolag to wbr-bolag
               end-if
               move wbestregrad to wreg-rad(wrx)
               move 'J' to wreg-sedd(wrx)
               add 1 to wantalnya
               move 'NY'      to wrr-typ
               move hk-Id     to wrr-id
               move hk-Avd    to wrr-text
               perform g-rapportera
               go to d999
           end-if.
           move 'J' to wreg-sedd(wrx).
           move wreg-rad(wrx) to wbestregrad.
           move 'N' to wbyttJN.
      * avdelningsbytet flyttar faktureringsgrupperingen från och
      * med nu - redan fakturerade körningar ligger kvar under
      * den gamla avdelningen i BestHist-underlaget
           if wbr-avd not = hk-Avd
               move 'AVDELNING'  to wrr-typ
               move hk-Id        to wrr-id
               move spaces       to wrr-text
               string wbr-avd delimited by size
                      ' > '   delimited by size
                      hk-Avd  delimited by size
                      into wrr-text
               perform g-rapportera
               move hk-Avd to wbr-avd
               move 'J' to wbyttJN
           end-if.
      * bolagsbytet flyttar beställarens nya order till det nya
      * bolaget - order mot det gamla bolagets funktioner kräver
      * från och med nu en behörighetsrad
           if wbolagokJN = 'J'
           and wbr-bolag not = hk-Bolag
               move 'BOLAG'      to wrr-typ
               move hk-Id        to wrr-id
               move spaces       to wrr-text
               string wbr-bolag delimited by size
                      ' > '     delimited by size
                      hk-Bolag  delimited by size
                      into wrr-text
               perform g-rapportera
               move hk-Bolag to wbr-bolag
               move 'J' to wbyttJN
           end-if.
           if wbr-namn not = hk-Namn or wbr-adress not = hk-Adress
               move hk-Namn   to wbr-namn
               move hk-Adress to wbr-adress
               move 'J' to wbyttJN
           end-if.
           if wbr-aktiv = 'N'
      * återanställd - konsekvenserna från avaktiveringen rörs
      * inte, vilande order tas upp för hand (val 4 i
      * SpadStaendeCbl, ändringsflödet i SpadOperatorCbl)
               move 'J' to wbr-aktiv
               move 'ATERAKTIVERAD' to wrr-typ
               move hk-Id to wrr-id
               move spaces to wrr-text
               perform g-rapportera
               move 'J' to wbyttJN
           end-if.
           if wbyttJN = 'J'
               move wbestregrad to wreg-rad(wrx)
               add 1 to wantaluppd
           end-if.
           go to d999.

       d050.
      * slutat: bara en aktiv rad avaktiveras - en redan
      * avaktiverad behandlades den dag den slutade
           if wrx = 0
               move 'SLUTAT'  to wrr-typ
               move hk-Id     to wrr-id
               move 'FINNS INTE I REGISTRET' to wrr-text
               perform g-rapportera
               go to d999
           end-if.
           move 'J' to wreg-sedd(wrx).
           move wreg-rad(wrx) to wbestregrad.
           if wbr-aktiv = 'N'
               go to d999
           end-if.
           if wavg-antal >= 200
               move 'SLUTAT'  to wrr-typ
               move hk-Id     to wrr-id
               move 'FOR MANGA SLUTADE I EXTRAKTET, TAS NASTA GANG'
                 to wrr-text
               perform g-rapportera
               go to d999
           end-if.
           move 'N' to wbr-aktiv.
           move wbestregrad to wreg-rad(wrx).
           add 1 to wavg-antal.
           move hk-Id           to wavg-id(wavg-antal).
           move hk-Efterfoljare to wavg-eft(wavg-antal).
           add 1 to wantalavakt.
           move 'AVAKTIVERAD' to wrr-typ.
           move hk-Id         to wrr-id.
           move spaces        to wrr-text.
           if hk-Efterfoljare not = spaces
               string 'EFTERTRADARE ' delimited by size
                      hk-Efterfoljare delimited by size
                      into wrr-text
           end-if.
           perform g-rapportera.
           move 0 to wfunktionsnummer.
           move 0 to wbestidbin.
           move 571 to wkommandobin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wavakttitel.
       d999.
           exit.

       e-saknas-i-hr section.
       e010.
      * aktiva beställare som inte finns i extraktet listas men
      * avaktiveras inte - tjänstekonton och externa beställare
      * står inte i HR-katalogen
           move 1 to wrx.
       e020.
           if wrx > wreg-antal
               go to e999
           end-if.
           move wreg-rad(wrx) to wbestregrad.
           if wreg-sedd(wrx) = 'N' and wbr-aktiv not = 'N'
               move 'EJ I HR'  to wrr-typ
               move wbr-id     to wrr-id
               move 'AKTIV I REGISTRET MEN SAKNAS I EXTRAKTET'
                 to wrr-text
               perform g-rapportera
           end-if.
           add 1 to wrx.
           go to e020.
       e999.
           exit.

       f-kolla-eftertradare section.
       f010.
      * efterträdaren måste vara en aktiv beställare efter dagens
      * extrakt - annars blir konsekvenserna vilande
           if wavg-eft(wax) = spaces
               go to f999
           end-if.
           move wavg-eft(wax) to wsokid.
           perform c5-sok-register.
           if wrx > 0
               move wreg-rad(wrx) to wbestregrad
               if wbr-aktiv not = 'N'
                   go to f999
               end-if
           end-if.
           move 'EFTERTRADARE'  to wrr-typ.
           move wavg-id(wax)    to wrr-id.
           move spaces          to wrr-text.
           string wavg-eft(wax) delimited by space
                  ' AR INTE AKTIV - ALLT SATTS SOM VILANDE'
                    delimited by size
                  into wrr-text.
           perform g-rapportera.
           move spaces to wavg-eft(wax).
       f999.
           exit.

       fa-budget section.
       fa010.
      * månadsbudgeten: flyttas genom att läggas på efterträdarens
      * tak och varningsnivå, eller ligger kvar vilande på den
      * avaktiverade raden (som inte får beställa)
           move wavg-id(wax) to wsokid.
           perform c5-sok-register.
           if wrx = 0
               go to fa999
           end-if.
           move wrx to wrx2.
           move wreg-rad(wrx2) to wbestregrad.
           if wbr-budget is not numeric
               go to fa999
           end-if.
           if wbr-budget = zero
               go to fa999
           end-if.
           move 'BUDGET  ' to wkt-typ.
           move wavg-id(wax) to wkt-gammal.
           move 0 to wfunktionsnummer.
           move 0 to wbestidbin.
           if wavg-eft(wax) = spaces
               move 'VILANDE' to wkt-ny
               perform g-logga-vilande
               go to fa999
           end-if.
           move wbr-budget to wbelopp1.
           move 0 to wbelopp2.
           if wbr-varning is numeric
               move wbr-varning to wbelopp2
           end-if.
           move spaces to wbr-budget.
           move spaces to wbr-varning.
           move wbestregrad to wreg-rad(wrx2).
           move wavg-eft(wax) to wsokid.
           perform c5-sok-register.
           move wreg-rad(wrx) to wbestregrad.
           if wbr-budget is numeric
               move wbr-budget to wbeloppt
               add wbeloppt to wbelopp1
           end-if.
           if wbr-varning is numeric
               move wbr-varning to wbeloppt
               add wbeloppt to wbelopp2
           end-if.
           move wbelopp1 to wbr-budget.
           move wbelopp2 to wbr-varning.
           move wbestregrad to wreg-rad(wrx).
           move wavg-eft(wax) to wkt-ny.
           perform g-logga-flyttad.
       fa999.
           exit.

       fb-staende section.
       fb010.
      * de stående ordrarna skrivs till en tmp-fil och byts in om
      * någon rad ändrats
           open input Staende.
           if wstaendefskey1 not = '0'
               go to fb999
           end-if.
           move spaces to wtmpselnamn.
           string wstaendeselnamn delimited by space
                  '.hr' delimited by size
                  into wtmpselnamn.
           open output Tmpfil.
           move 'N' to wbyttJN.
           move 'N' to w-eof.
       fb020.
           read Staende into wst at end move 'J' to w-eof.
           if w-eof = 'J'
               go to fb100
           end-if.
           if wst-vilande not = 'V'
               move wst-bestallare to wsokid
               perform h-sok-avgangen
               if wax > 0
                   move 'J' to wbyttJN
                   move 'STAENDE ' to wkt-typ
                   move wst-bestallare to wkt-gammal
                   move wst-funknr to wfunktionsnummer
                   move 0 to wbestidbin
                   if wavg-eft(wax) = spaces
                       move 'V' to wst-vilande
                       move 'VILANDE' to wkt-ny
                       perform g-logga-vilande
                   else
                       move wavg-eft(wax) to wst-bestallare
                       move wavg-eft(wax) to wkt-ny
                       perform g-logga-flyttad
                   end-if
               end-if
           end-if.
           write tmpfil-record from wst.
           go to fb020.
       fb100.
           close Staende.
           close Tmpfil.
           move wstaendeselnamn to wmalnamn.
           perform i-byt-in.
       fb999.
           exit.

       fc-bestallningar section.
       fc010.
      * köade beställningar (Kommando 1, ReturKod 0) i båda
      * backenderna samlas först och skrivs sedan om en i taget
      * under redigeringslåset, som ändringsflödet i
      * SpadOperatorCbl. En vilande beställning får tidigaste
      * start 9999-12-31 och ligger kvar i kön tills en operatör
      * ändrar den.
           move 0 to wob-antal.
           call 'sd-OppnaBestLas'.
       fc020.
           call 'sd-LasBest' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to fc100
           end-if.
           if sb-Kommando not = 1 or sb-ReturKod not = 0
               go to fc020
           end-if.
           move sb-Bestallare to wsokid.
           perform h-sok-avgangen.
           if wax = 0
               go to fc020
           end-if.
           if wob-antal >= 500
               move 'BEST'    to wrr-typ
               move sb-Bestallare to wrr-id
               move 'FLER AN 500 KOADE, RESTEN TAS NASTA GANG'
                 to wrr-text
               perform g-rapportera
               go to fc020
           end-if.
           add 1 to wob-antal.
           move sb-FunktionsNummer to wob-funknr(wob-antal).
           move sb-BestID          to wob-bestid(wob-antal).
           move wax                to wob-avg(wob-antal).
           go to fc020.
       fc100.
           move 1 to wox.
       fc110.
           if wox > wob-antal
               go to fc999
           end-if.
           perform fca-en-bestallning.
           add 1 to wox.
           go to fc110.
       fc999.
           exit.

       fca-en-bestallning section.
       fca010.
           move wob-funknr(wox) to wfunktionsnummer.
           move wob-bestid(wox) to wbestid.
           move wob-avg(wox)    to wax.
           move 0   to wgammalreturkod.
           move 185 to wnyreturkod.
           call 'sd-UppdateraBestReturkodVillkorad' using
             wfunktionsnummer, wbestid, wgammalreturkod,
             wnyreturkod, wupdatedJN.
           if wupdatedJN not = 'J'
               move 'BEST' to wrr-typ
               move wavg-id(wax) to wrr-id
               move spaces to wrr-text
               string 'BESTID ' delimited by size
                      wbestid delimited by size
                      ' HANN CLAIMAS, INTE ANDRAD' delimited by size
                      into wrr-text
               perform g-rapportera
               go to fca999
           end-if.
           call 'sd-SelectSpadBestID' using
             wfunktionsnummer, wbestid, sb.
           perform za-hamta-dag-klocka.
           move 'BEST    '    to wkt-typ.
           move wavg-id(wax)  to wkt-gammal.
           move wbestid       to wbestidbin.
           if wavg-eft(wax) = spaces
               move 99991231 to sb-TidigastDatum
               move 0        to sb-TidigastKlock
               move 'VILANDE' to wkt-ny
           else
               move wavg-eft(wax) to sb-Bestallare
               move wavg-eft(wax) to wkt-ny
           end-if.
           move wdate to sb-SenasteDatum.
           move wtime to sb-SenasteKlock.
           call 'sd-UppdateraBestIntagsfalt' using
             wfunktionsnummer, sb.
      * släpp redigeringslåset: villkorad 185 -> 0
           move 185 to wgammalreturkod.
           move 0   to wnyreturkod.
           call 'sd-UppdateraBestReturkodVillkorad' using
             wfunktionsnummer, wbestid, wgammalreturkod,
             wnyreturkod, wupdatedJN.
           if wavg-eft(wax) = spaces
               perform g-logga-vilande
           else
               perform g-logga-flyttad
           end-if.
       fca999.
           exit.

       fd-behorighet section.
       fd010.
      * behörighetsrader: flyttas till efterträdaren - en rad som
      * efterträdaren redan täcks av (eget id eller avdelning)
      * stryks i stället för att dubbleras. Vilande rader står
      * kvar och öppnar inget så länge beställaren är avaktiverad.
           open input Behorig.
           if wbehorigfskey1 not = '0'
               go to fd999
           end-if.
           move spaces to wtmpselnamn.
           string wbehorigselnamn delimited by space
                  '.hr' delimited by size
                  into wtmpselnamn.
           open output Tmpfil.
           move 'N' to wbyttJN.
           move 'N' to w-eof.
       fd020.
           read Behorig into wbehorigrad at end move 'J' to w-eof.
           if w-eof = 'J'
               go to fd100
           end-if.
           move wbh-id to wsokid.
           perform h-sok-avgangen.
           if wax = 0
               go to fd080
           end-if.
           move 'BEHORIG ' to wkt-typ.
           move wbh-id     to wkt-gammal.
           move wbh-funknr to wfunktionsnummer.
           move 0 to wbestidbin.
           if wavg-eft(wax) = spaces
               move 'VILANDE' to wkt-ny
               perform g-logga-vilande
               go to fd080
           end-if.
           move 'J' to wbyttJN.
           move wavg-eft(wax) to wkt-ny.
           perform g-logga-flyttad.
           call 'sd-KollaBestallarBehorighet' using
             wavg-eft(wax), wfunktionsnummer, wokJN.
           if wokJN = 'J'
               go to fd020
           end-if.
           move wavg-eft(wax) to wbh-id.
       fd080.
           write tmpfil-record from wbehorigrad.
           go to fd020.
       fd100.
           close Behorig.
           close Tmpfil.
           move wbehorigselnamn to wmalnamn.
           perform i-byt-in.
       fd999.
           exit.

       g-rapportera section.
       g010.
           display wrapprad.
           if wrapJN = 'J'
               write rapport-record from wrapprad
           end-if.
       g999.
           exit.

       g-logga-flyttad section.
       gf010.
      * 572: konsekvensen (wkt-typ) flyttad från wkt-gammal till
      * wkt-ny - wfunktionsnummer/wbestidbin sätts av anroparen
           add 1 to wantalflyttade.
           move 572 to wkommandobin.
           move wkt-typ   to wkt-titeltyp.
           move 'FLYTTAD' to wkt-titeltext.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wkonstitel.
           move wkt-typ     to wrr-typ.
           move wkt-gammal  to wrr-id.
           move spaces      to wrr-text.
           string 'FLYTTAD TILL ' delimited by size
                  wkt-ny delimited by space
                  ' FUNK ' delimited by size
                  wfunktionsnummer delimited by size
                  into wrr-text.
           perform g-rapportera.
       gf999.
           exit.

       g-logga-vilande section.
       gv010.
      * 573: konsekvensen (wkt-typ) för wkt-gammal satt som vilande
           add 1 to wantalvilande.
           move 573 to wkommandobin.
           move wkt-typ   to wkt-titeltyp.
           move 'VILANDE' to wkt-titeltext.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wkonstitel.
           move wkt-typ     to wrr-typ.
           move wkt-gammal  to wrr-id.
           move spaces      to wrr-text.
           string 'VILANDE FUNK ' delimited by size
                  wfunktionsnummer delimited by size
                  into wrr-text.
           perform g-rapportera.
       gv999.
           exit.

       h-sok-avgangen section.
       h010.
      * wax = dagens avaktiverade beställare wsokid, 0 = ingen
           move 1 to wax.
       h020.
           if wax > wavg-antal
               move 0 to wax
               go to h999
           end-if.
           if wavg-id(wax) = wsokid
               go to h999
           end-if.
           add 1 to wax.
           go to h020.
       h999.
           exit.

       i-byt-in section.
       i010.
      * tmp-filen ersätter registret (wmalnamn) bara om något
      * ändrats
           if wbyttJN = 'N'
               call 'CBL_DELETE_FILE' using wtmpselnamn
               go to i999
           end-if.
           call 'CBL_DELETE_FILE' using wmalnamn.
           call 'CBL_RENAME_FILE' using wtmpselnamn, wmalnamn.
           if return-code not = 0
               display 'FEL: kunde inte byta in ' wtmpselnamn
               move 'N' to wstegokJN
               move 'REGISTER KUNDE INTE BYTAS IN' to wstegtext
           end-if.
       i999.
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
