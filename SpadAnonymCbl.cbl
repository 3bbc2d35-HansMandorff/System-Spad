       identification division.
      *
      *2026-10-15 Ny körning: anonymisering av en beställare som
      *           slutat. Beställar-id:t byts mot en pseudonym
      *           (ANON + datum + klockslag) i Best och BestHist i
      *           båda datamoderna, i operatörsnoteringarna, i
      *           beställar-, behörighets- och prenumerations-
      *           registren, tvisterna, de hållna verifikaten, ERP-
      *           dagfilerna, aviseringsfilerna i utkorgen och
      *           dossierfilerna i exportmappen. Namn och
      *           aviseringsadress blankas. Belopp, antal och
      *           avdelning rörs inte, så summor, reskontra och
      *           fakturering står sig. Avvisas så länge beställaren
      *           har öppna beställningar eller stående order.
      *           Utförd anonymisering loggas som händelse 570 med
      *           pseudonymen och en notering med operatören.
      *2026-10-15 Stående order som HR-matningen satt som vilande
      *           hindrar inte anonymiseringen och får pseudonymen.
      *2026-10-15 Omskrivna aviseringar och ERP-dagfiler publiceras
      *           på nytt med nytt manifest (sd-PubliceraFil), och
      *           de väntande ERP-filerna (ERP<datum>.dat.tmp) skrivs
      *           om som de publicerade.
      *2026-10-15 Behörighetsraderna i registrens ändringshistorik
      *           (spadreghist.dat) får pseudonymen före och efter.
      *
       program-id. SpadAnonymCbl.
       environment division.
       Input-Output Section.
       File-Control.
      * filen som skrivs om och dess tmp-fil bredvid
           Select Textfil assign wtextselnamn
             file status is wtextfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select Tmpfil assign wtmpselnamn
             file status is wtmpfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select Lista assign wlistselnamn
             file status is wlistfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * stående order (Path=/spadstaende.dat), se SpadStaendeCbl
           Select Staende assign wstaendeselnamn
             file status is wstaendefs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Textfil.
       01  textfil-record    pic x(320).
       fd  Tmpfil.
       01  tmpfil-record     pic x(320).
       fd  Lista.
       01  lista-record      pic x(80).
       fd  Staende.
       01  staende-record    pic x(182).

       working-storage section.
       01  work.
           05  wdatamode        pic 9.
           05  wpath            pic x(80).
           05  wstyrfunknr      pic 9(9).
           05  woperator        pic x(20).
           05  wroll            pic 9(9).
           05  wgammal          pic x(20).
           05  wny              pic x(20).
           05  wsvar            pic x.
           05  wfinnsJN         pic x.
           05  wregfinnsJN      pic x.
           05  wnotifJN         pic x.
           05  wfelJN           pic x value 'N'.
           05  wfiltyp          pic x.
           05  wtextselnamn     pic x(133).
           05  wtextfs.
               10  wtextfskey1  pic x.
               10  wtextfskey2  pic x.
           05  wtmpselnamn      pic x(133).
      * 'J' = mappens filer är publicerade med manifest och byts in
      * med sd-PubliceraFil
           05  wpubliceraJN     pic x value 'N'.
           05  wpubprogram      pic x(20) value 'SpadAnonymCbl'.
           05  wpubJN           pic x.
           05  wtmpfs.
               10  wtmpfskey1   pic x.
               10  wtmpfskey2   pic x.
           05  wlistselnamn     pic x(133).
           05  wlistfs.
               10  wlistfskey1  pic x.
               10  wlistfskey2  pic x.
           05  wstaendeselnamn  pic x(80).
           05  wstaendefs.
               10  wstaendefskey1 pic x.
               10  wstaendefskey2 pic x.
           05  w-eof            pic x.
           05  w-eof-lista      pic x.
           05  wmapp            pic x(73).
           05  wmonster         pic x(20).
           05  wfilnamn         pic x(60).
           05  wkommandorad     pic x(200).
           05  wnotifmapp       pic x(73).
           05  werpmapp         pic x(73).
           05  wexportmapp      pic x(73).
           05  wexportsekunder  pic 9(9).
           05  wrtantal         pic 9(9).
           05  wrttab           pic 9(9) occurs 20.
           05  wantalopna       pic 9(9) value 0.
           05  wantalstaende    pic 9(9) value 0.
           05  wantallager      pic 9(9) value 0.
           05  wantalrader      pic 9(9) value 0.
           05  wantalfiler      pic 9(9) value 0.
           05  wfilbytt         pic 9(9).
           05  wfunktionsnummer pic 9(9) value 0.
           05  wbestidbin       pic 9(9) comp.
           05  wkommandobin     pic 9(9) comp.
           05  wfalt            pic 9(8).
           05  wdate            pic 9(8).
           05  wtime            pic 9(6).
      * textbytet i dossierfilerna, se zs-ersatt-i-text
           05  wtextrad         pic x(320).
           05  wuttext          pic x(320).
           05  wglen            pic s9(4) comp.
           05  wnlen            pic s9(4) comp.
           05  wpos             pic s9(4) comp.
           05  wrest            pic s9(4) comp.
           05  wptr             pic s9(4) comp.
           05  wbytt            pic s9(4) comp.
           05  wfriJN           pic x.
           05  wtecken          pic x.
           05  wanontitel.
               10  filler       pic x(24)
                 value 'BESTALLARE ANONYMISERAD '.
               10  wat-pseudonym pic x(20).
               10  filler       pic x(6) value spaces.
           05  wnottext.
               10  filler       pic x(10) value 'PSEUDONYM '.
               10  wnt-pseudonym pic x(18).
               10  filler       pic x(13) value ' LAGERPOSTER '.
               10  wnt-lager    pic zzzzzzzz9.
               10  filler       pic x(10) value ' FILRADER '.
               10  wnt-rader    pic zzzzzzzz9.
               10  filler       pic x value space.
           05  wdisprad.
               10  filler pic x(24) value 'Anonymiserat, ändrade: '.
               10  wd-lager     pic zzzzzzzz9.
               10  filler pic x(14) value ' lagerposter, '.
               10  wd-rader     pic zzzzzzzz9.
               10  filler pic x(13) value ' rader i    '.
               10  wd-filer     pic zzzzzzzz9.
               10  filler pic x(6) value ' filer'.
      * beställarregistret, se x11-HamtaBestallare i SpadDataCbl -
      * budgetkolumnerna och allt efter adressen står kvar
       01  wbr.
           05  wbr-id           pic x(20).
           05  wbr-namn         pic x(30).
           05  wbr-avd          pic x(20).
           05  wbr-adress       pic x(50).
           05  filler           pic x(200).
      * stående order, samma layout som wst i SpadStaendeCbl
       01  wst.
           05  filler           pic x(86).
           05  wst-bestallare   pic x(20).
           05  filler           pic x(75).
           05  wst-vilande      pic x.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  dp.
           copy "dispyt.cpy" replacing leading ==xxxx== by ==dp==.
       01  weh.
           copy "erphall.cpy" replacing leading ==xxxx== by ==weh==.
       01  wev.
           copy "erpver.cpy" replacing leading ==xxxx== by ==wev==.
       01  pr.
           copy "prenum.cpy" replacing leading ==xxxx== by ==pr==.
       01  rgh.
           copy "reghist.cpy" replacing leading ==xxxx== by ==rgh==.
       01  nt.
           copy "notering-bin.cpy" replacing leading ==xxxx== by
             ==nt==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.

           display 'Operatör-ID: ' with no advancing.
           accept woperator.
      * samma krav som registerunderhållet - anonymiseringen går
      * inte att ta tillbaka
           call 'sd-HamtaOperatorRoll' using woperator, wroll.
           if wroll < 3
               display 'Otillräcklig roll för anonymisering.'
               stop run
           end-if.

           display 'Beställar-id att anonymisera: ' with no advancing.
           accept wgammal.
           if wgammal = spaces
               stop run
           end-if.
           if wgammal(1:4) = 'ANON'
               display 'Id:t är redan en pseudonym.'
               stop run
           end-if.

           perform b-kolla-register.
           if wregfinnsJN = 'N'
               display 'Beställaren finns inte i registret.'
               stop run
           end-if.
           perform c-kolla-oppna.
           if wantalopna > 0
               display 'Beställaren har ' wantalopna
                 ' öppna beställningar - avvisas.'
               stop run
           end-if.
           perform d-kolla-staende.
           if wantalstaende > 0
               display 'Beställaren har ' wantalstaende
                 ' stående order - avvisas.'
               stop run
           end-if.

           perform za-hamta-dag-klocka.
           move spaces to wny.
           string 'ANON' wdate wtime delimited by size into wny.
           display 'Byter ' wgammal ' mot ' wny.
           display 'Namn och adress tas bort. Fortsätt (J/N)? '
             with no advancing.
           accept wsvar.
           if wsvar not = 'J' and wsvar not = 'j'
               display 'Avbrutet - inget ändrat.'
               stop run
           end-if.

      * Best, BestHist, noteringarna och AdmiAudit i båda
      * datamoderna
           call 'sd-PseudonymiseraBestallare' using
             wgammal, wny, wantallager.
           perform e-registerfiler.
           perform f-utkorgar.
           perform h-logga.

           move wantallager to wd-lager.
           move wantalrader to wd-rader.
           move wantalfiler to wd-filer.
           display wdisprad.
           if wfelJN = 'J'
               display 'OBS: en eller flera filer kunde inte skrivas'
                 ' om - se meddelandena ovan.'
           end-if.
           stop run.
       main999.
           exit.

       b-kolla-register section.
       b010.
      * wregfinnsJN = 'N' bara när registret finns men saknar id:t
      * - utan register är id:t fritext, som vid intaget
           call 'sd-HamtaBestallare' using
             wgammal, wbr-namn, wbr-adress, wregfinnsJN.
       b999.
           exit.

       c-kolla-oppna section.
       c010.
      * öppna beställningar i båda backenderna: i kö (1, utom
      * makulerade 182 och ej körda 183), väntar på attest (42)
      * och pågående (2/3/16)
           move 0 to wantalopna.
           call 'sd-OppnaBestLas'.
       c020.
           call 'sd-LasBest' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               go to c999
           end-if.
           if sb-Bestallare not = wgammal
               go to c020
           end-if.
           evaluate sb-Kommando
               when 1
                   if sb-ReturKod not = 182 and sb-ReturKod not = 183
                       add 1 to wantalopna
                   end-if
               when 2
               when 3
               when 16
               when 42
                   add 1 to wantalopna
           end-evaluate.
           go to c020.
       c999.
           exit.

       d-kolla-staende section.
       d010.
           move 0 to wantalstaende.
           move spaces to wstaendeselnamn.
           string wpath 'spadstaende.dat' delimited by space
             into wstaendeselnamn.
           open input Staende.
           if wstaendefskey1 not = '0'
               go to d999
           end-if.
           move 'N' to w-eof.
       d020.
           read Staende into wst at end move 'J' to w-eof.
           if w-eof = 'J'
               close Staende
               go to d999
           end-if.
      * en vilande order (beställaren har slutat, se SpadHrCbl)
      * genererar inget och hindrar inte - den byter id nedan
           if wst-bestallare = wgammal and wst-vilande not = 'V'
               add 1 to wantalstaende
           end-if.
           go to d020.
       d999.
           exit.

       e-registerfiler section.
       e010.
      * registren och ärendefilerna under Path=
           move 'R' to wfiltyp.
           move spaces to wtextselnamn.
           string wpath 'spadbestallare.dat' delimited by space
             into wtextselnamn.
           perform g-skriv-om-fil.
           move 'B' to wfiltyp.
           move spaces to wtextselnamn.
           string wpath 'spadbehorig.dat' delimited by space
             into wtextselnamn.
           perform g-skriv-om-fil.
           move 'P' to wfiltyp.
           move spaces to wtextselnamn.
           string wpath 'spadprenum.dat' delimited by space
             into wtextselnamn.
           perform g-skriv-om-fil.
           move 'D' to wfiltyp.
           move spaces to wtextselnamn.
           string wpath 'spaddispyt.dat' delimited by space
             into wtextselnamn.
           perform g-skriv-om-fil.
           move 'H' to wfiltyp.
           move spaces to wtextselnamn.
           string wpath 'spaderphall.dat' delimited by space
             into wtextselnamn.
           perform g-skriv-om-fil.
           move 'S' to wfiltyp.
           move spaces to wtextselnamn.
           string wpath 'spadstaende.dat' delimited by space
             into wtextselnamn.
           perform g-skriv-om-fil.
           move 'G' to wfiltyp.
           move spaces to wtextselnamn.
           string wpath 'spadreghist.dat' delimited by space
             into wtextselnamn.
           perform g-skriv-om-fil.
       e999.
           exit.

       f-utkorgar section.
       f010.
      * aviseringsfilerna, ERP-dagfilerna och dossiererna i de
      * delade mapparna ur spad.ini
           call 'sd-HamtaNotifMapp' using wnotifmapp.
           call 'sd-HamtaErpMapp' using werpmapp.
           call 'sd-HamtaExportParametrar' using
             wexportmapp, wexportsekunder, wrtantal, wrttab(1).
           move 'J' to wpubliceraJN.
           move 'N' to wfiltyp.
           move wnotifmapp to wmapp.
           move 'NOTIF_*.txt' to wmonster.
           perform fa-en-mapp.
           move 'E' to wfiltyp.
           move werpmapp to wmapp.
           move 'ERP*.dat' to wmonster.
           perform fa-en-mapp.
           move 'N' to wpubliceraJN.
           move 'ERP*.dat.tmp' to wmonster.
           perform fa-en-mapp.
           move 'X' to wfiltyp.
           move wexportmapp to wmapp.
           move 'DOSSIER_*.txt' to wmonster.
           perform fa-en-mapp.
       f999.
           exit.

       fa-en-mapp section.
       fa010.
      * fillistan tas fram som i SpadBestImportCbl
           if wmapp = spaces
               go to fa999
           end-if.
           move spaces to wkommandorad.
           string 'cmd /c dir /b /a-d ' delimited by size
                  wmapp delimited by space
                  wmonster delimited by space
                  ' > ' delimited by size
                  wmapp delimited by space
                  'spadanon.lst' delimited by size
                  into wkommandorad.
           call 'SYSTEM' using wkommandorad
             on exception
               display 'Kunde inte lista ' wmapp
               move 'J' to wfelJN
               go to fa999
           end-call.
           move spaces to wlistselnamn.
           string wmapp delimited by space
                  'spadanon.lst' delimited by size
                  into wlistselnamn.
           open input Lista.
           if wlistfskey1 not = '0'
               go to fa999
           end-if.
           move 'N' to w-eof-lista.
       fa020.
           read Lista into wfilnamn at end move 'J' to w-eof-lista.
           if w-eof-lista = 'J'
               go to fa100
           end-if.
           if wfilnamn = spaces
               go to fa020
           end-if.
           move spaces to wtextselnamn.
           string wmapp    delimited by space
                  wfilnamn delimited by space
                  into wtextselnamn.
           perform g-skriv-om-fil.
           go to fa020.
       fa100.
           close Lista.
           call 'CBL_DELETE_FILE' using wlistselnamn.
       fa999.
           exit.

       g-skriv-om-fil section.
       g010.
      * filen skrivs till en tmp-fil bredvid och byts bara in om
      * någon rad ändrats - en fil som saknas hoppas över
           move 0 to wfilbytt.
           move 'N' to wnotifJN.
           open input Textfil.
           if wtextfskey1 not = '0'
               go to g999
           end-if.
           move spaces to wtmpselnamn.
           string wtextselnamn delimited by space
                  '.anon' delimited by size
                  into wtmpselnamn.
           open output Tmpfil.
           if wtmpfskey1 not = '0'
               close Textfil
               display 'FEL: kan inte skapa ' wtmpselnamn
               move 'J' to wfelJN
               go to g999
           end-if.
           move 'N' to w-eof.
       g020.
           read Textfil into wtextrad at end move 'J' to w-eof.
           if w-eof = 'J'
               go to g030
           end-if.
           perform ga-byt-rad.
           write tmpfil-record from wtextrad.
           go to g020.
       g030.
           close Textfil.
           close Tmpfil.
           if wfilbytt = 0
               call 'CBL_DELETE_FILE' using wtmpselnamn
               go to g999
           end-if.
           if wpubliceraJN = 'J'
               call 'sd-PubliceraFil' using
                 wtmpselnamn, wtextselnamn, wpubprogram, wpubJN
               if wpubJN not = 'J'
                   display 'FEL: kunde inte publicera ' wtmpselnamn
                   move 'J' to wfelJN
                   go to g999
               end-if
               go to g040
           end-if.
           call 'CBL_DELETE_FILE' using wtextselnamn.
           call 'CBL_RENAME_FILE' using wtmpselnamn, wtextselnamn.
           if return-code not = 0
               display 'FEL: kunde inte byta in ' wtmpselnamn
               move 'J' to wfelJN
               go to g999
           end-if.
       g040.
           add wfilbytt to wantalrader.
           add 1 to wantalfiler.
       g999.
           exit.

       ga-byt-rad section.
       ga010.
      * en rad i wtextrad efter filtyp - wfilbytt räknas upp när
      * raden ändrats
           evaluate wfiltyp
               when 'R'
                   move wtextrad to wbr
                   if wbr-id = wgammal
                       move wny    to wbr-id
                       move spaces to wbr-namn
                       move spaces to wbr-adress
                       move wbr to wtextrad
                       add 1 to wfilbytt
                   end-if
               when 'B'
                   if wtextrad(1:20) = wgammal
                       move wny to wtextrad(1:20)
                       add 1 to wfilbytt
                   end-if
               when 'P'
                   move wtextrad to pr
                   if pr-MottagarTyp = 'B' and pr-Mottagare = wgammal
                       move wny to pr-Mottagare
                       move pr to wtextrad
                       add 1 to wfilbytt
                   end-if
               when 'D'
                   move wtextrad to dp
                   if dp-Bestallare = wgammal
                       move wny to dp-Bestallare
                       move dp to wtextrad
                       add 1 to wfilbytt
                   end-if
               when 'H'
                   move wtextrad to weh
                   if weh-Bestallare = wgammal
                       move wny to weh-Bestallare
                       move weh to wtextrad
                       add 1 to wfilbytt
                   end-if
               when 'S'
                   move wtextrad to wst
                   if wst-bestallare = wgammal
                       move wny to wst-bestallare
                       move wst to wtextrad
                       add 1 to wfilbytt
                   end-if
               when 'G'
      * behörighetsraden börjar med beställaren, före som efter
                   move wtextrad to rgh
                   if rgh-Register = 'BEHORIG'
                   and (rgh-Fore(1:20) = wgammal
                     or rgh-Efter(1:20) = wgammal)
                       if rgh-Fore(1:20) = wgammal
                           move wny to rgh-Fore(1:20)
                       end-if
                       if rgh-Efter(1:20) = wgammal
                           move wny to rgh-Efter(1:20)
                       end-if
                       move rgh to wtextrad
                       add 1 to wfilbytt
                   end-if
               when 'E'
      * bara detaljposterna bär beställaren - konterings- och
      * trailerposterna lämnas som de är
                   if wtextrad(1:1) = 'D'
                       move wtextrad to wev
                       if wev-Bestallare = wgammal
                           move wny to wev-Bestallare
                           move wev to wtextrad
                           add 1 to wfilbytt
                       end-if
                   end-if
               when 'N'
      * BESTALLARE-raden står före ADRESS-raden i aviseringen
                   if wtextrad(1:12) = 'BESTALLARE: '
                   and wtextrad(13:20) = wgammal
                       move wny to wtextrad(13:20)
                       move 'J' to wnotifJN
                       add 1 to wfilbytt
                   end-if
                   if wtextrad(1:12) = 'ADRESS    : '
                   and wnotifJN = 'J'
                       move spaces to wtextrad(13:)
                       add 1 to wfilbytt
                   end-if
               when 'X'
                   perform zs-ersatt-i-text
                   if wbytt > 0
                       add 1 to wfilbytt
                   end-if
           end-evaluate.
       ga999.
           exit.

       h-logga section.
       h010.
      * beviset: händelse 570 med pseudonymen (aldrig det gamla
      * id:t) och en notering med operatören och antalen
           move 0 to wbestidbin.
           move 570 to wkommandobin.
           move wny to wat-pseudonym.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wanontitel.
           perform za-hamta-dag-klocka.
           initialize nt.
           move 0           to nt-FunktionsNummer.
           move 0           to nt-BestID.
           move wdate       to nt-MessDatum.
           move wtime       to nt-MessKlock.
           move woperator   to nt-Operator.
           move wdate       to nt-NotDatum.
           move wtime       to nt-NotKlock.
           move wny         to wnt-pseudonym.
           move wantallager to wnt-lager.
           move wantalrader to wnt-rader.
           move wnottext    to nt-Text.
           call 'sd-InsertNotering' using nt.
       h999.
           exit.

       zs-ersatt-i-text section.
       zs010.
      * byter varje fristående förekomst av wgammal i wtextrad mot
      * wny - inte när id:t ingår i ett längre ord, samma regel som
      * för noteringarna i sf-PseudonymiseraBestallare. wbytt =
      * antal byten.
           move 0 to wbytt.
           move 20 to wglen.
       zs020.
           if wglen > 0
               if wgammal(wglen:1) = space
                   subtract 1 from wglen
                   go to zs020
               end-if
           end-if.
           move 20 to wnlen.
       zs030.
           if wnlen > 0
               if wny(wnlen:1) = space
                   subtract 1 from wnlen
                   go to zs030
               end-if
           end-if.
           if wglen = 0
               go to zs999
           end-if.
           move 1 to wpos.
       zs040.
           if wpos + wglen - 1 > 320
               go to zs999
           end-if.
           if wtextrad(wpos:wglen) not = wgammal(1:wglen)
               add 1 to wpos
               go to zs040
           end-if.
           move 'J' to wfriJN.
           if wpos > 1
               move wtextrad(wpos - 1:1) to wtecken
               perform zs5-kolla-tecken
           end-if.
           compute wrest = wpos + wglen.
           if wrest <= 320
               move wtextrad(wrest:1) to wtecken
               perform zs5-kolla-tecken
           end-if.
           if wfriJN = 'N'
               add 1 to wpos
               go to zs040
           end-if.
           move spaces to wuttext.
           move 1 to wptr.
           if wpos > 1
               string wtextrad(1:wpos - 1) delimited by size
                 into wuttext with pointer wptr
           end-if.
           string wny(1:wnlen) delimited by size
             into wuttext with pointer wptr.
           if wrest <= 320 and wptr <= 320
               string wtextrad(wrest:) delimited by size
                 into wuttext with pointer wptr
           end-if.
           move wuttext to wtextrad.
           add 1 to wbytt.
           add wnlen to wpos.
           go to zs040.
       zs999.
           exit.

       zs5-kolla-tecken section.
       zs5010.
           if (wtecken >= 'A' and wtecken <= 'Z')
           or (wtecken >= 'a' and wtecken <= 'z')
           or (wtecken >= '0' and wtecken <= '9')
               move 'N' to wfriJN
           end-if.
       zs5999.
           exit.

       za-hamta-dag-klocka section.
       za010.
           accept wfalt from date yyyymmdd.
           move wfalt to wdate.
           accept wfalt from time.
           move wfalt(1:6) to wtime.
       za999.
           exit.
