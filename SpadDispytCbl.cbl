       identification division.
      *
      *2026-10-15 Ny körning: tvister om KLAR-körningar vars
      *           verifikat redan gått till ERP. En avdelning som
      *           bestrider ett resultat får ett ärende kopplat till
      *           körningens BestID (spaddispyt.dat) med orsak och
      *           operatör. Godkänns tvisten ogiltigförklaras
      *           körningen i BestHist (ReturKod 189), ett
      *           återföringsverifikat med negerade belopp skrivs
      *           till dagens ERP-fil med referens till originalets
      *           SeqNummer och körningens rapportrader markeras som
      *           ersatta. Besluten kräver roll 3 och en motivering.
      *2026-10-15 Återföringen skrivs till körningens bolags ERP-
      *           mapp (bolaget ur BestHist-raden). Finns varken ett
      *           skickat eller ett hållet verifikat står tvisten
      *           kvar som öppen, och spaderphall.dat skrivs inte om
      *           när den inte ryms i minnet.
      *
       program-id. SpadDispytCbl.
       environment division.
       Input-Output Section.
       File-Control.
      * tvisteregistret (Path=/spaddispyt.dat), se dispyt.cpy
           Select Dispyt assign wdpselnamn
             file status is wdpfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * hållna verifikat (Path=/spaderphall.dat), se erphall.cpy
           Select ErpHall assign wehselnamn
             file status is wehfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Dispyt.
       01  dispyt-record     pic x(310).
       fd  ErpHall.
       01  erphall-record    pic x(145).

       working-storage section.
       01  work.
           05  wdatamode        pic 9.
           05  wpath            pic x(80).
           05  wstyrfunknr      pic 9(9).
           05  werpmapp         pic x(73).
           05  wdpselnamn       pic x(80).
           05  wdpfs.
               10  wdpfskey1    pic x.
               10  wdpfskey2    pic x.
           05  wehselnamn       pic x(80).
           05  wehfs.
               10  wehfskey1    pic x.
               10  wehfskey2    pic x.
           05  w-eof            pic x.
           05  woperator        pic x(20).
           05  wroll            pic 9(9).
           05  wval             pic 9.
           05  wklart           pic x.
           05  wfinnsJN         pic x.
           05  wupdatedJN       pic x.
           05  wfunktionsnummer pic 9(9).
           05  wbestid          pic 9(9).
           05  wbestnummer      pic 9(9).
           05  wdispytid        pic 9(9).
           05  wnastaid         pic 9(9).
           05  wrefseq          pic 9(9).
           05  wnyseq           pic 9(9).
           05  wantal           pic 9(9).
           05  wrx              pic 9(4) comp.
           05  wtraff           pic 9(4) comp.
           05  wbortagna        pic 9(4) comp.
           05  wbortJN          pic x.
           05  wehfullJN        pic x.
           05  wbolag           pic x(4).
           05  wfalt            pic 9(8).
           05  wdate            pic 9(8).
           05  wtime            pic 9(6).
           05  wtext            pic x(60).
      * registret i minnet - skrivs om i sin helhet vid varje
      * ändring, samma mönster som SpadFrysCbl
           05  wreg-antal       pic 9(4) comp value 0.
           05  wreg-rad         pic x(310) occurs 1000.
           05  weh-antal        pic 9(4) comp value 0.
           05  weh-rad          pic x(145) occurs 500.
           05  wbestidbin       pic 9(9) comp.
           05  wkommandobin     pic 9(9) comp.
           05  wandradtitel.
               10  wat-vad      pic x(29).
               10  filler       pic x value ' '.
               10  wat-operator pic x(20).
           05  wlistrad.
               10  wl-id        pic zzzzzzzz9.
               10  filler       pic x(2) value '  '.
               10  wl-status    pic x(8).
               10  filler       pic x(7) value ' bestid'.
               10  wl-bestid    pic zzzzzzzz9.
               10  filler       pic x(6) value ' best '.
               10  wl-bestnr    pic zzzzzzzz9.
               10  filler       pic x value ' '.
               10  wl-bestallare pic x(20).
               10  filler       pic x value ' '.
               10  wl-datum     pic 9(8).
           05  wlistrad2.
               10  filler       pic x(13) value spaces.
               10  wl2-text     pic x(60).
           05  waterrad.
               10  filler pic x(26) value 'Aterforingsverifikat seqnr'.
               10  wa-nyseq     pic zzzzzzzz9.
               10  filler pic x(12) value ' av seqnr   '.
               10  wa-refseq    pic zzzzzzzz9.
               10  filler pic x(18) value ' skrivet till ERP.'.
           05  wrapprad.
               10  wr-antal     pic zzzzz9.
               10  filler pic x(29)
                 value ' rapportrader markta ersatta.'.
       01  dp.
           copy "dispyt.cpy" replacing leading ==xxxx== by ==dp==.
       01  dpny.
           copy "dispyt.cpy" replacing leading ==xxxx== by ==dpny==.
       01  weh.
           copy "erphall.cpy" replacing leading ==xxxx== by ==weh==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  sbh.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sbh==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           string wpath 'spaddispyt.dat' delimited by space
             into wdpselnamn.
           string wpath 'spaderphall.dat' delimited by space
             into wehselnamn.

           display 'Operatör-ID: ' with no advancing.
           accept woperator.
      * en tvist får registreras av alla kända operatörer, men
      * bara roll 3 och uppåt får godkänna eller avvisa den
           call 'sd-HamtaOperatorRoll' using woperator, wroll.

           move 'N' to wklart.
       main020.
           if wklart = 'J'
               go to main999
           end-if.

           display ' '.
           display 'SpadDispyt - tvister om körningsresultat'.
           display '1 Lista tvister   2 Registrera tvist'.
           display '3 Godkänn tvist   4 Avvisa tvist   0 Avsluta'.
           display 'Val: ' with no advancing.
           accept wval.
           evaluate wval
               when 0 move 'J' to wklart
               when 1 perform c-lista
               when 2 perform b-registrera
               when 3 perform d-godkann
               when 4 perform e-avvisa
               when other display 'Okänt val, försök igen.'
           end-evaluate.
           go to main020.
       main999.
           stop run.

       b-registrera section.
       b010.
           if wroll < 1
               display 'Okänd operatör - tvisten avvisas.'
               go to b999
           end-if.
           display 'BestID: ' with no advancing.
           accept wbestid.
           if wbestid = 0
               go to b999
           end-if.
           perform bb-hamta-historik.
           if sb-BestID not = wbestid
               display 'BestID finns inte i BestHist.'
               go to b999
           end-if.
      * bara en avslutad KLAR-körning i skarp drift kan bestridas -
      * delordrarnas resultat ligger i moderordern
           if (sb-Kommando not = 4 and sb-Kommando not = 41)
           or sb-TestKorning = 1
           or sb-DelAvBestID > 0
           or sb-KorslutDatum = 0
               display 'Körningen är inte en avslutad KLAR-körning.'
               go to b999
           end-if.
           if sb-ReturKod = 189
               display 'Körningen är redan ogiltigförklarad.'
               go to b999
           end-if.
           perform y-las-register.
           move 0 to wnastaid.
           move 0 to wtraff.
           move 0 to wrx.
       b020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to b030
           end-if.
           move wreg-rad(wrx) to dp.
           if dp-DispytID > wnastaid
               move dp-DispytID to wnastaid
           end-if.
           if dp-BestID = wbestid
           and (dp-Status = 'O' or dp-Status = 'A')
               move wrx to wtraff
           end-if.
           go to b020.
       b030.
           if wtraff > 0
               move wreg-rad(wtraff) to dp
               display 'Körningen har redan tvist ' dp-DispytID
                 ' med status ' dp-Status '.'
               go to b999
           end-if.
           if wreg-antal >= 1000
               display 'Registret är fullt (1000 rader).'
               go to b999
           end-if.
           display 'Orsak: ' with no advancing.
           accept wtext.
           if wtext = spaces
               display 'En tvist kräver en orsak, avvisas.'
               go to b999
           end-if.
           perform za-hamta-dag-klocka.
           initialize dpny.
           add 1 to wnastaid.
           move wnastaid            to dpny-DispytID.
           move sb-BestID           to dpny-BestID.
           move sb-FunktionsNummer  to dpny-FunktionsNummer.
           move sb-BestNummer       to dpny-BestNummer.
           move sb-Bestallare       to dpny-Bestallare.
           move 'O'                 to dpny-Status.
           move wtext               to dpny-Orsak.
           move woperator           to dpny-Operator.
           move wdate               to dpny-OppnadDatum.
           move wtime               to dpny-OppnadKlock.
           move sb-KorslutDatum     to dpny-KorslutDatum.
           move sb-ResultatBelopp1  to dpny-Belopp1.
           move sb-ResultatBelopp2  to dpny-Belopp2.
           move sb-ResultatBelopp3  to dpny-Belopp3.
           move sb-KorPostAntal     to dpny-KorPostAntal.
           add 1 to wreg-antal.
           move dpny to wreg-rad(wreg-antal).
           perform z-skriv-register.
           move dpny to dp.
           move 558 to wkommandobin.
           move 'TVIST REGISTRERAD AV' to wat-vad.
           perform x-logga-andring.
           display 'Tvist ' wnastaid ' registrerad.'.
       b999.
           exit.

       bb-hamta-historik section.
       bb010.
      * körningen söks i båda backendernas BestHist via den
      * strömmande läsningen, som i SpadDossierCbl - sb-BestID =
      * wbestid om den hittades
           initialize sb.
           move 0 to sb-BestID.
           call 'sd-OppnaHistLas'.
       bb020.
           call 'sd-LasHist' using sbh, wfinnsJN.
           if wfinnsJN = 'N'
               go to bb999
           end-if.
           if sbh-BestID = wbestid
               move sbh to sb
           end-if.
           go to bb020.
       bb999.
           exit.

       c-lista section.
       c010.
           perform y-las-register.
           if wreg-antal = 0
               display 'Inga tvister registrerade.'
               go to c999
           end-if.
           move 0 to wrx.
       c020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to c999
           end-if.
           move wreg-rad(wrx) to dp.
           move dp-DispytID   to wl-id.
           evaluate dp-Status
               when 'O' move 'ÖPPEN'   to wl-status
               when 'A' move 'GODKÄND' to wl-status
               when other move 'AVVISAD' to wl-status
           end-evaluate.
           move dp-BestID     to wl-bestid.
           move dp-BestNummer to wl-bestnr.
           move dp-Bestallare to wl-bestallare.
           move dp-OppnadDatum to wl-datum.
           display wlistrad.
           move dp-Orsak to wl2-text.
           display wlistrad2.
           if dp-Status not = 'O'
               move dp-Beslut to wl2-text
               display wlistrad2
           end-if.
           go to c020.
       c999.
           exit.

       ca-valj-oppen section.
       ca010.
      * wtraff = raden för en öppen tvist som operatören väljer,
      * 0 om valet inte gick att använda
           move 0 to wtraff.
           if wroll < 3
               display 'Otillräcklig roll för att besluta om tvister.'
               go to ca999
           end-if.
           display 'TvistID: ' with no advancing.
           accept wdispytid.
           perform y-las-register.
           move 0 to wrx.
       ca020.
           add 1 to wrx.
           if wrx > wreg-antal
               display 'Tvisten finns inte.'
               go to ca999
           end-if.
           move wreg-rad(wrx) to dp.
           if dp-DispytID not = wdispytid
               go to ca020
           end-if.
           if dp-Status not = 'O'
               display 'Tvisten är redan avgjord.'
               go to ca999
           end-if.
           display 'Motivering: ' with no advancing.
           accept wtext.
           if wtext = spaces
               display 'Ett beslut kräver en motivering, avvisas.'
               go to ca999
           end-if.
           move wrx to wtraff.
       ca999.
           exit.

       d-godkann section.
       d010.
           perform ca-valj-oppen.
           if wtraff = 0
               go to d999
           end-if.
           move dp-FunktionsNummer to wfunktionsnummer.
           move dp-BestID          to wbestid.
           move dp-BestNummer      to wbestnummer.
      * körningens bolag ur BestHist - återföringen ska till samma
      * bolags ERP-mapp som originalet
           perform bb-hamta-historik.
           move sb-Bolag to wbolag.
      * återföringsverifikat till dagens ERP-fil - fanns inget
      * skickat verifikat tas ett hållet verifikat bort i stället,
      * så det inte släpps senare. Finns inget av dem står tvisten
      * kvar som öppen
           move 0 to wrefseq.
           move 0 to wnyseq.
           call 'sd-HamtaErpMapp' using werpmapp.
           if werpmapp = spaces
               display 'Ingen ERPDIR= i spad.ini - ingen återföring'
                 ' skriven.'
           else
               initialize sb
               move wbolag             to sb-Bolag
               move dp-FunktionsNummer to sb-FunktionsNummer
               move dp-BestNummer      to sb-BestNummer
               move dp-Bestallare      to sb-Bestallare
               move dp-KorslutDatum    to sb-KorslutDatum
               call 'sf-SkrivErpAterforing' using
                 werpmapp, sb, wrefseq, wnyseq, wfinnsJN
               if wfinnsJN = 'J'
                   move wnyseq  to wa-nyseq
                   move wrefseq to wa-refseq
                   display waterrad
               else
                   perform f-ta-bort-hallet
                   if wbortJN = 'N'
                       display 'Tvisten står kvar som öppen.'
                       go to d999
                   end-if
               end-if
           end-if.
      * körningen ogiltigförklaras i BestHist
           call 'sd-MakuleraBestHist' using
             wfunktionsnummer, wbestid, wupdatedJN.
           if wupdatedJN = 'N'
               display 'OBS: BestHist-raden saknas eller är redan'
                 ' makulerad.'
           end-if.
      * rapportraderna ersätts
           call 'sd-MarkeraRappErsatt' using
             wfunktionsnummer, wbestnummer, wantal.
           move wantal to wr-antal.
           display wrapprad.
           perform za-hamta-dag-klocka.
           move 'A'       to dp-Status.
           move woperator to dp-BeslutOperator.
           move wtext     to dp-Beslut.
           move wdate     to dp-BeslutDatum.
           move wtime     to dp-BeslutKlock.
           move wrefseq   to dp-OrigSeqNummer.
           move wnyseq    to dp-AterSeqNummer.
           move dp to wreg-rad(wtraff).
           perform z-skriv-register.
           move 559 to wkommandobin.
           move 'TVIST GODKAND, MAKULERAD AV' to wat-vad.
           perform x-logga-andring.
           display 'Tvisten godkänd och körningen ogiltigförklarad.'.
       d999.
           exit.

       e-avvisa section.
       e010.
           perform ca-valj-oppen.
           if wtraff = 0
               go to e999
           end-if.
           perform za-hamta-dag-klocka.
           move 'V'       to dp-Status.
           move woperator to dp-BeslutOperator.
           move wtext     to dp-Beslut.
           move wdate     to dp-BeslutDatum.
           move wtime     to dp-BeslutKlock.
           move dp to wreg-rad(wtraff).
           perform z-skriv-register.
           move dp-FunktionsNummer to wfunktionsnummer.
           move 559 to wkommandobin.
           move 'TVIST AVVISAD AV' to wat-vad.
           perform x-logga-andring.
           display 'Tvisten avvisad.'.
       e999.
           exit.

       f-ta-bort-hallet section.
       f010.
      * körningens hållna verifikat (om något) skrivs inte längre
      * ut - resten av spaderphall.dat står kvar. wbortJN = 'J' om
      * det togs bort; ryms filen inte i minnet skrivs den inte om
           move 'N' to wbortJN.
           move 'N' to wehfullJN.
           move 0 to weh-antal.
           move 0 to wbortagna.
           open input ErpHall.
           if wehfskey1 not = '0'
               go to f100
           end-if.
           move 'N' to w-eof.
       f020.
           read ErpHall into weh
             at end move 'J' to w-eof.
           if w-eof = 'J'
               go to f030
           end-if.
           if weh-BestNummer = dp-BestNummer
               add 1 to wbortagna
               go to f020
           end-if.
           if weh-antal >= 500
               move 'J' to wehfullJN
               go to f020
           end-if.
           add 1 to weh-antal.
           move weh to weh-rad(weh-antal).
           go to f020.
       f030.
           close ErpHall.
           if wbortagna = 0
               go to f100
           end-if.
           if wehfullJN = 'J'
               display 'spaderphall.dat har fler än 500 rader - det'
                 ' hållna verifikatet kunde inte tas bort.'
               go to f999
           end-if.
           open output ErpHall.
           move 0 to wrx.
       f040.
           add 1 to wrx.
           if wrx > weh-antal
               go to f050
           end-if.
           write erphall-record from weh-rad(wrx).
           go to f040.
       f050.
           close ErpHall.
           move 'J' to wbortJN.
           display 'Inget skickat verifikat - det hållna'
             ' verifikatet togs bort.'.
           go to f999.
       f100.
           display 'Varken skickat eller hållet verifikat finns att'
             ' återföra.'.
       f999.
           exit.

       x-logga-andring section.
       x010.
      * bestående spår av tvisten i händelseloggen, på BestID
           move woperator to wat-operator.
           move dp-BestID to wbestidbin.
           move dp-FunktionsNummer to wfunktionsnummer.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wandradtitel.
       x999.
           exit.

       y-las-register section.
       y010.
           move 0 to wreg-antal.
           open input Dispyt.
           if wdpfskey1 not = '0'
      * registret finns ännu inte - tomt register
               go to y999
           end-if.
           move 'N' to w-eof.
       y020.
           read Dispyt into dp
             at end move 'J' to w-eof.
           if w-eof = 'J' or wreg-antal >= 1000
               go to y100
           end-if.
           add 1 to wreg-antal.
           move dp to wreg-rad(wreg-antal).
           go to y020.
       y100.
           close Dispyt.
       y999.
           exit.

       z-skriv-register section.
       z010.
           open output Dispyt.
           move 0 to wrx.
       z020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to z100
           end-if.
           write dispyt-record from wreg-rad(wrx).
           go to z020.
       z100.
           close Dispyt.
       z999.
           exit.

       za-hamta-dag-klocka section.
       za010.
           accept wfalt from date yyyymmdd.
           move wfalt to wdate.
           accept wfalt from time.
           move wfalt(1:6) to wtime.
       za999.
           exit.
