      *           BestNummer och härstamningsmärkning
      *           (UrsprungBestID) - timmar av redan bevisat utfört
      *           arbete görs inte om.
      *2026-10-15 Fyraögonsprincip: avbryt motorn (4) kräver en
      *           begäran som en annan registrerad operatör godkänt
      *           inom godkännandetiden (spad.ini GT=) - och menyn
      *           listar begäranden som väntar på mitt godkännande
      *           (FunktionsNummer 0, sedan G).
      *2026-10-15 En makulerad beställning får orsakskod 10 ur
      *           orsakskatalogen på raden och i händelseloggen
      *           (555); en omstart nollställer orsaken.
      *2026-10-15 Larmkvittens: FunktionsNummer 0 och sedan L listar
      *           de öppna larmen (spadlarm.dat, se larm.cpy) och
      *           kvitterar ett av dem med operatörens identitet -
      *           ett kvitterat larm eskaleras inte vidare i
      *           jourstegen (SpadGwCbl). Kräver registrerad
      *           operatör.
      *2026-10-15 Funktionsgrupper: FunktionsNummer 0 och sedan F
      *           visar en grupps status (spadfunkgrupp.dat, se
      *           vfg.cpy) - läge, pågående körning och kö per
      *           medlem - och pausar, återställer, avbryter körning
      *           eller dränerar alla medlemmar med ett kommando.
      *           Kommandot går per medlem genom
      *           sd-SattAdmiFunkKommando (AdmiAudit per funktion)
      *           och spåras i händelseloggen (595). Avbryt köraren
      *           (4) görs inte gruppvis - det kräver fyra ögon per
      *           funktion.
      *
       program-id. SpadOperatorCbl.
       environment division.
               10  filler pic x(13) value 'MAKULERAD AV '.
               10  wmt-operator pic x(20).
               10  filler pic x(17) value spaces.
           05  wfelorsaktitel.
               10  filler pic x(6) value 'ORSAK '.
               10  wot-kod  pic zzz9.
               10  filler pic x value ' '.
               10  wot-text pic x(39).
           05  wandrattitel.
               10  filler pic x(11) value 'ANDRAD AV '.
               10  wan-operator pic x(20).
           05  wjobbtyp           pic 9(9).
           05  wjobbokJN          pic x.
           05  wfinnsJN           pic x.
      * fyraögonsbegäran, se f-fyra-ogon
           05  wgodkJN            pic x.
           05  wgkatgard          pic x(10).
           05  wgkparameter       pic x(30).
           05  wgkid-disp         pic zzzzzzzz9.
           05  wgkantal           pic 9(4) comp.
           05  wgkbeslutid        pic 9(9).
           05  wgkbeslut          pic x.
           05  wgkval             pic x.
      * larmkvittens, se h-larm
           05  wlarmid            pic 9(9).
           05  wlarmantal         pic 9(4) comp.
           05  wlarmlistrad.
               10  wll-id         pic zzzzzzzz9.
               10  filler         pic x(6) value ' funk '.
               10  wll-funknr     pic zzzzzzzz9.
               10  filler         pic x(5) value ' hdl '.
               10  wll-handelse   pic zzz9.
               10  filler         pic x(5) value ' sev '.
               10  wll-severity   pic 9.
               10  filler         pic x value ' '.
               10  wll-datum      pic 9(8).
               10  filler         pic x value ' '.
               10  wll-klock      pic 9(6).
               10  filler         pic x(7) value ' steg '.
               10  wll-steg       pic 9.
               10  filler         pic x value ' '.
               10  wll-kontakt    pic x(20).
               10  filler         pic x value ' '.
               10  wll-titel      pic x(30).
           05  wgklistrad.
               10  wgl-id         pic zzzzzzzz9.
               10  filler         pic x value ' '.
               10  wgl-atgard     pic x(10).
               10  filler         pic x(6) value ' funk '.
               10  wgl-funknr     pic zzzzzzzz9.
               10  filler         pic x(4) value ' av '.
               10  wgl-begarare   pic x(20).
               10  filler         pic x value ' '.
               10  wgl-datum      pic 9(8).
               10  filler         pic x value ' '.
               10  wgl-klock      pic 9(6).
               10  filler         pic x value ' '.
               10  wgl-parameter  pic x(30).
      * b�da radernas identitet ryms i EN h�ndelse p� ursprungets
      * BestID - den nya radens BestID delas inte ut av
      * db-InsertSpadBest (identity), s� den nya ordern pekas ut
               10  filler pic x(18) value 'AVBROTT BEGART AV '.
               10  wat-operator pic x(20).
               10  filler pic x(12) value spaces.
      * funktionsgrupp, se i-grupp
           05  wgrupp             pic x(8).
           05  wgm-antal          pic 9(4) comp.
           05  wgm-funknr         pic 9(9) occurs 200.
           05  wgx                pic 9(4) comp.
           05  wgy                pic 9(4) comp.
           05  wgokantal          pic 9(4).
           05  wgfelantal         pic 9(4).
           05  wkoantal           pic 9(9).
           05  wgsvar             pic x.
           05  wgrupptitel.
               10  filler pic x(6) value 'GRUPP '.
               10  wgt-grupp    pic x(8).
               10  filler pic x value ' '.
               10  wgt-atgard   pic x(9).
               10  filler pic x(4) value ' AV '.
               10  wgt-operator pic x(20).
               10  filler pic xx value spaces.
           05  wgruppstatusrad.
               10  wgs-funknr     pic zzzzzzzz9.
               10  filler         pic x value ' '.
               10  wgs-lage       pic x(10).
               10  filler         pic x value ' '.
               10  wgs-bestid     pic z(9).
               10  filler         pic x value ' '.
               10  wgs-varv       pic z(9).
               10  filler         pic x value ' '.
               10  wgs-antal      pic z(9).
               10  filler         pic x value ' '.
               10  wgs-koade      pic zzzzzzzz9.
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
           05  wtime              pic 9(6).
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  kl.
           copy "korlogg-bin.cpy" replacing leading ==xxxx== by ==kl==.
       01  gk.
           copy "godk.cpy" replacing leading ==xxxx== by ==gk==.
       01  fo.
           copy "orsak.cpy" replacing leading ==xxxx== by ==fo==.
       01  la.
           copy "larm.cpy" replacing leading ==xxxx== by ==la==.
       copy "vfg.cpy".

       procedure division.
       main section.
             'Andra koad bestallning (BestID)'.
           display '9 '
             'Aterstarta fran senaste varv (BestID)'.
           display '0 Avsluta - eller G för begäranden som väntar'
             ' på ditt godkännande, L för öppna larm,'
             ' F för en funktionsgrupp'.
           display 'FunktionsNummer: ' with no advancing.
           accept wfunktionsnummer.
           if wfunktionsnummer = 0
               display 'G = väntande godkännanden, L = öppna larm,'
                 ' F = funktionsgrupp, annat = avsluta: '
                 with no advancing
               move space to wgkval
               accept wgkval
               evaluate wgkval
                   when 'G'
                   when 'g'
                       perform g-godkannanden
                   when 'L'
                   when 'l'
                       perform h-larm
                   when 'F'
                   when 'f'
                       perform i-grupp
                   when other
                       move 'J' to wklart
               end-evaluate
               go to main020
           end-if.

               display 'Beh�righet saknas f�r �tg�rden.'
               go to main020
           end-if.
      * att avbryta motorn kräver en andra operatörs godkännande
           if lkommando = 99
               move 'STOPPMOTOR' to wgkatgard
               move spaces to wgkparameter
               perform f-fyra-ogon
               if wgodkJN not = 'J'
                   go to main020
               end-if
           end-if.

           call 'sd-SattAdmiFunkKommando' using
             wfunktionsnummer, lkommando, woperator, wupdatedJN.
      * v�xlingen och l�mnas or�rd av uppdateringen
           perform za-hamta-dag-klocka.
           move 7 to sb-Kommando.
           move 10 to sb-OrsakKod.
           move wdate to sb-KorslutDatum, sb-SenasteDatum.
           move wtime to sb-KorslutKlock, sb-SenasteKlock.
           call 'sd-UppdateraSpadBest' using wfunktionsnummer, sb.
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
           display 'Best�llningen �r makulerad.'.
       b999.
           exit.
           move 0 to sb-ReturKod.
           move wbestid to sb-UrsprungBestID.
           move womstartvarv to sb-OmstartVarv.
           move 0 to sb-OrsakKod.
           move 0 to sb-KorstartDatum, sb-KorstartKlock.
           move 0 to sb-ProgressDatum, sb-ProgressKlock.
           move 0 to sb-KorslutDatum, sb-KorslutKlock.
          divide wfalt by 100 giving wtime.
       za999.
           exit.

       f-fyra-ogon section.
       f010.
      * fyraögonsprincip (spadgodkann.dat): åtgärden utförs först
      * när en annan registrerad operatör godkänt en begäran om den
      * inom godkännandetiden (spad.ini GT=). Första försöket
      * skapar begäran; när den är godkänd utförs åtgärden nästa
      * gång samma operatör begär den. wgodkJN = 'J' = får utföras.
           move 'N' to wgodkJN.
           initialize gk.
           move wgkatgard        to gk-Atgard.
           move wfunktionsnummer to gk-FunktionsNummer.
           move wgkparameter     to gk-Parameter.
           move woperator        to gk-Begarare.
           call 'sd-BegarGodkannande' using gk, wfinnsJN.
           move gk-BegaranID to wgkid-disp.
           evaluate wfinnsJN
               when 'J'
                   move 'J' to wgodkJN
                   display 'Begäran ' wgkid-disp ' godkänd av '
                     gk-Godkannare
               when 'V'
                   display 'Begäran ' wgkid-disp ' väntar fortfarande'
                     ' på godkännande.'
               when 'N'
                   display 'Begäran ' wgkid-disp ' skapad - en annan'
                     ' operatör måste godkänna den innan'
                     ' åtgärden utförs.'
               when other
                   display 'Begäran kunde inte registreras'
                     ' (registret fullt).'
           end-evaluate.
       f999.
           exit.

       g-godkannanden section.
       g010.
      * begäranden som väntar på MITT godkännande - andras,
      * inte utgångna - och beslut om en av dem
           move 0 to wgkantal.
           call 'sd-OppnaGodkLas'.
       g020.
           call 'sd-LasGodk' using gk, wfinnsJN.
           if wfinnsJN = 'N'
               go to g100
           end-if.
           if gk-Status not = 'V' or gk-Begarare = woperator
               go to g020
           end-if.
           add 1 to wgkantal.
           move gk-BegaranID        to wgl-id.
           move gk-Atgard           to wgl-atgard.
           move gk-FunktionsNummer  to wgl-funknr.
           move gk-Begarare         to wgl-begarare.
           move gk-BegDatum         to wgl-datum.
           move gk-BegKlock         to wgl-klock.
           move gk-Parameter        to wgl-parameter.
           display wgklistrad.
           go to g020.
       g100.
           if wgkantal = 0
               display 'Inga begäranden väntar på ditt godkännande.'
               go to g999
           end-if.
           display 'BegaranID att besluta (0 = inget): '
             with no advancing.
           accept wgkbeslutid.
           if wgkbeslutid = 0
               go to g999
           end-if.
           display 'G = godkänn, A = avslå: ' with no advancing.
           accept wgkbeslut.
           if wgkbeslut = 'g'
               move 'G' to wgkbeslut
           end-if.
           if wgkbeslut not = 'G' and wgkbeslut not = 'A'
           and wgkbeslut not = 'a'
               display 'Inget beslut registrerat.'
               go to g999
           end-if.
           initialize gk.
           move wgkbeslutid to gk-BegaranID.
           move wgkbeslut   to gk-Status.
           call 'sd-BeslutaGodkannande' using gk, woperator, wfinnsJN.
           evaluate wfinnsJN
               when 'J'
                   if gk-Status = 'G'
                       display 'Begäran godkänd - begäraren kan nu'
                         ' utföra åtgärden.'
                   else
                       display 'Begäran avslagen.'
                   end-if
               when 'S'
                   display 'Du kan inte besluta om din egen begäran.'
               when 'R'
                   display 'Du finns inte i operatörsregistret.'
               when 'U'
                   display 'Begäran har gått ut.'
               when other
                   display 'Ingen väntande begäran med det numret.'
           end-evaluate.
       g999.
           exit.

       h-larm section.
       h010.
      * de öppna larmen och kvittens av ett av dem - kvittensen
      * stoppar eskaleringen i jourstegen, se SpadGwCbl
           move 0 to wlarmantal.
           call 'sd-OppnaLarmLas'.
       h020.
           call 'sd-LasLarm' using la, wfinnsJN.
           if wfinnsJN = 'N'
               go to h100
           end-if.
           if la-Status not = 'O'
               go to h020
           end-if.
           add 1 to wlarmantal.
           move la-LarmID          to wll-id.
           move la-FunktionsNummer to wll-funknr.
           move la-Handelse        to wll-handelse.
           move la-Severity        to wll-severity.
           move la-OppnadDatum     to wll-datum.
           move la-OppnadKlock     to wll-klock.
           move la-Steg            to wll-steg.
           move la-Kontakt         to wll-kontakt.
           move la-Titel           to wll-titel.
           display wlarmlistrad.
           go to h020.
       h100.
           if wlarmantal = 0
               display 'Inga öppna larm.'
               go to h999
           end-if.
      * en okänd operatör (roll 0) får bara lista larmen
           if wroll = 0
               display 'Du finns inte i operatörsregistret -'
                 ' kvittens kräver registrerad operatör.'
               go to h999
           end-if.
           display 'LarmID att kvittera (0 = inget): '
             with no advancing.
           accept wlarmid.
           if wlarmid = 0
               go to h999
           end-if.
           initialize la.
           move wlarmid to la-LarmID.
           call 'sd-KvitteraLarm' using la, woperator, wfinnsJN.
           evaluate wfinnsJN
               when 'J'
                   display 'Larm ' wlarmid ' kvitterat.'
               when 'K'
                   display 'Larmet är redan kvitterat av '
                     la-Operator
               when other
                   display 'Inget larm med det numret.'
           end-evaluate.
       h999.
           exit.

       i-grupp section.
       i010.
      * en funktionsgrupp: status per medlem på en skärm och ett
      * kontrollkommando för alla medlemmar. Kommandot sätts per
      * funktion genom sd-SattAdmiFunkKommando, så rollkrav,
      * samtidighetsskydd och AdmiAudit gäller varje medlem precis
      * som när numret anges ett i taget
           display 'Funktionsgrupp: ' with no advancing.
           move spaces to wgrupp.
           accept wgrupp.
           if wgrupp = spaces
               go to i999
           end-if.
           call 'sd-HamtaFunkGrupper' using vfg.
           move 0 to wgm-antal.
           move 0 to wgx.
       i020.
           add 1 to wgx.
           if wgx > vfg-antal
               go to i030
           end-if.
           if vfg-grupp(wgx) = wgrupp and wgm-antal < 200
               add 1 to wgm-antal
               move vfg-funknr(wgx) to wgm-funknr(wgm-antal)
           end-if.
           go to i020.
       i030.
           if wgm-antal = 0
               display 'Gruppen ' wgrupp ' saknas i spadfunkgrupp.dat'
                 ' eller har inga funktioner.'
               go to i999
           end-if.
           perform ia-gruppstatus.

           display 'Gruppåtgärd: 1 Pausa   2 Fortsätt   3 Avbryt'
             ' körning   7 Dränera   0 = bara status'.
           display 'Åtgärd: ' with no advancing.
           accept wval.
           evaluate wval
               when 0
                   go to i999
               when 1
                   move 16 to lkommando
                   move 'PAUSA' to wgt-atgard
               when 2
                   move 0 to lkommando
                   move 'FORTSATT' to wgt-atgard
               when 3
                   move 6 to lkommando
                   move 'AVBRYT' to wgt-atgard
               when 7
                   move 98 to lkommando
                   move 'DRANERA' to wgt-atgard
               when 4
                   display 'Avbryt köraren kräver fyra ögon och'
                     ' görs en funktion i taget.'
                   go to i999
               when other
                   display 'Okänt val.'
                   go to i999
           end-evaluate.
      * samma rolltrappa som för en enskild funktion
           evaluate lkommando
               when 16 move 2 to wkravroll
               when 0  move 2 to wkravroll
               when 6  move 3 to wkravroll
               when other move 4 to wkravroll
           end-evaluate.
           if wroll < wkravroll
               display 'Behörighet saknas för åtgärden.'
               go to i999
           end-if.
           display wgt-atgard ' gäller ' wgm-antal ' funktioner i '
             wgrupp ' - utför (J/N)? ' with no advancing.
           move space to wgsvar.
           accept wgsvar.
           if wgsvar not = 'J' and wgsvar not = 'j'
               display 'Ingen åtgärd.'
               go to i999
           end-if.

           move wgrupp    to wgt-grupp.
           move woperator to wgt-operator.
           move 0 to wgokantal.
           move 0 to wgfelantal.
           move 0 to wgx.
       i040.
           add 1 to wgx.
           if wgx > wgm-antal
               go to i100
           end-if.
           move wgm-funknr(wgx) to wfunktionsnummer.
           call 'sd-SattAdmiFunkKommando' using
             wfunktionsnummer, lkommando, woperator, wupdatedJN.
           if wupdatedJN not = 'J'
               add 1 to wgfelantal
               display 'Avvisad för funknr ' wfunktionsnummer
                 ' - Admi-raden saknas eller ändrades samtidigt.'
               go to i040
           end-if.
           add 1 to wgokantal.
           move lkommando        to wd-kommando.
           move wfunktionsnummer to wd-funknr.
           display wdispval.
      * gruppkommandot spåras under varje medlem i händelseloggen
           move 0 to wbestidbin.
           move 595 to wkommandobin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wgrupptitel.
           go to i040.
       i100.
           display 'Grupp ' wgrupp ': ' wgokantal ' utförda, '
             wgfelantal ' avvisade.'.
           perform ia-gruppstatus.
       i999.
           exit.

       ia-gruppstatus section.
       ia010.
      * en rad per medlem: Admi-läge, pågående körning (BestID,
      * varv av antal) och antal köade beställningar
           display ' '.
           display 'Funktionsgrupp ' wgrupp ' - ' wgm-antal
             ' funktioner'.
           display '   FUNKNR LÄGE          BESTID      VARV'
             '     ANTAL     KÖADE'.
           move 0 to wgy.
       ia020.
           add 1 to wgy.
           if wgy > wgm-antal
               go to ia999
           end-if.
           move wgm-funknr(wgy) to wfunktionsnummer.
           move wfunktionsnummer to wgs-funknr.
           initialize sa.
           call 'sd-selectspadadmifunk' using wfunktionsnummer, sa.
           if sa-AdmiID = 999999
               move 'SAKNAS'   to wgs-lage
           else
               evaluate sa-Kommando
                   when 0  move 'NORMAL'   to wgs-lage
                   when 16 move 'PAUSAD'   to wgs-lage
                   when 6  move 'AVBRYTS'  to wgs-lage
                   when 98 move 'DRANERAS' to wgs-lage
                   when 99 move 'STOPPAS'  to wgs-lage
                   when other
                       move spaces to wgs-lage
                       move sa-Kommando to wd-kommando
                       move wd-kommando to wgs-lage
               end-evaluate
           end-if.
           initialize sb.
           call 'sd-SelectSpadBestAktiv' using wfunktionsnummer, sb.
           move sb-BestID          to wgs-bestid.
           move sb-ProgressNummer  to wgs-varv.
           move sb-BestAntal       to wgs-antal.
           move 0 to wkoantal.
           call 'sd-RaknaOppnaBest' using wfunktionsnummer, wkoantal.
           move wkoantal to wgs-koade.
           display wgruppstatusrad.
           go to ia020.
       ia999.
           exit.
