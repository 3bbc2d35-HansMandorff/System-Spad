      *           faktiskt finns). Avveckling vagrar sa lange oppna
      *           bestallningar eller pagaende korningar finns och
      *           flyttar annars definitionen till AdmiHist.
      *2026-10-15 Driftsättning och avveckling vägras under en
      *           ändringsfrysning (spadfrys.dat) - roll 4 kan göra
      *           en nödändring mot en orsak, loggad som undantag.
      *2026-10-15 Avveckling kräver fyraögonsgodkännande - en annan
      *           registrerad operatör godkänner begäran inom
      *           godkännandetiden innan raden flyttas.
      *2026-10-15 Konfigurationsversioner med giltighetstid: en
      *           ändring planeras från ett datum och förs in i Admi
      *           av sig själv, kan makuleras innan dess, och den
      *           konfiguration som gällde vid en tidpunkt eller för
      *           en körning (BestID) kan visas.
      *
       program-id. SpadAdmiCbl.
       environment division.
           05  wjobbtypokJN       pic x.
           05  wjobbnamn          pic x(10).
           05  wprovvarv          pic s9(4) comp.
           05  wfinnsJN           pic x.
      * ändringsfrysningen, se z-kolla-frysning
           05  wfrysfunknr        pic 9(9).
           05  wfrysokJN          pic x.
           05  wfrysorsak         pic x(70).
      * fyraögonsbegäran, se y-fyra-ogon
           05  wgodkJN            pic x.
           05  wgkatgard          pic x(10).
           05  wgkparameter       pic x(30).
           05  wgkid-disp         pic zzzzzzzz9.
      * konfigurationsversionerna, se d-planera och
      * zb-visa-konfiguration
           05  wgiltigdatum       pic 9(8).
           05  wgiltigklock       pic 9(6).
           05  wbestid            pic 9(9).
           05  wnuvarde           pic zzzzzzzz9.
           05  wlistrad.
               10  wl-id          pic zzzzzz9.
               10  filler         pic x value space.
               10  wl-funk        pic zzzzzzzz9.
               10  filler         pic x value space.
               10  wl-status      pic x.
               10  filler         pic x value space.
               10  wl-gdatum      pic 9(8).
               10  filler         pic x value space.
               10  wl-gklock      pic 9(6).
               10  filler         pic x value space.
               10  wl-tdatum      pic 9(8).
               10  filler         pic x value space.
               10  wl-tklock      pic 9(6).
               10  filler         pic x value space.
               10  wl-jobbtyp     pic zzzzzz9.
               10  filler         pic x value space.
               10  wl-rapptyp     pic zzzzzzzz9.
               10  filler         pic x value space.
               10  wl-maxforsok   pic zzz9.
               10  filler         pic x value space.
               10  wl-kalender    pic zzzzzzz9.
               10  filler         pic x value space.
               10  wl-operator    pic x(20).
      * bin�ra kopior till sd-LoggaMessArci, som tar BestID/Kommando
      * i comp-format (s� som motorn skickar dem)
           05  wbestidbin         pic 9(9) comp.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sakoll==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  fr.
           copy "frys.cpy" replacing leading ==xxxx== by ==fr==.
       01  gk.
           copy "godk.cpy" replacing leading ==xxxx== by ==gk==.
       01  kv.
           copy "konfver.cpy" replacing leading ==xxxx== by ==kv==.

       procedure division.
       main section.
           display 'SpadAdmi - driftss�ttning och avveckling'.
           display '1 Driftss�tt nytt FunktionsNummer'.
           display '2 Avveckla FunktionsNummer'.
           display '3 Planera konfigurationsändring'.
           display '4 Lista konfigurationsversioner'.
           display '5 Makulera planerad version'.
           display '6 Konfiguration vid en tidpunkt'.
           display '7 Konfiguration för en körning (BestID)'.
           display '0 Avsluta'.
           display 'Val: ' with no advancing.
           accept wval.
               when 0 move 'J' to wklart
               when 1 perform b-driftssatt
               when 2 perform c-avveckla
               when 3 perform d-planera
               when 4 perform e-lista-versioner
               when 5 perform f-makulera
               when 6 perform g-vid-tidpunkt
               when 7 perform h-for-korning
               when other display 'Ok�nt val, f�rs�k igen.'
           end-evaluate.
           go to main020.
               display 'FunktionsNummer finns redan i Admi, avvisas.'
               go to b999
           end-if.
           move wfunktionsnummer to wfrysfunknr.
           perform z-kolla-frysning.
           if wfrysokJN not = 'J'
               go to b999
           end-if.

           initialize sa.
           move wfunktionsnummer to sa-FunktionsNummer.
           accept sa-AliveRapp.
           display 'JobbTyp (Param1): ' with no advancing.
           accept wjobbtyp.
           perform za-kolla-jobbrutin.
           if wjobbtypokJN not = 'J'
               go to b999
           end-if.
           move wjobbtyp to sa-Param1.
           display 'Param2 (maxtid sek, 0 = ingen): '
             with no advancing.
               display 'En k�rning p�g�r - avveckling v�gras.'
               go to c999
           end-if.
           move 'AVVECKLA' to wgkatgard.
           move spaces to wgkparameter.
           perform y-fyra-ogon.
           if wgodkJN not = 'J'
               go to c999
           end-if.
           move wfunktionsnummer to wfrysfunknr.
           perform z-kolla-frysning.
           if wfrysokJN not = 'J'
               go to c999
           end-if.

           call 'sd-FlyttaAdmiTillHist' using
             wfunktionsnummer, wupdatedJN.
           display 'FunktionsNummer avvecklat till AdmiHist.'.
       c999.
           exit.

       y-fyra-ogon section.
       y010.
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
       y999.
           exit.

       z-kolla-frysning section.
       z010.
      * ändringsfrysning (spadfrys.dat): under en frysperiod vägras
      * ändringen - en operatör med roll 4 får göra en nödändring
      * mot en obligatorisk orsak, som loggas som frysundantag.
      * wfrysokJN = 'J' betyder att ändringen får göras.
           move 'J' to wfrysokJN.
           call 'sd-KollaFrysning' using wfrysfunknr, fr, wfinnsJN.
           if wfinnsJN not = 'J'
               go to z999
           end-if.
           move 'N' to wfrysokJN.
           display 'Ändringsfrysning t o m ' fr-TomDatum ' '
             fr-TomKlock ': ' fr-Text.
           if woperator = spaces
               display 'Operatör-ID: ' with no advancing
               accept woperator
           end-if.
           display 'Nödändring (roll 4) - orsak, blankt = avstå: '
             with no advancing.
           move spaces to wfrysorsak.
           accept wfrysorsak.
           if wfrysorsak = spaces
               display 'Ändringen görs inte.'
               go to z999
           end-if.
           call 'sd-LoggaFrysUndantag' using
             wfrysfunknr, woperator, wfrysorsak, wfinnsJN.
           if wfinnsJN not = 'J'
               display 'Vägras - nödändring kräver roll 4.'
               go to z999
           end-if.
           move 'J' to wfrysokJN.
           display 'Nödändringen loggad som frysundantag.'.
       z999.
           exit.

       d-planera section.
       d010.
      * konfigurationsändring med giltighetstid: den nya versionen
      * (spadkonfver.dat) förs in i Admi-raden av sig själv när
      * tidpunkten passerats - ingen behöver sitta uppe vid
      * midnatt. Samma rimlighetskontroller som vid driftsättningen.
           display 'FunktionsNummer: ' with no advancing.
           accept wfunktionsnummer.
           initialize sakoll.
           call 'sd-selectspadadmifunk' using wfunktionsnummer, sakoll.
           if sakoll-AdmiID = 999999
               display 'FunktionsNummer saknas i Admi.'
               go to d999
           end-if.
           move wfunktionsnummer to wfrysfunknr.
           perform z-kolla-frysning.
           if wfrysokJN not = 'J'
               go to d999
           end-if.
           display 'Gäller från datum (AAAAMMDD): ' with no advancing.
           accept wgiltigdatum.
           display 'Gäller från klockslag (HHMMSS): '
             with no advancing.
           accept wgiltigklock.
           if wgiltigdatum < 20000101 or wgiltigklock > 235959
               display 'Orimlig tidpunkt, avvisas.'
               go to d999
           end-if.
           initialize kv.
           move wfunktionsnummer to kv-FunktionsNummer.
           move wgiltigdatum     to kv-GiltigDatum.
           move wgiltigklock     to kv-GiltigKlock.
           move woperator        to kv-Operator.
           display 'Den nya konfigurationen - nuvarande värde inom'
             ' parentes:'.
           move sakoll-SniffSekunder to wnuvarde.
           display 'SniffSekunder (' wnuvarde '): ' with no advancing.
           accept kv-SniffSekunder.
           if kv-SniffSekunder < 1 or kv-SniffSekunder > 3600
               display 'Orimligt sniffintervall, avvisas.'
               go to d999
           end-if.
           move sakoll-KorVarvSekunder to wnuvarde.
           display 'KorVarvSekunder (' wnuvarde '): '
             with no advancing.
           accept kv-KorVarvSekunder.
           if kv-KorVarvSekunder > 3600
               display 'Orimlig varvfördröjning, avvisas.'
               go to d999
           end-if.
           move sakoll-AliveRapp to wnuvarde.
           display 'AliveRapp (' wnuvarde '): ' with no advancing.
           accept kv-AliveRapp.
           move sakoll-Param1 to wnuvarde.
           display 'JobbTyp/Param1 (' wnuvarde '): ' with no advancing.
           accept wjobbtyp.
           perform za-kolla-jobbrutin.
           if wjobbtypokJN not = 'J'
               go to d999
           end-if.
           move wjobbtyp to kv-Param1.
           move sakoll-Param2 to wnuvarde.
           display 'Param2 maxtid (' wnuvarde '): ' with no advancing.
           accept kv-Param2.
           move sakoll-Param3 to wnuvarde.
           display 'Param3 RappTyp (' wnuvarde '): ' with no advancing.
           accept kv-Param3.
           move sakoll-MaxForsok to wnuvarde.
           display 'MaxForsok (' wnuvarde '): ' with no advancing.
           accept kv-MaxForsok.
           move sakoll-MaxAntal to wnuvarde.
           display 'MaxAntal (' wnuvarde '): ' with no advancing.
           accept kv-MaxAntal.
           move sakoll-KalenderID to wnuvarde.
           display 'KalenderID (' wnuvarde '): ' with no advancing.
           accept kv-KalenderID.

           call 'sd-PlaneraAdmiVersion' using kv, wfinnsJN.
           evaluate wfinnsJN
               when 'J'
                   move kv-VersionID to wnuvarde
                   display 'Version ' wnuvarde ' planerad från '
                     wgiltigdatum ' ' wgiltigklock '.'
               when 'T'
                   display 'JobbTyp saknas eller är inaktiv i'
                     ' katalogen, avvisas.'
               when other
                   display 'Versionsregistret är fullt, avvisas.'
           end-evaluate.
       d999.
           exit.

       e-lista-versioner section.
       e010.
      * versionerna i registrets ordning, planerade och historiska
           display 'FunktionsNummer (0 = alla): ' with no advancing.
           accept wfunktionsnummer.
           display 'Version  Funktion S Giltig från    '
             ' Införd          JobbTyp   RappTyp MaxF'
             ' Kalender Operatör'.
           call 'sd-OppnaKonfVerLas'.
       e020.
           call 'sd-LasKonfVer' using kv, wfinnsJN.
           if wfinnsJN not = 'J'
               go to e999
           end-if.
           if wfunktionsnummer > 0
           and kv-FunktionsNummer not = wfunktionsnummer
               go to e020
           end-if.
           move kv-VersionID       to wl-id.
           move kv-FunktionsNummer to wl-funk.
           move kv-Status          to wl-status.
           move kv-GiltigDatum     to wl-gdatum.
           move kv-GiltigKlock     to wl-gklock.
           move kv-TillDatum       to wl-tdatum.
           move kv-TillKlock       to wl-tklock.
           move kv-Param1          to wl-jobbtyp.
           move kv-Param3          to wl-rapptyp.
           move kv-MaxForsok       to wl-maxforsok.
           move kv-KalenderID      to wl-kalender.
           move kv-Operator        to wl-operator.
           display wlistrad.
           go to e020.
       e999.
           exit.

       f-makulera section.
       f010.
      * en planerad version tas bort innan den trätt i kraft
           display 'VersionID: ' with no advancing.
           initialize kv.
           accept kv-VersionID.
           call 'sd-MakuleraAdmiVersion' using kv, woperator, wfinnsJN.
           evaluate wfinnsJN
               when 'J'
                   display 'Versionen makulerad.'
               when 'S'
                   display 'Versionen är inte längre planerad'
                     ' (status ' kv-Status '), inget makulerat.'
               when other
                   display 'VersionID saknas.'
           end-evaluate.
       f999.
           exit.

       g-vid-tidpunkt section.
       g010.
      * konfigurationen som gällde (eller är planerad att gälla)
      * vid en given tidpunkt
           display 'FunktionsNummer: ' with no advancing.
           accept wfunktionsnummer.
           display 'Datum (AAAAMMDD): ' with no advancing.
           accept wgiltigdatum.
           display 'Klockslag (HHMMSS): ' with no advancing.
           accept wgiltigklock.
           perform zb-visa-konfiguration.
       g999.
           exit.

       h-for-korning section.
       h010.
      * konfigurationen en körning startade under - tidpunkten är
      * körstarten, eller beställningen om körningen aldrig
      * startade. Raden söks i Best och därefter i BestHist.
           display 'FunktionsNummer: ' with no advancing.
           accept wfunktionsnummer.
           display 'BestID: ' with no advancing.
           accept wbestid.
           initialize sb.
           call 'sd-SelectSpadBestID' using
             wfunktionsnummer, wbestid, sb.
           if sb-BestID = 0
               initialize sb
               call 'sd-SelectBestHistID' using
                 wfunktionsnummer, wbestid, sb
           end-if.
           if sb-BestID = 0
               display 'BestID finns varken i Best eller BestHist.'
               go to h999
           end-if.
           move sb-FunktionsNummer to wfunktionsnummer.
           if sb-KorstartDatum > 0
               move sb-KorstartDatum to wgiltigdatum
               move sb-KorstartKlock to wgiltigklock
               display 'Körstart ' wgiltigdatum ' ' wgiltigklock
           else
               move sb-BestDatum to wgiltigdatum
               move sb-BestKlock to wgiltigklock
               display 'Ej startad - beställd ' wgiltigdatum ' '
                 wgiltigklock
           end-if.
           perform zb-visa-konfiguration.
       h999.
           exit.

       za-kolla-jobbrutin section.
       za010.
      * wjobbtyp ska finnas aktiv i katalogen och som anropbar
      * rutin - wjobbtypokJN = 'J' om båda stämmer
      * jobbtypen m�ste finnas aktiv i katalogen (spadjobbtyp.dat)
           call 'sd-KollaJobbTyp' using wjobbtyp, wjobbtypokJN.
           if wjobbtypokJN = 'N'
               display 'JobbTyp saknas eller �r inaktiv i'
                 ' katalogen, avvisas.'
               go to za999
           end-if.
      * och dessutom finnas som anropbar rutin, annars slutar varje
      * k�rning med Kommando 8 vid f�rsta varvet - provanropa med
      * varv 0, som bara nollst�ller resultatf�lten
           move wjobbtyp to wjobbtyp-disp.
           string 'SpadJobb' wjobbtyp-disp delimited by size
             into wjobbnamn.
           move 0 to wprovvarv.
           initialize sb.
           call wjobbnamn using wprovvarv, sb
             on exception
               display 'JobbTyp ' wjobbtyp-disp ' saknar rutin ('
                 wjobbnamn '), avvisas.'
               move 'N' to wjobbtypokJN
               go to za999
           end-call.
       za999.
           exit.

       zb-visa-konfiguration section.
       zb010.
      * den version som gällde för wfunktionsnummer vid
      * wgiltigdatum/wgiltigklock, se sd-HamtaAdmiVidTid
           initialize kv.
           move wfunktionsnummer to kv-FunktionsNummer.
           move wgiltigdatum     to kv-GiltigDatum.
           move wgiltigklock     to kv-GiltigKlock.
           call 'sd-HamtaAdmiVidTid' using kv, wfinnsJN.
           if wfinnsJN not = 'J'
               display 'Ingen konfigurationsversion för funktionen'
                 ' vid den tidpunkten - versionerna började'
                 ' sparas senare.'
               go to zb999
           end-if.
           move kv-VersionID to wnuvarde.
           evaluate kv-Status
               when 'P'
                   display 'Version ' wnuvarde ', planerad från '
                     kv-GiltigDatum ' ' kv-GiltigKlock
               when other
                   if kv-TillDatum = 0
                       display 'Version ' wnuvarde ', gällande sedan'
                         ' före versionshanteringen'
                   else
                       display 'Version ' wnuvarde ', införd '
                         kv-TillDatum ' ' kv-TillKlock
                   end-if
           end-evaluate.
           if kv-Operator not = spaces
               display '  planerad av     ' kv-Operator
           end-if.
           move kv-SniffSekunder to wnuvarde.
           display '  SniffSekunder   ' wnuvarde.
           move kv-KorVarvSekunder to wnuvarde.
           display '  KorVarvSekunder ' wnuvarde.
           move kv-AliveRapp to wnuvarde.
           display '  AliveRapp       ' wnuvarde.
           move kv-Param1 to wnuvarde.
           display '  JobbTyp         ' wnuvarde.
           move kv-Param2 to wnuvarde.
           display '  Param2 maxtid   ' wnuvarde.
           move kv-Param3 to wnuvarde.
           display '  RappTyp         ' wnuvarde.
           move kv-MaxForsok to wnuvarde.
           display '  MaxForsok       ' wnuvarde.
           move kv-MaxAntal to wnuvarde.
           display '  MaxAntal        ' wnuvarde.
           move kv-KalenderID to wnuvarde.
           display '  KalenderID      ' wnuvarde.
       zb999.
           exit.
