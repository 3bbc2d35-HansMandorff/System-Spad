      *           sekvens), s� kedjereferenser inom funktionen m�ste
      *           ses �ver efter flytten - historiken beh�ller sina
      *           BestID.
      *2026-10-15 Flytten kräver fyraögonsgodkännande - operatören
      *           anger sitt ID och en annan registrerad operatör
      *           godkänner begäran inom godkännandetiden innan
      *           något kopieras.
      *
       program-id. SpadMigrCbl.
       environment division.
           05  wfinnsJN           pic x.
           05  wokJN              pic x.
           05  wdiffJN            pic x value 'N'.
           05  woperator          pic x(20).
      * fyraögonsbegäran, se y-fyra-ogon
           05  wgodkJN            pic x.
           05  wgkatgard          pic x(10).
           05  wgkparameter       pic x(30).
           05  wgkid-disp         pic zzzzzzzz9.
      * display-kopior till sf-/db-LoggaMessArci, vars parametrar
      * allihop tas emot som display-numeriska (det �r bara
      * sd-entryn som tar BestID/Kommando bin�rt)
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  mc.
           copy "messarci-bin.cpy" replacing leading ==xxxx== by ==mc==.
       01  gk.
           copy "godk.cpy" replacing leading ==xxxx== by ==gk==.

       procedure division.
       main section.
           call 'sd-lagradatamode' using wdatamode.

           display 'SpadMigr - flytt av funktion mellan backendlager'.
           display 'Operatör-ID: ' with no advancing.
           accept woperator.
           display 'FunktionsNummer: ' with no advancing.
           accept wfunktionsnummer.
           display 'Riktning (1 = databas till fil,'
               stop run
           end-if.

      * flytten kräver en andra operatörs godkännande
           move 'MIGRERING' to wgkatgard.
           move spaces to wgkparameter.
           move wriktning to wgkparameter(1:1).
           perform y-fyra-ogon.
           if wgodkJN not = 'J'
               stop run
           end-if.

           perform b-kopiera-admi.
           perform c-kopiera-best.
           perform d-kopiera-hist.
           end-if.
       g999.
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
