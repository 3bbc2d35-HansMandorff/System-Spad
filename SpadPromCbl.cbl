      *           händelseloggen (538/539) med operatörens identitet
      *           - vi har skrivit av fel två gånger för hand, det
      *           räcker.
      *2026-10-15 Importen vägras under en ändringsfrysning
      *           (spadfrys.dat) - roll 4 kan göra en nödändring mot
      *           en orsak, loggad som frysundantag. Ståenderaderna
      *           bärs med sin fulla längd (filväntansfälten).
      *2026-10-15 Import kräver fyraögonsgodkännande - en annan
      *           registrerad operatör godkänner begäran inom
      *           godkännandetiden innan paketet skrivs in.
      *2026-10-15 Funktionens toleransrad historiseras i
      *           spadreghist.dat med raden före och efter importen.
      *2026-10-15 Ståenderaden flyttas med vilandemarkeringen (182
      *           tecken, paketraden 183) - en vilande order vaknar
      *           inte i målmiljön.
      *
       program-id. SpadPromCbl.
       environment division.
       data division.
       File Section.
       fd  Paket.
       01  paket-record      pic x(183).
       fd  Tolerans.
       01  tolerans-record   pic x(87).
       fd  Kalender.
       01  kalender-record   pic x(30).
       fd  Staende.
       01  staende-record    pic x(182).

       working-storage section.
       01  work.
           05  woperator          pic x(20).
           05  wupdatedJN         pic x.
           05  wsvar              pic x.
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
           05  wpaketfs.
               10  wpaketfskey1   pic x.
               10  wpaketfskey2   pic x.
      * paketrader: posttyp i kolumn 1 följt av radbilden
           05  wpaketrad.
               10  wpk-typ        pic x.
               10  wpk-data       pic x(182).
      * A-radens fasta fält (Admi-styrvärdena i display-form)
           05  wadmirad.
               10  wa-funknr      pic 9(9).
           05  wtolrad-re redefines wtolrad.
               10  wtr-funknr     pic 9(9).
               10  filler         pic x(72).
      * funktionens toleransrad före och efter importen
           05  wtolfore           pic x(87).
           05  wtolefter          pic x(87).
      * kalenderradens id-fält för urvalet
           05  wkalrad            pic x(30).
           05  wkalrad-re redefines wkalrad.
               10  wkr-kalenderid pic 9(9).
               10  filler         pic x(20).
      * ståenderadens funknr för urvalet
           05  wstrad             pic x(182).
           05  wstrad-re redefines wstrad.
               10  wsr-funknr     pic 9(9).
               10  filler         pic x(172).
      * register i minnet för omskrivningarna vid importen
           05  wreg-antal         pic 9(4) comp.
           05  wreg-rad           pic x(182) occurs 100.
           05  wrx                pic 9(4) comp.
           05  wantal             pic 9(9).
           05  wimpadmiJN         pic x.
           05  wlparam3           pic 9(9).
       01  sa.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  fr.
           copy "frys.cpy" replacing leading ==xxxx== by ==fr==.
       01  rgh.
           copy "reghist.cpy" replacing leading ==xxxx== by ==rgh==.
       01  gk.
           copy "godk.cpy" replacing leading ==xxxx== by ==gk==.

       procedure division.
       main section.
               display 'Importen avbröts - inget ändrades.'
               go to c999
           end-if.
           move 'IMPORT' to wgkatgard.
           move wpaketfilnamn to wgkparameter.
           perform y-fyra-ogon.
           if wgodkJN not = 'J'
               display 'Importen avbröts - inget ändrades.'
               go to c999
           end-if.
           move wfunktionsnummer to wfrysfunknr.
           perform z-kolla-frysning.
           if wfrysokJN not = 'J'
               display 'Importen avbröts - inget ändrades.'
               go to c999
           end-if.

           perform d-importera-admi.
           perform e-importera-tolerans.
      * registret läses till minnet och skrivs om i sin helhet,
      * samma mönster som registret i SpadStaendeCbl
           move 0 to wreg-antal.
           move spaces to wtolfore, wtolefter.
           open input Tolerans.
           if wtolfskey1 = '0'
               move 'N' to w-eof
                   read Tolerans into wtolrad
                     at end move 'J' to w-eof
                     not at end
                       if wtr-funknr = wfunktionsnummer
                           move wtolrad to wtolfore
                       end-if
                       if wtr-funknr not = wfunktionsnummer
                       and wreg-antal < 100
                           add 1 to wreg-antal
                   if wpk-typ = 'T' and wreg-antal < 100
                       add 1 to wreg-antal
                       move wpk-data(1:87) to wreg-rad(wreg-antal)
                       move wpk-data(1:87) to wtolefter
                       add 1 to wantal
                   end-if
               end-read
           end-perform.
           close Tolerans.
           display 'Toleransrader importerade: ' wantal.
      * ändringshistoriken för registret, se reghist.cpy
           if wtolfore not = wtolefter
               move spaces to rgh
               move woperator to rgh-Operator
               move 'TOLERANS' to rgh-Register
               evaluate true
                   when wtolfore = spaces move 'N' to rgh-Atgard
                   when wtolefter = spaces move 'T' to rgh-Atgard
                   when other move 'A' to rgh-Atgard
               end-evaluate
               move 'SpadPromCbl' to rgh-Program
               move wtolfore to rgh-Fore
               move wtolefter to rgh-Efter
               call 'sd-LoggaRegAndring' using rgh
           end-if.
       e999.
           exit.

                 not at end
                   if wpk-typ = 'S' and wreg-antal < 100
                       add 1 to wreg-antal
                       move wpk-data(1:182) to wreg-rad(wreg-antal)
                       add 1 to wantal
                   end-if
               end-read
           display 'Stående ordrar importerade: ' wantal.
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
