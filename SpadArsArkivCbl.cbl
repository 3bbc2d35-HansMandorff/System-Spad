      *           faller i, uppbyggt ur BestHist. Arkiverade
      *           rapporter förblir sökbara via arkivår i sökningen
      *           och rapportvyn (db-sok-rapp-arkiv m fl).
      *2026-10-15 Lämnar antal behandlade poster och utfall till den
      *           nattliga hushållssekvensen (SpadNattCbl) när
      *           körningen avslutas - se sd-RapporteraSteg.
      *2026-10-15 Arkiverar även de kedjade händelseloggarna
      *           AdmiAudit, MessArci och Notering till per-års-
      *           arkiv (spadadmiaudit/spadmessarci/spadnotering
      *           <ÅÅÅÅ>.bin respektive AdmiAuditArkiv/
      *           MessArciArkiv/NoteringArkiv), med ett kedjeankare
      *           per arkivår - se sd-ArkiveraKedjelager.
      *
       program-id. SpadArsArkivCbl.
       environment division.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
      * stegresultatet till hushållssekvensen, se sd-RapporteraSteg
           05  wstegantal         pic 9(9) value 0.
           05  wstegokJN          pic x value 'J'.
           05  wstegtext          pic x(70) value spaces.
           05  warkivdagar        pic 9(9).
           05  wbrytdatum         pic 9(9).
           05  wantal             pic 9(9).
           05  wfinnsJN           pic x.
           05  wkdlager           pic 9.
           05  wgransbestnr       pic 9(9).
           05  wmaxaldre          pic 9(9) comp value 0.
           05  wminnyare          pic 9(9) comp value 999999999.
           call 'sd-lagradatamode' using wdatamode.
           call 'sd-HamtaArkivGrans' using warkivdagar.

           display 'SpadArsArkiv - årsarkivering av Rapp, KorLogg'
             ' och händelseloggarna'.
           if warkivdagar = 0
               display 'Ingen AR=-gräns i spad.ini - arkiveras'
                 ' inte.'
               move 'INGEN AR=-GRANS, ARKIVERAS INTE' to wstegtext
               call 'sd-RapporteraSteg' using
                 wstegantal, wstegokJN, wstegtext
               stop run
           end-if.

           move 'KorLogg   ' to wd-lager.
           move wantal to wd-antal.
           display wdisprad.
           add wantal to wstegantal.

           move 1 to wkdlager.
           call 'sd-ArkiveraKedjelager' using
             wkdlager, wbrytdatum, wantal.
           move 'AdmiAudit ' to wd-lager.
           perform zb-visa.
           move 2 to wkdlager.
           call 'sd-ArkiveraKedjelager' using
             wkdlager, wbrytdatum, wantal.
           move 'MessArci  ' to wd-lager.
           perform zb-visa.
           move 3 to wkdlager.
           call 'sd-ArkiveraKedjelager' using
             wkdlager, wbrytdatum, wantal.
           move 'Notering  ' to wd-lager.
           perform zb-visa.

           if wgransbestnr > 0
               call 'sd-ArkiveraRapp' using
               move 'Rapp      ' to wd-lager
               move wantal to wd-antal
               display wdisprad
               add wantal to wstegantal
           else
               display 'Rapp: inget gräns-BestNummer kunde'
                 ' bestämmas, rör inte lagret.'
           end-if.
           call 'sd-RapporteraSteg' using
             wstegantal, wstegokJN, wstegtext.
           stop run.
       main999.
           exit.

       zb-visa section.
       zb010.
           move wantal to wd-antal.
           display wdisprad.
           add wantal to wstegantal.
       zb999.
           exit.

       b-bygg-arstabell section.
       b010.
      * ur BestHist: högsta BestNummer per år (för årsvalet i
