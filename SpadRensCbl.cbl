      *           gr�ns i dagar (spad.ini BH=/MA=/AU=, 0 = ingen
      *           rensning) tas bort i b�da datamoderna, och antalet
      *           borttagna per lager rapporteras.
      *2026-10-15 Lämnar antal behandlade poster och utfall till den
      *           nattliga hushållssekvensen (SpadNattCbl) när
      *           körningen avslutas - se sd-RapporteraSteg.
      *2026-10-15 BestHist rensas inte in i en stängd period som inte
      *           frisläppts för rensning (SpadPeriodCbl) - när
      *           brytdatumet sänkts av en stängd period visas det.
      *
       program-id. SpadRensCbl.
       environment division.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
      * stegresultatet till hushållssekvensen, se sd-RapporteraSteg
           05  wstegantal         pic 9(9) value 0.
           05  wstegokJN          pic x value 'J'.
           05  wstegtext          pic x(70) value spaces.
           05  wrensbesthist      pic 9(9).
           05  wrensmessarci      pic 9(9).
           05  wrensadmiaudit     pic 9(9).
           05  wbrytdatum         pic 9(9).
           05  wbrytberaknad      pic 9(9).
           05  wantal             pic 9(9).
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
           if wrensbesthist > 0
               move wrensbesthist to wk-dagarkvar
               perform za-subtrahera-dagar
               move wbrytdatum to wbrytberaknad
               call 'sd-RensaBestHist' using wbrytdatum, wantal
               move 'BestHist  ' to wd-lager
               perform zb-visa
               if wbrytdatum < wbrytberaknad
                   display 'BestHist: brytdatum sänkt från '
                     wbrytberaknad ' - stängd period ej frisläppt'
                     ' för rensning.'
               end-if
           else
               display 'BestHist: ingen BH=-gr�ns, rensas inte.'
           end-if.
           else
               display 'AdmiAudit: ingen AU=-gr�ns, rensas inte.'
           end-if.
           call 'sd-RapporteraSteg' using
             wstegantal, wstegokJN, wstegtext.
           stop run.
       main999.
           exit.
           move wantal     to wd-antal.
           move wbrytdatum to wd-bryt.
           display wdisprad.
           add wantal to wstegantal.
       zb999.
           exit.

