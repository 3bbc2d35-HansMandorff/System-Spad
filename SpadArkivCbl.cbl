      *           (Kommando 4/7) fr�n Best till BestHist.
      *2026-08-22 �ven FEL-poster (Kommando 8) arkiveras, s�
      *           utfallsstatistiken f�r med misslyckade k�rningar.
      *2026-10-15 Lämnar antal behandlade poster och utfall till den
      *           nattliga hushållssekvensen (SpadNattCbl) när
      *           körningen avslutas - se sd-RapporteraSteg.
      *
       program-id. SpadArkivCbl.
       environment division.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
      * stegresultatet till hushållssekvensen, se sd-RapporteraSteg
           05  wstegantal         pic 9(9) value 0.
           05  wstegokJN          pic x value 'J'.
           05  wstegtext          pic x(70) value spaces.
           05  wantal             pic 9(9).
           05  wdisprad.
               10  filler pic x(30) value 'SpadArkiv klar, arkiverade '.

           move wantal to wd-antal.
           display wdisprad.
           move wantal to wstegantal.
           call 'sd-RapporteraSteg' using
             wstegantal, wstegokJN, wstegtext.
           stop run.
       main999.
           exit.
