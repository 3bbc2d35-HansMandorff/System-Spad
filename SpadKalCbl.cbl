      *           under den ändring som ligger i minnet - allt
      *           redigeras i minnet och skrivs till filen först
      *           vid ett uttryckligt spara.
      *2026-10-15 Spara vägras under en ändringsfrysning
      *           (spadfrys.dat) - kalendern delas av flera
      *           funktioner, så varje pågående frysning räcker.
      *           Roll 4 kan göra en nödändring mot en orsak.
      *
       program-id. SpadKalCbl.
       environment division.
           05  wklart             pic x.
           05  wandradJN          pic x value 'N'.
           05  wfinnsJN           pic x.
      * ändringsfrysningen, se zg-kolla-frysning
           05  woperator          pic x(20) value spaces.
           05  wfrysfunknr        pic 9(9).
           05  wfrysokJN          pic x.
           05  wfrysorsak         pic x(70).
           05  wfunktionsnummer   pic 9(9).
           05  wradnr             pic 9(4).
           05  wrx                pic 9(4) comp.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  fr.
           copy "frys.cpy" replacing leading ==xxxx== by ==fr==.

       procedure division.
       main section.

       z-skriv-register section.
       z010.
           move 0 to wfrysfunknr.
           perform zg-kolla-frysning.
           if wfrysokJN not = 'J'
               display 'Kalendern sparades inte.'
               go to z999
           end-if.
           open output Kalender.
           perform varying wrx from 1 by 1 until wrx > wreg-antal
               write kalender-record from wreg-rad(wrx)
          divide wfalt by 100 giving wtime.
       za999.
           exit.

       zg-kolla-frysning section.
       zg010.
      * ändringsfrysning (spadfrys.dat): under en frysperiod vägras
      * ändringen - en operatör med roll 4 får göra en nödändring
      * mot en obligatorisk orsak, som loggas som frysundantag.
      * wfrysokJN = 'J' betyder att ändringen får göras.
           move 'J' to wfrysokJN.
           call 'sd-KollaFrysning' using wfrysfunknr, fr, wfinnsJN.
           if wfinnsJN not = 'J'
               go to zg999
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
               go to zg999
           end-if.
           call 'sd-LoggaFrysUndantag' using
             wfrysfunknr, woperator, wfrysorsak, wfinnsJN.
           if wfinnsJN not = 'J'
               display 'Vägras - nödändring kräver roll 4.'
               go to zg999
           end-if.
           move 'J' to wfrysokJN.
           display 'Nödändringen loggad som frysundantag.'.
       zg999.
           exit.
