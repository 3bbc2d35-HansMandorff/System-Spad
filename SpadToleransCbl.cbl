      *           uppdaterade raden - så växer 41-flaggningens
      *           täckning bortom de funktioner någon orkat
      *           konfigurera för hand.
      *2026-10-15 Raden skrivs inte under en ändringsfrysning
      *           (spadfrys.dat) - roll 4 kan göra en nödändring mot
      *           en orsak, loggad som frysundantag.
      *2026-10-15 Stängda dagar läses ur dagaggregatet (se
      *           SpadDagaggCbl) och bara det som tillkommit sedan
      *           dess ur BestHist.
      *2026-10-15 Den skrivna raden historiseras i spadreghist.dat
      *           med raden före och operatören, som SpadRegCbl.
      *
       program-id. SpadToleransCbl.
       environment division.
           05  wfunktionsnummer   pic 9(9).
           05  wmarginal          pic 9(2).
           05  wfinnsJN           pic x.
           05  wurval             pic x.
      * ändringsfrysningen, se z-kolla-frysning
           05  woperator          pic x(20) value spaces.
           05  wfrysfunknr        pic 9(9).
           05  wfrysokJN          pic x.
           05  wfrysorsak         pic x(70).
           05  wsvar              pic x.
           05  wtolselnamn        pic x(80).
           05  wtolfs.
               10  wnu-funknr     pic 9(9).
               10  filler         pic x(78).
           05  wnuradfinnsJN      pic x.
           05  wforerad           pic x(87).
           05  wmaxupplystJN      pic x value 'N'.
           05  wberakna           pic s9(10)v99 comp.
           05  wjmfrad.
               10  wj-maxp        pic zzzzzzzz9.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  rgh.
           copy "reghist.cpy" replacing leading ==xxxx== by ==rgh==.
       01  fr.
           copy "frys.cpy" replacing leading ==xxxx== by ==fr==.
       01  da.
           copy "dagagg.cpy" replacing leading ==xxxx== by ==da==.

       procedure division.
       main section.
           display 'Skriv den föreslagna raden (J/N)? '
             with no advancing.
           accept wsvar.
           if wsvar = 'J' or wsvar = 'j'
               move wfunktionsnummer to wfrysfunknr
               perform z-kolla-frysning
               if wfrysokJN not = 'J'
                   move 'N' to wsvar
               end-if
           end-if.
           if wsvar = 'J' or wsvar = 'j'
               perform e-skriv-rad
               display 'Toleransraden uppdaterad.'
      * belopp alltid �r negativa ska inte f� observerat max 0
           move -9999999.99 to wo-max1, wo-max2, wo-max3.
           move 0 to wo-maxp.
           perform bb-las-aggregat.
           call 'sd-OppnaHistLasNy'.
       b020.
           call 'sd-LasHist' using sb, wfinnsJN.
           if wfinnsJN = 'N'
       b999.
           exit.

       bb-las-aggregat section.
       bb010.
      * dagaggregatets KLAR-rader för numret - min och max är redan
      * framtagna per dag, samma urval som b-las-historik
           move 'D' to wurval.
           call 'sd-OppnaDagaggLas' using wurval.
       bb020.
           call 'sd-LasDagagg' using da, wfinnsJN.
           if wfinnsJN = 'N'
               go to bb100
           end-if.
           if da-Typ not = 'U'
           or da-FunktionsNummer not = wfunktionsnummer
           or (da-Kommando not = 4 and da-Kommando not = 41)
           or da-TestKorning not = 0 or da-Antal = 0
               go to bb020
           end-if.
           add da-Antal to wantal.
           if da-Min1 < wo-min1
               move da-Min1 to wo-min1
           end-if.
           if da-Max1 > wo-max1
               move da-Max1 to wo-max1
           end-if.
           if da-Min2 < wo-min2
               move da-Min2 to wo-min2
           end-if.
           if da-Max2 > wo-max2
               move da-Max2 to wo-max2
           end-if.
           if da-Min3 < wo-min3
               move da-Min3 to wo-min3
           end-if.
           if da-Max3 > wo-max3
               move da-Max3 to wo-max3
           end-if.
           if da-MinPost < wo-minp
               move da-MinPost to wo-minp
           end-if.
           if da-MaxPost > wo-maxp
               move da-MaxPost to wo-maxp
           end-if.
           go to bb020.
       bb100.
           call 'sd-StangDagaggLas'.
       bb999.
           exit.

       c-berakna-forslag section.
       c010.
      * min sänks och max höjs med marginalen - ett negativt min
      * läggs till) och filen skrivs om i sin helhet - samma
      * mönster som registret i SpadStaendeCbl
           move 0 to wreg-antal.
           move spaces to wforerad.
           open input Tolerans.
           if wtolfskey1 = '0'
               move 'N' to w-eof-tol
                   read Tolerans into wnurad
                     at end move 'J' to w-eof-tol
                     not at end
                       if wnu-funknr = wfunktionsnummer
                           move wnurad to wforerad
                       end-if
                       if wnu-funknr not = wfunktionsnummer
                       and wreg-antal < 100
                           add 1 to wreg-antal
               write tolerans-record from wreg-rad(wrx)
           end-perform.
           close Tolerans.
      * ändringshistoriken för registret, se reghist.cpy
           if woperator = spaces
               display 'Operatör-ID: ' with no advancing
               accept woperator
           end-if.
           move spaces to rgh.
           move woperator to rgh-Operator.
           move 'TOLERANS' to rgh-Register.
           if wforerad = spaces
               move 'N' to rgh-Atgard
           else
               move 'A' to rgh-Atgard
           end-if.
           move 'SpadToleransCbl' to rgh-Program.
           move wforerad to rgh-Fore.
           move wnyrad to rgh-Efter.
           call 'sd-LoggaRegAndring' using rgh.
       e999.
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
