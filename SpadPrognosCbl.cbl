      *           (sd-OppnaAdmiLas) i stället för den 20 poster
      *           stora vaa-vektorn - prognosen ser alla funktioner
      *           hur många de än blir.
      *2026-10-15 Den historiska varvtakten läses ur dagaggregatet
      *           (se SpadDagaggCbl) och bara det som tillkommit
      *           sedan dess ur BestHist.
      *
       program-id. SpadPrognosCbl.
       environment division.
           05  wstyrfunknr        pic 9(9).
           05  wfunktionsnummer   pic 9(9).
           05  wfinnsJN           pic x.
           05  wurval             pic x.
           05  wadmifinnsJN       pic x.
           05  whx                pic s9(4) comp.
           05  wtraff             pic s9(4) comp.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  da.
           copy "dagagg.cpy" replacing leading ==xxxx== by ==da==.

       procedure division.
       main section.
      * historisk varvtakt per funktionsnummer: summerad k�rtid och
      * summerat varvantal f�r KLAR-k�rningar i BestHist
           move 0 to wh-antal.
           perform bc-las-aggregat.
           call 'sd-OppnaHistLasNy'.
       b020.
           call 'sd-LasHist' using sb, wfinnsJN.
           if wfinnsJN = 'N'
       bb999.
           exit.

       bc-las-aggregat section.
       bc010.
      * KLAR-raderna ur dagaggregatet - varvantal och körtid är
      * redan summerade per dag för körningar med start, slut och
      * BestAntal, samma urval som bb-ackumulera
           move 'D' to wurval.
           call 'sd-OppnaDagaggLas' using wurval.
       bc020.
           call 'sd-LasDagagg' using da, wfinnsJN.
           if wfinnsJN = 'N'
               go to bc100
           end-if.
           if da-Typ not = 'U' or da-Kommando not = 4
           or da-VarvSumma = 0
               go to bc020
           end-if.
           move 0 to wtraff.
           move 0 to whx.
       bc030.
           add 1 to whx.
           if whx <= wh-antal
               if wh-funknr(whx) = da-FunktionsNummer
                   move whx to wtraff
               else
                   go to bc030
               end-if
           end-if.
           if wtraff = 0
               if wh-antal >= 50
                   go to bc020
               end-if
               add 1 to wh-antal
               move wh-antal to wtraff
               initialize wh-tab(wtraff)
               move da-FunktionsNummer to wh-funknr(wtraff)
           end-if.
           add da-VarvSumma    to wh-varvantal(wtraff).
           add da-VarvTidSumma to wh-tidsumma(wtraff).
           go to bc020.
       bc100.
           call 'sd-StangDagaggLas'.
       bc999.
           exit.

       c-prognosrad section.
       c010.
      * aktuell varvtakt ur k�rningens egna progresst�mplar:
