      *           flagga på dagar som är övertecknade - så arbetet
      *           kan flyttas FÖRE trängseln i stället för mitt i
      *           den. Rapporten skrivs även till exportmappen.
      *2026-10-15 Ståenderaden läses med sin fulla längd sedan
      *           filväntansfälten lagts till i spadstaende.dat.
      *2026-10-15 Den historiska varvtakten läses ur dagaggregatet
      *           (se SpadDagaggCbl) och bara det som tillkommit
      *           sedan dess ur BestHist.
      *2026-10-15 Ståenderaden läses med vilandemarkeringen (182
      *           tecken) - en vilande order räknas inte i
      *           prognosen.
      *
       program-id. SpadBelastCbl.
       environment division.
       data division.
       File Section.
       fd  Staende.
       01  staende-record    pic x(182).
       fd  Kalender.
       01  kalender-record   pic x(30).
       fd  Rapport.
           05  wst-klockslag    pic 9(6).
           05  wst-bestallare   pic x(20).
           05  wst-senastdatum  pic 9(8).
           05  filler           pic x(67).
      * 'V' = vilande, genererar inget (se SpadStaendeCbl)
           05  wst-vilande      pic x.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
               10  wrf-datum      pic 9(8).
               10  filler         pic x(4) value '.txt'.
           05  wfinnsJN           pic x.
           05  wurval             pic x.
           05  wvx                pic s9(4) comp.
           05  wtraff             pic s9(4) comp.
           05  wdagx              pic s9(4) comp.
           05  wtime              pic 9(6).
      * stående ordrar i minnet
           05  wreg-antal         pic 9(4) comp value 0.
           05  wreg-rad           pic x(182) occurs 50.
           05  wrx                pic 9(4) comp.
      * historisk varvtakt per funktionsnummer ur BestHist
           05  wh-antal           pic s9(4) comp value 0.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  sa.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  da.
           copy "dagagg.cpy" replacing leading ==xxxx== by ==da==.

       procedure division.
       main section.
           if w-eof-staende = 'J' or wreg-antal >= 50
               go to b100
           end-if.
      * en vilande order genererar ingen körning
           if wst-vilande = 'V'
               read Staende into wst
                 at end move 'J' to w-eof-staende
               go to b020
           end-if.
           add 1 to wreg-antal.
           move wst to wreg-rad(wreg-antal).
           read Staende into wst
       c010.
      * historisk varvtakt per funktionsnummer, samma ackumulering
      * som b-lashistorik i SpadPrognosCbl
           perform cc-las-aggregat.
           call 'sd-OppnaHistLasNy'.
       c020.
           call 'sd-LasHist' using sb, wfinnsJN.
           if wfinnsJN = 'N'
       cb999.
           exit.

       cc-las-aggregat section.
       cc010.
      * KLAR-raderna ur dagaggregatet - varvantal och körtid är
      * redan summerade per dag för körningar med start, slut och
      * BestAntal, samma urval som den löpande ackumuleringen
           move 'D' to wurval.
           call 'sd-OppnaDagaggLas' using wurval.
       cc020.
           call 'sd-LasDagagg' using da, wfinnsJN.
           if wfinnsJN = 'N'
               go to cc100
           end-if.
           if da-Typ not = 'U' or da-Kommando not = 4
           or da-VarvSumma = 0
               go to cc020
           end-if.
           move 0 to wtraff.
           move 0 to wvx.
       cc030.
           add 1 to wvx.
           if wvx <= wh-antal
               if wh-funknr(wvx) = da-FunktionsNummer
                   move wvx to wtraff
               else
                   go to cc030
               end-if
           end-if.
           if wtraff = 0
               if wh-antal >= 50
                   go to cc020
               end-if
               add 1 to wh-antal
               move wh-antal to wtraff
               initialize wh-tab(wtraff)
               move da-FunktionsNummer to wh-funknr(wtraff)
           end-if.
           add da-VarvSumma    to wh-varvantal(wtraff).
           add da-VarvTidSumma to wh-tidsumma(wtraff).
           go to cc020.
       cc100.
           call 'sd-StangDagaggLas'.
       cc999.
           exit.

       d-las-admimap section.
       d010.
           call 'sd-OppnaAdmiLas'.
