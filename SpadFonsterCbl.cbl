      *           Helgdagsrader räknas inte bort ur veckans öppna tid
      *           (de redovisas som egen summa), gott nog för
      *           trendbilden.
      *2026-10-15 Stängda dagar läses ur dagaggregatet (se
      *           SpadDagaggCbl) och bara det som tillkommit sedan
      *           dess ur BestHist. Över fönsterslut räknas där mot
      *           de fönster som gällde när dagen aggregerades.
      *
       program-id. SpadFonsterCbl.
       environment division.
           05  wveckonyckel       pic 9(9) comp.
           05  wkalid             pic 9(9) comp.
           05  winomJN            pic x.
           05  wurval             pic x.
      * fönsterraderna i minnet - behövs både för veckosumman och
      * för kollen om en slutstämpel låg utanför fönstret
           05  wf-antal           pic s9(4) comp value 0.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  da.
           copy "dagagg.cpy" replacing leading ==xxxx== by ==da==.

       procedure division.
       main section.

           perform b-las-kalender.
           perform c-las-admimap.
           perform f-las-aggregat.
           perform d-las-historik.
           perform e-rapportera.
           stop run.

       d-las-historik section.
       d010.
           call 'sd-OppnaHistLasNy'.
       d020.
           call 'sd-LasHist' using sb, wfinnsJN.
           if wfinnsJN = 'N'
       eb999.
           exit.

       f-las-aggregat section.
       f010.
      * dagaggregatets utfallsrader för körningar med kalender-
      * fönster - upptagen tid, över fönsterslut och kvarlagda är
      * redan räknade per slutdag, se db-en-korning
           move 'D' to wurval.
           call 'sd-OppnaDagaggLas' using wurval.
       f020.
           call 'sd-LasDagagg' using da, wfinnsJN.
           if wfinnsJN = 'N'
               go to f100
           end-if.
           if da-Typ not = 'U' or da-SlutJN not = 'J'
           or da-TestKorning not = 0
               go to f020
           end-if.
           if da-TidSumma = 0 and da-OverSlut = 0
           and da-KvarLagda = 0
               go to f020
           end-if.
           move 0 to wkalid.
           move 0 to wvx.
       f030.
           add 1 to wvx.
           if wvx <= wm-antal
               if wm-funknr(wvx) = da-FunktionsNummer
                   move wm-kalenderid(wvx) to wkalid
               end-if
               go to f030
           end-if.
           if wkalid = 0
               go to f020
           end-if.
           move da-Datum to wk-datum.
           perform zb-veckonyckel.
           perform dc-leta-rad.
           add da-TidSumma  to wb-upptagetsek(wtraff).
           add da-OverSlut  to wb-overslut(wtraff).
           add da-KvarLagda to wb-kvarlagda(wtraff).
           go to f020.
       f100.
           call 'sd-StangDagaggLas'.
       f999.
           exit.

       zb-veckonyckel section.
       zb010.
      * veckonyckel = år * 100 + löpande sjudagarsvecka från 1
