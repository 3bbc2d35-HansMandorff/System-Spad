      *           fattande händelse (545) läggs i händelseloggen -
      *           körs efter batchfönstret hittas korruption samma
      *           morgon i stället för veckor senare.
      *2026-10-15 Datasetkatalogen ingår: varje arkiverat indataset
      *           och registrerad utdatafil räknas om och stäms av
      *           mot katalogens postantal och kontrollsumma, rader
      *           utan beställningsrad flaggas, och härkomstkedjan
      *           (BestID, fil och underlag) listas i rapporten.
      *2026-10-15 Lämnar antal behandlade poster och utfall till den
      *           nattliga hushållssekvensen (SpadNattCbl) när
      *           körningen avslutas - se sd-RapporteraSteg.
      *
       program-id. SpadIntegCbl.
       environment division.
       data division.
       File Section.
       fd  Rapport.
       01  rapport-record    pic x(200).

       working-storage section.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
      * stegresultatet till hushållssekvensen, se sd-RapporteraSteg
           05  wstegantal         pic 9(9) value 0.
           05  wstegokJN          pic x value 'J'.
           05  wstegtext          pic x(70) value spaces.
           05  wexportmapp        pic x(73).
           05  wexportsekunder    pic 9(9).
           05  wrtantal           pic 9(9).
           05  want-lostvarv      pic 9(9) value 0.
           05  want-utanrapp      pic 9(9) value 0.
           05  want-startutanhj   pic 9(9) value 0.
           05  want-dsutanbest    pic 9(9) value 0.
           05  want-dsavviker     pic 9(9) value 0.
      * omräkningen av en katalograd, se h-kolla-dataset
           05  wdsfilnamn         pic x(80).
           05  wdsantal           pic 9(9).
           05  wdsksumma          pic 9(9).
           05  wharkrad.
               10  filler         pic x(9) value 'HARKOMST '.
               10  wh-bestid      pic zzzzzzzz9.
               10  filler         pic x value ' '.
               10  wh-typ         pic x.
               10  filler         pic x value ' '.
               10  wh-fil         pic x(80).
               10  filler         pic x(6) value ' FRAN '.
               10  wh-indata      pic x(60).
               10  filler         pic x value ' '.
               10  wh-status      pic x(8).
           05  wanttot            pic 9(9).
           05  wfelrad.
               10  wf-text        pic x(36).
           copy "korlogg-bin.cpy" replacing leading ==xxxx== by ==kl==.
       01  ra.
           copy "rapp.cpy" replacing leading ==xxxx== by ==ra==.
       01  ds.
           copy "dataset.cpy" replacing leading ==xxxx== by ==ds==.

       procedure division.
       main section.
           perform d-kolla-korlogg.
           perform e-kolla-rapp.
           perform f-kolla-messarci.
           perform h-kolla-dataset.
           perform g-summering.

           close Rapport.
           compute wanttot = want-utanadmi + want-lostvarv
             + want-utanrapp + want-startutanhj
             + want-dsutanbest + want-dsavviker.
           if wanttot > 0
               move wanttot to wst-antal
               move 0 to wbestidbin
                 wstyrfunknr, wbestidbin, wkommandobin, wsumtitel
           end-if.
           display 'SpadInteg klar, ' wanttot ' avvikelser.'.
           move wanttot to wstegantal.
           if wanttot > 0
               move 'AVVIKELSER FUNNA, SE INTEGRITETSRAPPORTEN'
                 to wstegtext
           end-if.
           call 'sd-RapporteraSteg' using
             wstegantal, wstegokJN, wstegtext.
           stop run.
       main999.
           exit.
           move want-startutanhj to wsu-antal.
           write rapport-record from wsumrad.
           display wsumrad.
           move 'DATASET UTAN BESTRAD                ' to wsu-text.
           move want-dsutanbest to wsu-antal.
           write rapport-record from wsumrad.
           display wsumrad.
           move 'DATASET AVVIKER FRAN KATALOGEN      ' to wsu-text.
           move want-dsavviker to wsu-antal.
           write rapport-record from wsumrad.
           display wsumrad.
           if woverfullJN = 'J'
               move 'OBS: BESTID-TABELLEN BLEV FULL      '
                 to wsu-text
           end-if.
       g999.
           exit.

       h-kolla-dataset section.
       h010.
      * datasetkatalogen: filen ska finnas och ge samma postantal
      * och kontrollsumma som när raden skrevs, och BestID ska
      * finnas i Best eller BestHist - varje rad listas dessutom som
      * ett led i härkomstkedjan
           call 'sd-OppnaDatasetLas'.
       h020.
           call 'sd-LasDataset' using ds, wfinnsJN.
           if wfinnsJN = 'N'
               go to h999
           end-if.
           move 'OK      ' to wh-status.
           move 'N' to wtraffJN.
           move 0 to wvx.
           perform hb-sok-bestid.
           if wtraffJN = 'N' and woverfullJN = 'N'
               move 'DATASET UTAN BESTRAD, BESTID        '
                 to wf-text
               move ds-BestID to wf-nr
               write rapport-record from wfelrad
               add 1 to want-dsutanbest
               move 'UTANBEST' to wh-status
           end-if.
           move ds-Filnamn to wdsfilnamn.
           call 'sd-BeraknaFilKontroll' using
             wdsfilnamn, wdsantal, wdsksumma, wtraffJN.
           if wtraffJN = 'N'
               move 'DATASET SAKNAS, BESTID              '
                 to wf-text
               move ds-BestID to wf-nr
               write rapport-record from wfelrad
               add 1 to want-dsavviker
               move 'SAKNAS  ' to wh-status
           else
               if wdsantal not = ds-PostAntal
               or wdsksumma not = ds-Checksumma
                   move 'DATASET ANDRAT EFTER KATALOG, BESTID'
                     to wf-text
                   move ds-BestID to wf-nr
                   write rapport-record from wfelrad
                   add 1 to want-dsavviker
                   move 'ANDRAT  ' to wh-status
               end-if
           end-if.
           move ds-BestID    to wh-bestid.
           move ds-Typ       to wh-typ.
           move ds-Filnamn   to wh-fil.
           move ds-IndataSet to wh-indata.
           write rapport-record from wharkrad.
           go to h020.
       h999.
           exit.

       hb-sok-bestid section.
       hb010.
           add 1 to wvx.
           if wvx > wb-antal
               go to hb999
           end-if.
           if wb-bestid(wvx) = ds-BestID
               move 'J' to wtraffJN
               go to hb999
           end-if.
           go to hb010.
       hb999.
           exit.
