      *           flyttas till done-/failed-mappen som rapport-
      *           importen gör, och resultatet skrivs till en
      *           rapportfil i exportmappen.
      *2026-10-15 Lämnar antal behandlade poster och utfall till den
      *           nattliga hushållssekvensen (SpadNattCbl) när
      *           körningen avslutas - se sd-RapporteraSteg.
      *
       program-id. SpadErpAckCbl.
       environment division.
       data division.
       File Section.
       fd  Erp.
       01  erp-record        pic x(110).
       fd  Lista.
       01  lista-record      pic x(80).
       fd  Ackfil.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
      * stegresultatet till hushållssekvensen, se sd-RapporteraSteg
           05  wstegantal         pic 9(9) value 0.
           05  wstegokJN          pic x value 'J'.
           05  wstegtext          pic x(70) value spaces.
           05  werpmapp           pic x(73).
           05  wackmapp           pic x(73).
           05  wackdagar          pic 9(9).

           if werpmapp = spaces
               display 'Ingen ERPDIR= i spad.ini - inget att göra.'
               move 'INGEN ERPDIR= I SPAD.INI' to wstegtext
               call 'sd-RapporteraSteg' using
                 wstegantal, wstegokJN, wstegtext
               stop run
           end-if.
           if wackmapp = spaces
               display 'Ingen ACKDIR= i spad.ini - inget att göra.'
               move 'INGEN ACKDIR= I SPAD.INI' to wstegtext
               call 'sd-RapporteraSteg' using
                 wstegantal, wstegokJN, wstegtext
               stop run
           end-if.

           accept wdatumtill.
           if wdatumfran = 0 or wdatumtill < wdatumfran
               display 'Ogiltigt intervall, avbryter.'
               move 'N' to wstegokJN
               move 'OGILTIGT DATUMINTERVALL' to wstegtext
               call 'sd-RapporteraSteg' using
                 wstegantal, wstegokJN, wstegtext
               stop run
           end-if.

           compute wd-antal =
             wantalokand + wantalgammla + wantalluckor.
           display wdisprad.
           move wantalack to wstegantal.
           call 'sd-RapporteraSteg' using
             wstegantal, wstegokJN, wstegtext.
           stop run.
       main999.
           exit.
               display 'FEL: kunde inte flytta ' wfilnamn
               display 'Kontrollera done-/failed-mapparna - stannar'
                 ' för att undvika dubbelmatchning.'
               move 'N' to wstegokJN
               move 'KVITTENSFILEN KUNDE INTE FLYTTAS' to wstegtext
               call 'sd-RapporteraSteg' using
                 wstegantal, wstegokJN, wstegtext
               stop run
           end-if.
       cb999.
