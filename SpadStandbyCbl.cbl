      *           ofarlig att göra om - posterna bär efterbilder).
      *           Efter en krasch startas driften om från en reserv
      *           som är minuter gammal, inte timmar.
      *2026-10-15 Journalposten växer med Best-postens nya orsakskod
      *           (414 byte efterbild).
      *2026-10-15 Lämnar antal behandlade poster och utfall till den
      *           nattliga hushållssekvensen (SpadNattCbl) när
      *           körningen avslutas - se sd-RapporteraSteg.
      *2026-10-15 Journalposten växer med Best-postens bolagskod
      *           (418 byte efterbild).
      *
       program-id. SpadStandbyCbl.
       environment division.
       data division.
       File Section.
       fd  Journal.
       01  journal-record    pic x(420).
       fd  SBBest.
       01  sbb. copy "best-bin.cpy"
                replacing leading ==xxxx== by ==sbb==.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
      * stegresultatet till hushållssekvensen, se sd-RapporteraSteg
           05  wstegantal         pic 9(9) value 0.
           05  wstegokJN          pic x value 'J'.
           05  wstegtext          pic x(70) value spaces.
           05  wstandbymapp       pic x(73).
           05  wjournalfs.
               10  wjournalfskey1 pic x.
           05  wjr.
               10  wjr-lager      pic 9.
               10  wjr-op         pic 9.
               10  wjr-bild       pic x(418).
           05  wlivantal          pic 9(9).
           05  wsbantal           pic 9(9).
           05  wdiffJN            pic x value 'N'.
           display 'SpadStandby - ikappläggning av varmreserven'.
           if wstandbymapp = spaces
               display 'Ingen SBDIR= i spad.ini - inget att göra.'
               move 'INGEN SBDIR= I SPAD.INI' to wstegtext
               call 'sd-RapporteraSteg' using
                 wstegantal, wstegokJN, wstegtext
               stop run
           end-if.

           else
               display 'Postantalen stämmer - reserven är ikapp.'
           end-if.
           move wantalposter to wstegantal.
           if wdiffJN = 'J'
               move 'N' to wstegokJN
               move 'POSTANTALEN SKILJER MOT RESERVEN' to wstegtext
           end-if.
           call 'sd-RapporteraSteg' using
             wstegantal, wstegokJN, wstegtext.
           stop run.
       main999.
           exit.
           open input Journal.
           if wjournalfskey1 not = '0'
               display 'Journalen kan inte läsas, avbryter.'
               move 'N' to wstegokJN
               move 'JOURNALEN KAN INTE LASAS' to wstegtext
               call 'sd-RapporteraSteg' using
                 wstegantal, wstegokJN, wstegtext
               stop run
           end-if.
           move 'N' to w-eof.
