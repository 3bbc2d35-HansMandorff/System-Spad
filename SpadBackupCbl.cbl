      *           posterna i kopian mot manifestet och v�grar l�gga
      *           tillbaka n�got om antalen inte st�mmer; den gamla
      *           filen flyttas undan till ett .undan-namn f�rst.
      *2026-10-15 Lämnar antal behandlade poster och utfall till den
      *           nattliga hushållssekvensen (SpadNattCbl) när
      *           körningen avslutas - se sd-RapporteraSteg.
      *2026-10-15 Audit- och händelsepostens nya kedjefält (48
      *           respektive 86 byte, se admiaud-bin.cpy).
      *
       program-id. SpadBackupCbl.
       environment division.
           copy "messarci-bin.cpy" replacing leading ==xxxx== by
             ==mu==.
       fd  AudIn.
       01  audin-record     pic x(48).
       fd  AudUt.
       01  audut-record     pic x(48).
       fd  Manifest.
       01  manifest-record  pic x(30).

           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
      * stegresultatet till hushållssekvensen, se sd-RapporteraSteg
           05  wstegantal         pic 9(9) value 0.
           05  wstegokJN          pic x value 'J'.
           05  wstegtext          pic x(70) value spaces.
           05  wval               pic 9.
           05  winfs.
               10  winfskey1      pic x.
               when 2 perform c-aterlas
               when other continue
           end-evaluate.
      * en kopia tagen i hushållssekvensen lämnar sitt resultat -
      * återläsning körs bara för hand
           if wval = 1
               compute wstegantal = wkopantal(1) + wkopantal(2)
                 + wkopantal(3) + wkopantal(4) + wkopantal(5)
               if wfelJN = 'J'
                   move 'N' to wstegokJN
                   move 'KOPIERINGEN AVBROTS' to wstegtext
               end-if
               call 'sd-RapporteraSteg' using
                 wstegantal, wstegokJN, wstegtext
           end-if.
           stop run.
       main999.
           exit.
