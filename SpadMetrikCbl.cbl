      *           Kapacitetsdiskussioner och incidenttidslinjer kan
      *           då föras på data systemet självt skrivit, i
      *           stället för på textredigerad motorlogg.
      *2026-10-15 Metrikfilen stäms av mot sitt manifest (se
      *           sd-PubliceraKopia) innan den summeras - en fil som
      *           ändrats efter publiceringen ger en varning.
      *
       program-id. SpadMetrikCbl.
       environment division.
               10  wmf-datum      pic 9(8).
               10  filler         pic x(4) value '.csv'.
           05  w-eof-metrik       pic x.
      * manifestet och filen som den ser ut nu, se publ.cpy
           05  wmanJN             pic x.
           05  wkollJN            pic x.
      * metrikraden, spegelbild av wmetrikrad i SpadzFileCbl
           05  wmetrikrad.
               10  wme-datum       pic 9(8).
               10  wd-avbrutna  pic zzz9.
               10  filler       pic x(5) value ' fel '.
               10  wd-fel       pic zzz9.
       01  wman. copy "publ.cpy"
                replacing leading ==xxxx== by ==wman==.
       01  wkoll. copy "publ.cpy"
                replacing leading ==xxxx== by ==wkoll==.

       procedure division.
       main section.
           string wexportmapp delimited by space
                  wmetrikfilnamn delimited by size
                  into wmetrikselnamn.
           call 'sd-LasManifest' using wmetrikselnamn, wman, wmanJN.
           call 'sd-KontrolleraFil' using
             wmetrikselnamn, wkoll, wkollJN.
           if wmanJN = 'J' and wkollJN = 'J'
               if wkoll-Poster   not = wman-Poster
               or wkoll-Byte     not = wman-Byte
               or wkoll-Kontroll not = wman-Kontroll
                   display 'VARNING: metrikfilen stämmer inte med'
                     ' sitt manifest - ändrad efter publiceringen'
               end-if
           end-if.
           if wmanJN = 'N' and wkollJN = 'J'
               display 'OBS: metrikfilen saknar manifest.'
           end-if.
           open input Metrik.
           if wmetrikfskey1 not = '0'
               display 'Ingen metrikfil för datumet.'
