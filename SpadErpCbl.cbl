      *           vid n�sta k�rning - varje trailer t�cker allts�
      *           detaljposterna sedan f�reg�ende trailer. K�rs
      *           filen om utan nya verifikat skrivs inget dubbelt.
      *2026-10-15 Trailern bär även antalet konteringsposter 'P'
      *           och deras debet- och kreditsummor, så ERP-sidan
      *           kan stämma av att dagens kontering balanserar.
      *2026-10-15 Lämnar antal behandlade poster och utfall till den
      *           nattliga hushållssekvensen (SpadNattCbl) när
      *           körningen avslutas - se sd-RapporteraSteg.
      *2026-10-15 Ett varv per bolag: moderbolagets fil i ERPDIR=
      *           och varje registrerat bolags fil i dess ERP-mapp
      *           (spadbolag.dat) avslutas var för sig med egen
      *           trailer.
      *2026-10-15 Motorn lägger verifikaten i en väntande fil
      *           ERP<datum>.dat.tmp. Trailern läggs på den och
      *           filen publiceras sedan som ERP<datum>.dat med
      *           manifest (sd-PubliceraKopia), så ERP-sidan aldrig
      *           ser en halvskriven fil.
      *
       program-id. SpadErpCbl.
       environment division.
       data division.
       File Section.
       fd  Erp.
       01  erp-record        pic x(110).

       working-storage section.
       01  wev. copy "erpver.cpy"
                replacing leading ==xxxx== by ==wev==.
       01  wep. copy "erppost.cpy"
                replacing leading ==xxxx== by ==wep==.
       01  wtrail.
           05  wt-posttyp    pic x value 'T'.
           05  wt-antal      pic 9(9).
           05  wt-sum2       pic s9(10)v99 sign leading separate.
           05  wt-sum3       pic s9(10)v99 sign leading separate.
           05  wt-sumpost    pic 9(12).
      * konteringsposterna sedan samma trailer - debet och kredit
      * ska vara lika, se erppost.cpy
           05  wt-antalkont  pic 9(9).
           05  wt-debet      pic s9(10)v99 sign leading separate.
           05  wt-kredit     pic s9(10)v99 sign leading separate.
           05  filler        pic x(14) value spaces.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
      * stegresultatet till hushållssekvensen, se sd-RapporteraSteg
           05  wstegantal         pic 9(9) value 0.
           05  wstegokJN          pic x value 'J'.
           05  wstegtext          pic x(70) value spaces.
           05  werpmapp           pic x(73).
           05  werpfs.
               10  werpfskey1     pic x.
               10  werpfskey2     pic x.
           05  werpselnamn        pic x(133).
      * den publicerade dagfilen - werpselnamn är den väntande
           05  wpubfil            pic x(133).
           05  wpubprogram        pic x(20) value 'SpadErpCbl'.
           05  wpubJN             pic x.
           05  werpfilnamn.
               10  filler         pic x(3) value 'ERP'.
               10  wef-datum      pic 9(8).
           05  wtrailerfinnsJN    pic x.
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
      * bolagsvarvet - 0 = moderbolaget, sedan registrets rader
           05  wbolagnr           pic 9(4).
           05  wbolagJN           pic x.
           05  wfilerfunna        pic 9(4) value 0.
           05  wtrailerskrivna    pic 9(4) value 0.
           05  wdisprad.
               10  filler pic x(16) value 'SpadErp klar,   '.
               10  wd-antal pic zzzzzzz9.
               10  filler pic x(26) value ' verifikat, trailer skrev.'.

       01  wbo. copy "bolag.cpy"
                replacing leading ==xxxx== by ==wbo==.

       procedure division.
       main section.
       main010.
           call 'sd-HamtaErpMapp' using werpmapp.

           if werpmapp = spaces
               move 1 to wbolagnr
               call 'sd-HamtaBolagNr' using wbolagnr, wbo, wbolagJN
               if wbolagJN not = 'J'
                   display 'Ingen ERPDIR= i spad.ini - inget att'
                     ' g�ra.'
                   move 'INGEN ERPDIR= I SPAD.INI' to wstegtext
                   call 'sd-RapporteraSteg' using
                     wstegantal, wstegokJN, wstegtext
                   stop run
               end-if
           end-if.

           display 'SpadErp - dagavslut av ERP-verifikatfil'.
               accept wfalt from date yyyymmdd
               move wfalt to wvaltdatum
           end-if.
           move wvaltdatum to wef-datum.

      * moderbolaget först, sedan bolagen i registrets ordning
           move 0 to wbolagnr.
           if werpmapp not = spaces
               move spaces to wbo
               move werpmapp to wbo-ErpMapp
               perform b-avsluta-fil
           end-if.
       main020.
           add 1 to wbolagnr.
           call 'sd-HamtaBolagNr' using wbolagnr, wbo, wbolagJN.
           if wbolagJN not = 'J'
               go to main100
           end-if.
           if wbo-ErpMapp not = spaces
               perform b-avsluta-fil
           end-if.
           go to main020.
       main100.
           if wfilerfunna = 0
               move 'INGEN ERP-FIL FOR DATUMET' to wstegtext
           else
               if wtrailerskrivna = 0
                   move 'FILEN AR REDAN AVSLUTAD' to wstegtext
               end-if
           end-if.
           call 'sd-RapporteraSteg' using
             wstegantal, wstegokJN, wstegtext.
           stop run.
       main999.
           exit.

       b-avsluta-fil section.
       b010.
           move spaces to wpubfil.
           string wbo-ErpMapp delimited by space
                  werpfilnamn delimited by size
                  into wpubfil.
           move spaces to werpselnamn.
           string wpubfil delimited by space
                  '.tmp' delimited by size
                  into werpselnamn.
      * en dag som publicerats före den väntande filen infördes
      * börjar som en kopia av den publicerade
           call 'sd-ForberedTillagg' using werpselnamn, wpubfil.
           if wbo-Bolag not = spaces
               display 'Bolag ' wbo-Bolag ' ' wbo-Namn
           end-if.

      * summera detaljposterna sedan senaste trailern - en tidigare
      * trailer nollst�ller r�kneverken, s� eftersl�ntrare som
      * motorn lagt p� efter ett dagavslut f�ngas av n�sta
           move 0 to wt-antal, wt-sum1, wt-sum2, wt-sum3, wt-sumpost.
           move 0 to wt-antalkont, wt-debet, wt-kredit.
           move 'N' to wtrailerfinnsJN.
           open input Erp.
           if werpfskey1 not = '0'
               display 'Ingen ERP-fil f�r datumet: ' werpfilnamn
               go to b999
           end-if.
           add 1 to wfilerfunna.
           move 'N' to w-eof-erp.
           read Erp into wev at end move 'J' to w-eof-erp.
       b020.
           if w-eof-erp = 'J'
               go to b100
           end-if.
           if wev-PostTyp = 'D'
               add 1 to wt-antal
               add wev-Belopp3 to wt-sum3
               add wev-KorPostAntal to wt-sumpost
           end-if.
           if wev-PostTyp = 'P'
               move wev to wep
               add 1 to wt-antalkont
               if wep-DebetKredit = 'D'
                   add wep-Belopp to wt-debet
               else
                   add wep-Belopp to wt-kredit
               end-if
           end-if.
           if wev-PostTyp = 'T'
               move 'J' to wtrailerfinnsJN
               move 0 to wt-antal, wt-sum1, wt-sum2, wt-sum3,
                 wt-sumpost
               move 0 to wt-antalkont, wt-debet, wt-kredit
           end-if.
           read Erp into wev at end move 'J' to w-eof-erp.
           go to b020.
       b100.
           close Erp.
           if wt-antal = 0 and wtrailerfinnsJN = 'J'
               display 'Filen �r redan avslutad och inga nya'
                 ' verifikat har tillkommit.'
               go to b999
           end-if.
           open extend Erp.
           write erp-record from wtrail.
           close Erp.
           call 'sd-PubliceraKopia' using
             werpselnamn, wpubfil, wpubprogram, wpubJN.
           if wpubJN not = 'J'
               display 'FEL: kunde inte publicera ' wpubfil
               move 'N' to wstegokJN
               move 'ERP-FILEN KUNDE INTE PUBLICERAS' to wstegtext
           end-if.
           add 1 to wtrailerskrivna.
           if wtrailerfinnsJN = 'J'
               display 'Eftersl�ntrare efter tidigare dagavslut -'
                 ' summerade i en ny trailer.'
           end-if.
           move wt-antal to wd-antal.
           display wdisprad.
           add wt-antal to wstegantal.
       b999.
           exit.
