      *           genereringsomg�ng som skapar Kommando 1-poster i
      *           Best n�r de f�rfaller, m�rkta med BestKalla = 1 s�
      *           de g�r att skilja fr�n handregistrerade.
      *2026-10-15 Filväntan: en stående order kan vänta på sitt
      *           indataset eller en triggerfil i stället för att
      *           starta på klockslaget - den genererade beställningen
      *           claimas först när en ny fil kommit och slutat växa,
      *           och ges upp vid angivet klockslag.
      *2026-10-15 Vilande stående order: när HR-matningen avaktiverar
      *           en beställare utan efterträdare sätts beställarens
      *           order som vilande och genererar inget förrän de
      *           tas upp igen under en giltig beställare (nytt
      *           val 4).
      *2026-10-15 Gick filväntan inte att registrera (registret fullt
      *           eller låst) visas det för den genererade ordern.
      *
       program-id. SpadStaendeCbl.
       environment division.
       data division.
       File Section.
       fd  Staende.
       01  staende-record    pic x(182).

       working-storage section.
       01  wst.
      * datum d� ordern senast genererade en Best-post, s� samma
      * f�rfallodag inte genererar tv� g�nger
           05  wst-senastdatum  pic 9(8).
      * filväntan: I = vänta på indatasetet (wst-vantafil blir
      * beställningens IndataSet), T = vänta på triggerfilen,
      * blank = starta på klockslaget. Uppgivningsklockslaget gäller
      * genereringsdagen, eller dagen efter om det ligger före
      * klockslaget (0 = väntar utan gräns). Rader från före
      * filväntan läses med blanka fält.
           05  wst-vantatyp     pic x.
           05  wst-vantafil     pic x(60).
           05  wst-geuppklock   pic 9(6).
      * 'V' = vilande, beställaren har slutat utan efterträdare (se
      * SpadHrCbl) - genererar inget förrän ordern tagits upp igen
      * med val 4. Blankt = aktiv.
           05  wst-vilande      pic x.

       01  work.
           05  wdatamode        pic 9.
           05  wz-t4            pic s9(9) comp.
           05  wz-h             pic s9(9) comp.
           05  wz-q             pic s9(9) comp.
      * uppgivningsdatum för filväntan, se f-skapa-bestpost
           05  wgeuppdatum      pic 9(8).
           05  wn-kvot          pic 9(9).
           05  wn-rest4         pic 9(9).
           05  wn-rest100       pic 9(9).
           05  wn-rest400       pic 9(9).
           05  wn-dagitab       pic 9(2).
           05  wn-manadstab.
               10  filler pic x(24) value '312831303130313130313031'.
           05  wn-manadstab-re redefines wn-manadstab.
               10  wn-manadsdagar pic 9(2) occurs 12.
      * register i minnet - hela filen l�ses in, uppdateras och
      * skrivs tillbaka i sin helhet, samma m�nster som BestTmp-
      * v�xlingen i SpadzFileCbl fast i en enda tabell
           05  wreg-antal       pic 9(4) comp.
           05  wreg-rad         pic x(182) occurs 50.
      * nyregistrerad rad sparas undan h�r medan y-las-register
      * anv�nder wst som l�sbuffert
           05  wst-ny           pic x(182).
      * val 4: beställaren vars vilande order tas upp och den som
      * tar över dem
           05  wvilbestallare   pic x(20).
           05  wnybestallare    pic x(20).
           05  wokJN            pic x.
           05  wantalupptagna   pic 9(9).
           05  wrx              pic 9(4) comp.
           05  wdisprad.
               10  filler pic x(6)  value 'Funk '.
               10  wd-klockslag  pic 9(6).
               10  filler pic x(9)  value ' senast '.
               10  wd-senast     pic zzzzzzz9.
           05  wdisprad3.
               10  filler pic x(19) value '   väntar på fil '.
               10  wd3-vantatyp  pic x.
               10  filler pic x     value ' '.
               10  wd3-vantafil  pic x(60).
               10  filler pic x(10) value ' ger upp '.
               10  wd3-geupp     pic 9(6).
           05  wdisprad2.
               10  filler pic x(26) value 'SpadStaende genererade '.
               10  wd2-antal pic zzzzzzz9.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  fv.
           copy "filvant.cpy" replacing leading ==xxxx== by ==fv==.

       procedure division.
       main section.
           display ' '.
           display 'SpadStaende - st�ende best�llningar'.
           display '1 Registrera   2 Lista   3 Generera f�rfallna'.
           display '4 Ta upp vilande order'.
           display '0 Avsluta'.
           display 'Val: ' with no advancing.
           accept wval.
               when 1 perform b-registrera
               when 2 perform c-lista
               when 3 perform d-generera
               when 4 perform g-ta-upp-vilande
               when other display 'Ok�nt val, f�rs�k igen.'
           end-evaluate.
           go to main020.
           display 'Best�llare: ' with no advancing.
           accept wst-bestallare.
           move 0 to wst-senastdatum.
           display 'Vänta på fil - I = indataset, T = triggerfil,'
             ' blankt = nej: ' with no advancing.
           accept wst-vantatyp.
           if wst-vantatyp = 'i'
               move 'I' to wst-vantatyp
           end-if.
           if wst-vantatyp = 't'
               move 'T' to wst-vantatyp
           end-if.
           move spaces to wst-vantafil.
           move 0 to wst-geuppklock.
           move space to wst-vilande.
           if wst-vantatyp not = space
           and wst-vantatyp not = 'I' and wst-vantatyp not = 'T'
               display 'Ogiltigt val för filväntan, avvisas.'
               go to b999
           end-if.
           if wst-vantatyp not = space
               display 'Fil, sökväg: ' with no advancing
               accept wst-vantafil
               if wst-vantafil = spaces
                   display 'Ingen fil angiven, avvisas.'
                   go to b999
               end-if
               display 'Ge upp klockslag TTMMSS (0 = ingen gräns): '
                 with no advancing
               accept wst-geuppklock
           end-if.
           move wst to wst-ny.

           perform y-las-register.
           move wst-klockslag   to wd-klockslag.
           move wst-senastdatum to wd-senast.
           display wdisprad.
           if wst-vantatyp not = space
               move wst-vantatyp   to wd3-vantatyp
               move wst-vantafil   to wd3-vantafil
               move wst-geuppklock to wd3-geupp
               display wdisprad3
           end-if.
           if wst-vilande = 'V'
               display '   VILANDE - beställaren ' wst-bestallare
                 ' har slutat'
           end-if.
           add 1 to wrx.
           go to c020.
       c999.
               go to d100
           end-if.
           move wreg-rad(wrx) to wst.
           if wst-vilande = 'V'
               add 1 to wrx
               go to d020
           end-if.
           perform e-ar-forfallen.
           if wforfallenJN = 'J'
               perform f-skapa-bestpost
           move 1               to sb-BestKalla.
           move wdate to sb-BestDatum, sb-SenasteDatum.
           move wtime to sb-BestKlock, sb-SenasteKlock.
           if wst-vantatyp = 'I'
               move wst-vantafil to sb-IndataSet
           end-if.
           call 'sd-InsertSpadBest' using wfunktionsnummer, sb.
           if wst-vantatyp = space
               go to f999
           end-if.
      * beställningen får inte claimas förrän en fil som ändrats
      * efter genereringen kommit och slutat växa - gårdagens
      * extrakt släpper den inte
           initialize fv.
           move wst-funknr   to fv-FunktionsNummer.
           move wbestnummer  to fv-BestNummer.
           move wst-vantafil to fv-Filnamn.
           move 'J'          to fv-NyFilJN.
           move 0 to fv-GeUppDatum, fv-GeUppKlock.
           if wst-geuppklock > 0
               move wdate to wgeuppdatum
               if wst-geuppklock <= wst-klockslag
                   perform zn-nasta-dag
               end-if
               move wgeuppdatum    to fv-GeUppDatum
               move wst-geuppklock to fv-GeUppKlock
           end-if.
           call 'sd-RegistreraFilVantan' using fv.
           if fv-Status not = 'V'
               display 'OBS: filväntan kunde inte registreras för'
                 ' beställning ' wbestnummer
           end-if.
       f999.
           exit.

       g-ta-upp-vilande section.
       g010.
      * vilande order för en beställare som slutat tas upp under en
      * ny beställare - den nya måste vara aktiv och få beställa
      * funktionen, annars står ordern kvar som vilande
           display 'Vilande beställare: ' with no advancing.
           accept wvilbestallare.
           display 'Ny beställare: ' with no advancing.
           accept wnybestallare.
           if wvilbestallare = spaces or wnybestallare = spaces
               go to g999
           end-if.
           move 0 to wantalupptagna.
           perform y-las-register.
           move 1 to wrx.
       g020.
           if wrx > wreg-antal
               go to g100
           end-if.
           move wreg-rad(wrx) to wst.
           if wst-vilande not = 'V'
           or wst-bestallare not = wvilbestallare
               add 1 to wrx
               go to g020
           end-if.
           move wst-funknr to wfunktionsnummer.
           call 'sd-KollaBestallarBehorighet' using
             wnybestallare, wfunktionsnummer, wokJN.
           if wokJN = 'N'
               display 'Funk ' wst-funknr ': ' wnybestallare
                 ' är inte aktiv eller saknar behörighet,'
                 ' ordern står kvar som vilande.'
               add 1 to wrx
               go to g020
           end-if.
           move wnybestallare to wst-bestallare.
           move space to wst-vilande.
           move wst to wreg-rad(wrx).
           add 1 to wantalupptagna.
           add 1 to wrx.
           go to g020.
       g100.
           if wantalupptagna > 0
               perform z-skriv-register
           end-if.
           display wantalupptagna ' order tagna upp.'.
       g999.
           exit.

       y-las-register section.
       y010.
           move 0 to wreg-antal.
           if w-eof-staende = 'J' or wreg-antal >= 50
               go to y100
           end-if.
           if wst-geuppklock not numeric
               move 0 to wst-geuppklock
           end-if.
           add 1 to wreg-antal.
           move wst to wreg-rad(wreg-antal).
           read Staende into wst
           end-if.
       zav999.
           exit.

       zn-nasta-dag section.
       zn010.
      * wgeuppdatum stegas en dag framåt, samma rutin som
      * zc-addera-dag i SpadBestallningCbl
           move wgeuppdatum(1:4) to wz-aa.
           move wgeuppdatum(5:2) to wz-mm.
           move wgeuppdatum(7:2) to wz-dd.
           move wn-manadsdagar(wz-mm) to wn-dagitab.
           if wz-mm = 2
               divide wz-aa by 4 giving wn-kvot remainder wn-rest4
               divide wz-aa by 100 giving wn-kvot remainder wn-rest100
               divide wz-aa by 400 giving wn-kvot remainder wn-rest400
               if wn-rest4 = 0
                   if wn-rest100 not = 0 or wn-rest400 = 0
                       move 29 to wn-dagitab
                   end-if
               end-if
           end-if.
           if wz-dd < wn-dagitab
               add 1 to wz-dd
               go to zn100
           end-if.
           move 1 to wz-dd.
           if wz-mm = 12
               move 1 to wz-mm
               add 1 to wz-aa
           else
               add 1 to wz-mm
           end-if.
       zn100.
           compute wgeuppdatum =
             (wz-aa * 10000) + (wz-mm * 100) + wz-dd.
       zn999.
           exit.
