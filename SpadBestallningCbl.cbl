      *           varnar direkt om den beräknade sluttiden ligger
      *           efter - bevakningen under körning sköts av
      *           SpadPrognosCbl.
      *2026-10-15 Filväntan: beställningen kan vänta på sitt
      *           indataset eller en triggerfil innan den får
      *           claimas, med en uppgivningstid - indatasetet
      *           existenskontrolleras då inte vid intaget, se
      *           sd-RegistreraFilVantan.
      *2026-10-15 Beställarens avdelning prövas mot ERP:s
      *           kostnadsställeregister - ett stängt eller okänt
      *           kostnadsställe avvisas, se sd-KollaKostStalle.
      *2026-10-15 Gick filväntan inte att registrera (registret fullt
      *           eller låst) sägs det i stället för att beställningen
      *           påstås vänta.
      *
       program-id. SpadBestallningCbl.
       environment division.
           05  windataokJN      pic x.
           05  wdeadlinedatum   pic 9(8).
           05  wdeadlineklock   pic 9(6).
      * filväntan: I = indatasetet, T = triggerfil, blank = ingen
      * väntan, samt filen och uppgivningstiden - se b7-filvantan
           05  wvantatyp        pic x.
           05  wvantafil        pic x(80).
           05  wgeuppdatum      pic 9(8).
           05  wgeuppklock      pic 9(6).
      * m�nadsbudgetkontrollen, se sd-HamtaBestallarBudget
           05  wbudget          pic 9(9).
           05  wvarning         pic 9(9).
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  fv.
           copy "filvant.cpy" replacing leading ==xxxx== by ==fv==.

       procedure division.
       main section.
               go to main020
           end-if.

      * avdelningen bär kostnaden - den måste vara ett aktivt
      * kostnadsställe hos ERP, annars kan verifikatet aldrig bokas
           call 'sd-KollaKostStalle' using wbestallare, wbestokJN.
           if wbestokJN = 'N'
               display 'Beställarens avdelning är inget aktivt'
                 ' kostnadsställe, avvisas.'
               go to main020
           end-if.

      * kvotkontroll: en best�llare f�r inte ha fler �ppna
      * best�llningar i k�n �n spad.ini QB= till�ter (0 = inget tak)
      * m�nadsvolymbudgeten: summan av m�nadens redan best�llda
           display 'Indataset, sökväg (blankt = inget): '
             with no advancing.
           accept windataset.
      * en beställning som ska vänta på sitt indataset får
      * registreras innan filen finns - den kontrolleras i stället
      * vid varje sniffning, se sd-KollaFilVantan
           display 'Vänta på fil före start - I = indatasetet,'
             ' T = triggerfil, blankt = nej: ' with no advancing.
           accept wvantatyp.
           move spaces to wvantafil.
           move 0 to wgeuppdatum, wgeuppklock.
           if wvantatyp = 'i'
               move 'I' to wvantatyp
           end-if.
           if wvantatyp = 't'
               move 'T' to wvantatyp
           end-if.
           if wvantatyp not = space
               perform b7-filvantan
               if wvantatyp = 'X'
                   go to main020
               end-if
           end-if.
           if windataset not = spaces and wvantatyp not = 'I'
               perform b6-kolla-indataset
               if windataokJN = 'N'
                   display 'Indatasetet finns inte eller kan inte'

           call 'sd-InsertSpadBest' using wfunktionsnummer, sb.

           if wvantatyp not = space
               initialize fv
               move wfunktionsnummer to fv-FunktionsNummer
               move wbestnummer      to fv-BestNummer
               move wvantafil        to fv-Filnamn
               move 'N'              to fv-NyFilJN
               move wgeuppdatum      to fv-GeUppDatum
               move wgeuppklock      to fv-GeUppKlock
               call 'sd-RegistreraFilVantan' using fv
               if fv-Status = 'V'
                   display 'Beställningen väntar på ' wvantafil
               else
                   display 'OBS: filväntan kunde inte registreras -'
                     ' beställningen väntar inte på ' wvantafil
               end-if
           end-if.

      * offert på tidigast start och beräknad sluttid, med kvitto
      * till beställaren i utkorgen (spad.ini NOTDIR=)
           perform b2-beraknaoffert.
       b6999.
           exit.

       b7-filvantan section.
       b7010.
      * vilken fil som ska vänta in och när väntan ges upp -
      * wvantatyp sätts till 'X' när uppgifterna avvisas
           evaluate wvantatyp
               when 'I'
                   if windataset = spaces
                       display 'Inget indataset att vänta på,'
                         ' avvisas.'
                       move 'X' to wvantatyp
                       go to b7999
                   end-if
                   move windataset to wvantafil
               when 'T'
                   display 'Triggerfil, sökväg: ' with no advancing
                   accept wvantafil
                   if wvantafil = spaces
                       display 'Ingen triggerfil angiven, avvisas.'
                       move 'X' to wvantatyp
                       go to b7999
                   end-if
               when other
                   display 'Ogiltigt val för filväntan, avvisas.'
                   move 'X' to wvantatyp
                   go to b7999
           end-evaluate.
           display 'Ge upp datum AAAAMMDD (0 = ingen gräns): '
             with no advancing.
           accept wgeuppdatum.
           if wgeuppdatum > 0 and wgeuppdatum < 20000101
               display 'Datum ska anges AAAAMMDD, avvisas.'
               move 'X' to wvantatyp
               go to b7999
           end-if.
           if wgeuppdatum > 0
               display 'Ge upp klockslag TTMMSS: ' with no advancing
               accept wgeuppklock
           end-if.
       b7999.
           exit.

       b2-beraknaoffert section.
       b2010.
      * varv före den nya beställningen: summan av BestAntal för
