      *           utfallsräknare) läggs till en daterad fil i
      *           exportmappen via sf-SkrivMetrik - se den
      *           aggregerande rapporten i SpadMetrikCbl.
      *2026-10-15 Jobbrutinerna får en jobbstatus som tredje
      *           parameter - 8 stoppar körningen som FEL innan
      *           varvet bokas (JobbTyp 3, avvikande kontroll-
      *           summor i indataset), se c020.
      *2026-10-15 En instans för hela poolen (spad.ini PH=1): i
      *           stället för att claima ett nummer betjänar motorn
      *           alla poolens nummer och väljer varje runda nästa
      *           beställning över numren på effektiv prioritet -
      *           avbrott, dränering, körfönster, Admi-värden,
      *           hjärtslag och metrikrad per nummer, se
      *           b020-poolrunda.
      *2026-10-15 Indataset kopieras till körarkivet (spad.ini
      *           RUNDIR=) vid claim och körningen läser kopian, så
      *           en omstart eller tvist ser samma underlag - se
      *           b012-arkivera-indata och datasetkatalogen.
      *2026-10-15 Filväntan: en beställning kan vänta på sitt
      *           indataset eller en triggerfil - claimas först när
      *           filen finns och slutat växa, och avslutas som ej
      *           körd (543) när uppgivningstiden passerats, se
      *           b015 och b013-ge-upp-filvantan.
      *2026-10-15 Resurslås mellan funktioner: vid claim tas
      *           funktionens deklarerade resurser (spadresurs.dat)
      *           - hålls en av en annan funktion släpps claimen och
      *           ordern väntar kvar i kön (551). Låsen släpps när
      *           utfallet skrivs, se b011-resursvantan och b080.
      *2026-10-15 Orsakskod på AVBRUTEN/FEL-utfallen (Best-OrsakKod)
      *           ur orsakskatalogen spadorsak.dat, med ett eget spår
      *           (555) i händelseloggen - en FEL-orsak som aldrig
      *           kan lyckas på ett nytt försök (saknad jobbrutin)
      *           läggs inte om. Se c-korning-0000, b080 och b087.
      *2026-10-15 Kontering av ERP-verifikaten: konteringsraderna ur
      *           spadkontering.dat följer detaljposten, och ett
      *           verifikat som inte balanserar eller har ett stängt
      *           kostnadsställe hålls (556) i stället för att
      *           skickas, se b080 och sd-KonteraVerifikat.
      *2026-10-15 Ägarattest: en KLAR-körning på en funktion i
      *           spadattest.dat avslutas som VÄNTAR PÅ ATTEST
      *           (Kommando 42, 565) - rapportrader, verifikat och
      *           avisering släpps först när ägaren attesterat i
      *           SpadAttestCbl, se b080.
      *2026-10-15 Genomströmningsläge per funktion (spadkorlage.dat):
      *           varven körs utan fast sömn, vakthunden räknar på
      *           klockan, och framsteg, varvlogg och detaljresultat
      *           skrivs i grupper om N varv eller N sekunder - paus,
      *           avbrott och vakthund kollas varje varv som förut,
      *           och en omstart tar vid efter senast skrivna grupp.
      *           Se c-korning-0000 och c040-spara-grupp.
      *2026-10-15 Vakthundsstoppet (520) loggas också i händelse-
      *           loggen, som 528 - gatewayen ser det då och
      *           registrerar ett larm som väntar på kvittens.
      *2026-10-15 Passningskontroll före claim: körtiden beräknas ur
      *           funktionens historiska varvtakt och beställningens
      *           återstående varv och jämförs med tiden kvar i det
      *           öppna körfönstret - en order som inte ryms ligger
      *           kvar till nästa fönster (593). Skulle den då missa
      *           sin senaste sluttid, eller ryms den inte ens i ett
      *           helt fönster, flaggas den för operatören (594).
      *           Funktioner med överdrag 'J' i spadkorlage.dat
      *           claimas som förut. Se b031-kolla-passning.
      *2026-10-15 Tidigaste sluttid för en hållen order räknas från
      *           nästa fönsterstart i kalendern (sd-NastaFonster-
      *           Start) plus körtiden, inte från när det öppna
      *           fönstret stänger. Saknas nästa fönster flaggas
      *           ordern (594).
      *
       program-id. SpadFunkCblMain.
       environment division.
           05  wjobbtyp           pic 9(9).
           05  wjobbtyp-disp      pic 99.
           05  wjobbnamn          pic x(10).
      * jobbrutinens besked tillbaka, 8 = stoppa som FEL, se c020
           05  wjobbstatus        pic 9(9).
           05  wmaxsekunder       pic 9(9).
      * RappTyp f�r k�rningens resultatrader - Admi-Param3, eller
      * FunktionsNummer n�r Param3 �r 0, se b085-skrivarapportrader
      * utkorg f�r ERP-verifikat (spad.ini ERPDIR=, blank = ingen
      * ERP-koppling), se b080-avslutakorning
           05  werpmapp           pic x(73).
      * indataset som inte gick att kopiera till körarkivet, se b012
           05  warkivfeltitel     pic x(50) value
               'INDATASET KUNDE EJ ARKIVERAS VID CLAIM'.
      * best�llaruppgifter ur registret f�r aviseringen, se b088
           05  wnotifbestallare   pic x(20).
           05  wnotifnamn         pic x(30).
           05  wtolpostantal      pic 9(9).
           05  wtoltitel          pic x(50) value
               'KLAR MED ANMARKNING - RESULTAT UTANFOR TOLERANS'.
      * ägarattesten för funktionen (spadattest.dat) och händelsen
      * (565) när utfallet ställs att vänta på den, se b080
           05  wattestJN          pic x.
           05  wattesttitel.
               10  filler         pic x(24)
                   value 'VANTAR PA ATTEST, AGARE '.
               10  wat-agare      pic x(20).
               10  filler         pic x(6) value spaces.
      * kedjekontrollen: f�reg�ngarens utfall och claim-beslutet
      * ('J' = k�r, 'V' = v�nta kvar i k�n, 'N' = markera ej k�rd),
      * se b016-kollaforegangare
           05  wkedjenyrk         pic 9(9).
           05  wejkordtitel       pic x(50) value
               'EJ KORD - FOREGANGAREN MISSLYCKADES'.
      * filväntan: claim-beslutet ('J' = kör, 'S' = filen kom nyss,
      * 'V' = vänta kvar i kön, 'G' = ge upp) och händelsetexterna,
      * se b015 och b013-ge-upp-filvantan
           05  wfilbeslut         pic x.
           05  wfilgeupptitel     pic x(50) value
               'EJ KORD - VANTAD FIL KOM ALDRIG'.
           05  wfilslapptitel     pic x(50) value
               'FIL ANLAND OCH STABIL - BESTALLNINGEN SLAPPT'.
      * resurslåsen: claim-beslutet och konflikten som håller ordern
      * kvar i kön - väntan loggas en gång per beställning, se
      * b011-resursvantan
           05  wresJN             pic x.
           05  wresvantbestid     pic 9(9) value 0.
           05  wresvanttitel.
               10  filler         pic x(10) value 'VANTAR PA '.
               10  wrv-resurs     pic x(20).
               10  filler         pic x(6)  value ' FUNK '.
               10  wrv-funknr     pic z(8)9.
               10  filler         pic x(5)  value spaces.
      * passningskontrollen före claim: beräknad körtid mot tiden
      * kvar i det öppna körfönstret ('N' = håll kvar ordern), se
      * b031-kolla-passning. Varvtakten (summerade varv och körtid
      * för funktionens KLAR-körningar) hämtas en gång per funktion
      * och dag till wvt-tab, och varje hållen order loggas en gång
      * per händelse (wph-tab, de senaste 20)
           05  wpassarJN          pic x.
           05  woverdragJN        pic x.
           05  wfonsterkvar       pic 9(9).
           05  wfonsterlangd      pic 9(9).
           05  wnf-datum          pic 9(8).
           05  wnf-klock          pic 9(6).
           05  wkvarvarv          pic 9(9).
           05  wberakning         pic 9(18) comp.
           05  wberaknadsek       pic 9(9).
           05  whallkommando      pic 9(9) comp.
           05  wvturval           pic x.
           05  wvt-antal          pic s9(4) comp value 0.
           05  wvtx               pic s9(4) comp.
           05  wvt-traff          pic s9(4) comp.
           05  wvt-tab            occurs 20.
               10  wvt-funknr     pic 9(9).
               10  wvt-datum      pic 9(8).
               10  wvt-varv       pic 9(15) comp.
               10  wvt-tid        pic 9(15) comp.
           05  wph-antal          pic s9(4) comp value 0.
           05  wph-nasta          pic s9(4) comp value 0.
           05  wphx               pic s9(4) comp.
           05  wph-tab            occurs 20.
               10  wph-bestid     pic 9(9).
               10  wph-kommando   pic 9(9).
      * körtiden för en BestHist-rad och datumstegningen för
      * deadlinekollen, se b034-korningstid och b035-addera-dag
           05  wvh-startsek       pic s9(9) comp.
           05  wvh-slutsek        pic s9(9) comp.
           05  wvh-dagar          pic s9(9) comp.
           05  wvh-kortid         pic s9(9) comp.
           05  wvh-sek            pic 9(18) comp.
           05  wvh-klock          pic 9(6).
           05  wlopdatum          pic 9(8).
           05  wk-aa              pic 9(4).
           05  wk-mm              pic 9(2).
           05  wk-dd              pic 9(2).
           05  wk-dagitab         pic 9(2).
           05  wk-kvot            pic 9(9).
           05  wk-rest4           pic 9(9).
           05  wk-rest100         pic 9(9).
           05  wk-rest400         pic 9(9).
           05  wk-skottrest       pic 9(9).
           05  wk-manadstab.
               10  filler pic x(24) value '312831303130313130313031'.
           05  wk-manadstab-re redefines wk-manadstab.
               10  wk-manadsdagar pic 9(2) occurs 12.
           05  wpasstitel.
               10  filler         pic x(25)
                   value 'RYMS EJ I FONSTRET - BER '.
               10  wpt-ber        pic zzzz9.
               10  filler         pic x(10) value ' MIN KVAR '.
               10  wpt-kvar       pic zzzz9.
               10  filler         pic x(5)  value ' MIN '.
           05  wdlpasstitel.
               10  filler         pic x(38)
                   value 'DEADLINE MISSAS OM ORDERN HALLS - BER '.
               10  wdt-ber        pic zzzz9.
               10  filler         pic x(7)  value ' MIN   '.
           05  waldrpasstitel.
               10  filler         pic x(27)
                   value 'RYMS ALDRIG I FONSTRET BER '.
               10  wat-ber        pic zzzz9.
               10  filler         pic x(11) value ' MIN FONST '.
               10  wat-langd      pic zzzz9.
               10  filler         pic x(2)  value spaces.
      * dr�neringssp�ret i h�ndelseloggen, se b018-dranera
           05  wdrantitel         pic x(50) value
               'DRANERAD - AVSLUTADE EFTER PAGAENDE ARBETE'.
           05  womkortitel        pic x(50) value
               'AUTOMATISK OMKORNING EFTER FEL'.
           05  wloptid            pic 9(9) comp.
      * genomströmningsläget, se c-korning-0000: läge, gruppens
      * gränser och hur långt den kommit, samt klocksekunderna som
      * ersätter sömnen i loptiden
           05  wkorlage           pic 9(9).
           05  wgruppvarv         pic 9(9).
           05  wgruppsek          pic 9(9).
           05  wgrpvarvant        pic 9(9).
           05  wgrpsek            pic 9(9).
           05  wnusek             pic 9(9).
           05  wsenastsek         pic 9(9).
           05  wdeltasek          pic 9(9).
           05  wpaussekunder      pic 9(9).
           05  wklocka.
               10  wkl-hh         pic 99.
               10  wkl-mm         pic 99.
               10  wkl-ss         pic 99.
           05  wengineloggrad     pic x(100).
      * host/version-identitet f�r den h�r motorinstansen, s� en
      * monitoreringsskärm kan skilja en levande instans från en
           05  sev.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sev==.

      * BestHist- och dagaggregatsraderna för varvtakten, se
      * b032-hamta-varvtakt
           05  sh.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sh==.
           05  da.
           copy "dagagg.cpy" replacing leading ==xxxx== by ==da==.

      * resurslåset som tas vid claim, eller som håller ordern kvar
           05  rl.
           copy "reslas.cpy" replacing leading ==xxxx== by ==rl==.

      * orsaken till ett AVBRUTEN/FEL-utfall, satt där körningen
      * bryts i c-korning-0000, och katalograden den slås upp till -
      * se orsak.cpy och b087-logga-felorsak
           05  wfelorsak          pic 9(9).
           05  wfobestid          pic 9(9) comp.
           05  wfelorsaktitel.
               10  filler         pic x(6) value 'ORSAK '.
               10  wot-kod        pic zzz9.
               10  filler         pic x value ' '.
               10  wot-text       pic x(39).
           05  fo.
           copy "orsak.cpy" replacing leading ==xxxx== by ==fo==.
      * verifikatets konteringsrader och, när det hålls, händelsen
      * (556) med orsaken - se sd-KonteraVerifikat
           05  werphalltitel.
               10  filler         pic x(10) value 'ERP HALLET'.
               10  filler         pic x value ' '.
               10  weh-orsak      pic x(39).
           copy "vkp.cpy".

      * varvloggposten - den kompakta per-varv-str�mmen, se
      * korlogg-bin.cpy och c-korning-0000
           05  kl.
               10  wmet-klar      pic 9(4).
               10  wmet-avbrutna  pic 9(4).
               10  wmet-fel       pic 9(4).
      * en instans som betjänar hela poolen (spad.ini PH=1): läget
      * per poolnummer - J = claimat av oss, N = inte claimat (nytt
      * försök varje runda), S = lämnat efter dränering eller
      * avbrott. Rundans kandidater över alla nummer samlas i wpb
      * och sorteras på effektiv prioritet, och metrikräknarna
      * hålls per nummer i wpm-met - se b020-poolrunda
           05  wpoolhelaJN        pic x value 'N'.
           05  wpoolstatus        pic x occurs 20.
           05  wpoolrunda         pic x occurs 20.
           05  wpm-met            pic x(54) occurs 20.
           05  wpoolx3            pic s9(4) comp.
           05  wpoolx4            pic s9(4) comp.
           05  wpoolladdad        pic s9(4) comp.
           05  wpoolfunknr        pic 9(9).
           05  wpoolkvot          pic 9(9).
           05  wpoolsniff         pic 9(9).
           05  wpoolsnmin         pic 9(9).
           05  wpoolsnmax         pic 9(9).
           05  wpoolhjsek         pic 9(9) value 0.
           05  wpoolarbeteJN      pic x.
           05  wstoppJN           pic x.
           05  wpb-antal          pic s9(4) comp.
           05  wpbx               pic s9(4) comp.
           05  wpby               pic s9(4) comp.
           05  wpb-post           occurs 200.
               10  wpb-poolx      pic s9(4) comp.
               10  wpb-effprio    pic 9(9).
               10  wpb-bestid     pic 9(9).
               10  wpb-sb         pic x(400).
           05  wpb-tmp            pic x(420).
      * pool av FunktionsNummer denna instans f�r dela med andra
      * parallella motorer (spad.ini POOL=/WID=), se x-initiera
           copy "vfp.cpy".
       main section.
       main010.
           perform x-initiera.
      * en instans för hela poolen tar upp avbrutna körningar per
      * nummer när numret claimas, se b022-sniffa-funk
           if wpoolhelaJN not = 'J'
               perform y-aterupptaAvbruten
           end-if.
           perform b-OnTimer.
           perform until b-returkod = 9
      * har poolinstansen just kört en beställning sniffas det om
      * direkt, så nästa val görs ur en färsk köbild
               if wpoolhelaJN not = 'J' or b-returkod not = 2
                   call 'c$sleep' using b-sniffsekunder
               end-if
               perform b-OnTimer
           end-perform.    
           stop run.
           move sa-Param1 to wdatamode.
           move sa-KorVarvSekunder to wfunknrvi.

      * en instans som betjänar hela poolen (spad.ini PH=1) går
      * igenom alla poolens nummer varje runda i stället för ett
      * enda claimat, se b020-poolrunda
           if wpoolhelaJN = 'J'
               call 'sd-lagradatamode' using wdatamode
               perform b020-poolrunda
               go to b999
           end-if.

      * k�r vi mot en pool forts�tter vi med den FunktionsNummer vi en
      * g�ng claimat i x-initiera, ist�llet f�r att �terg� till
      * kontrollpostens KorVarvSekunder varje varv - och f�rnyar
           call 'sd-KollaBegaranAvbrytExekveringFinns'
             using wfunknrvi, wfinnsJN.
           if wfinnsJN = 'J'
               perform b026-meddela-avbrott
      * visa att avbrott har beg�rts
               move 9 to b-returkod
               go to b999
           end-if.
           
           perform b029-visa-sniff.

      * dr�neringsbeg�ran (98) n�r motorn �r mellan k�rningar -
      * claima inget nytt, kvittera och avsluta rent, se �ven
      * nix, inget jobb 
      * eventuellt skicka en 77:a 
               if waliverapp = 1
                   perform b025-skicka-alive
               end-if
      * visa att inget fanns att g�ra        
               move 1 to b-returkod
           if wbestix > vsb-antal
               go to b999
           end-if.
           initialize sb.
           move vsb-sb(wbestix) to sb.
           perform b030-ta-bestallning.
           if wstoppJN = 'J'
               go to b999
           end-if.
           add 1 to wbestix.
           go to b015.

       b999.
      * lediga stunder hjälper en poolmotor till med delordrar på
      * de andra funktionsnumren i poolen - inte vid dränering.
      * Svepet går FÖRE metrikraden, så claims, varv och utfall
      * från delordrarna räknas in i rundans rad i stället för att
      * nollas vid nästa rundstart.
      * En instans för hela poolen ser redan alla numrens delordrar
      * i sin egen runda och sveper inte.
           if b-returkod not = 9 and wpoolhelaJN not = 'J'
               perform b014-delordersvep
           end-if.
      * räkna fram nästa rundas sniffintervall ur utfallet av den
      * här rundan, se b090-anpassa-sniff
           perform b090-anpassa-sniff.
      * metrikraden för rundan, om en exportmapp är konfigurerad -
      * en rad per betjänat nummer för en instans för hela poolen
           if wpoolhelaJN = 'J'
               perform b027-skriv-poolmetrik
           else
               perform b091-skriv-metrik
           end-if.
      * samtliga vägar ur b-OnTimer passerar här - stäng den
      * persistenta anslutningen nu när sniffrundan är klar
           call 'sd-StangPersistentAnslutning'.
           exit.

       b030-ta-bestallning section.
       b030.
      * en beställning ur sniffningen (sb) - kontrollerna, claimet
      * och körningen. wstoppJN = J betyder att inget mer ska
      * claimas ur den här sniffningen (dränering eller stängt
      * körfönster)
           move 'N' to wstoppJN.

      * Markera att best�llningen, kommando 1, �r omh�n-
      * dertagen av k�raren
             using wfunknrvi, wfinnsJN.
           if wfinnsJN = 'J'
               perform b018-dranera
               move 'J' to wstoppJN
               go to b030999
           end-if.

      * en k�rning som str�ckt sig �ver f�nsterslutet har f�tt g�
                 wkalenderid, wfinnsJN
               if wfinnsJN = 'N'
                   move 1 to b-returkod
                   move 'J' to wstoppJN
                   go to b030999
               end-if
           end-if.

      * respektera en framtida tidigast-start �ven h�r - urvalet i
      * sd-SelectSpadBestNya filtrerar redan, men l�t inte en post
      * som h�mtats strax f�re gr�nsen starta f�r tidigt
           perform za-hamta-dag-klocka.
           if sb-TidigastDatum > wdate
           or (sb-TidigastDatum = wdate and sb-TidigastKlock > wtime)
               go to b030999
           end-if.

      * kedjad best�llning: f�reg�ngaren m�ste ha slutat KLAR innan
               perform b016-kollaforegangare
               if wkedjaJN = 'V'
      * f�reg�ngaren p�g�r eller v�ntar - l�t posten ligga kvar
                   go to b030999
               end-if
               if wkedjaJN = 'N'
                   perform b017-markejkord
                   go to b030999
               end-if
           end-if.

      * beställningen kan vänta på sitt indataset eller en
      * triggerfil (spadfilvant.dat) - den ligger kvar i kön tills
      * filen finns och slutat växa, och markeras ej körd om den
      * inte kommit före uppgivningstiden
           call 'sd-KollaFilVantan' using sb, wfilbeslut.
           if wfilbeslut = 'V'
               go to b030999
           end-if.
           if wfilbeslut = 'G'
               perform b013-ge-upp-filvantan
               go to b030999
           end-if.
           if wfilbeslut = 'S'
               move 544 to wdrankommando
               call 'sd-LoggaMessArci' using
                 wfunknrvi, sb-BestID, wdrankommando, wfilslapptitel
           end-if.

      * en körning som inte ryms i det öppna körfönstret skulle
      * dra in i dagens onlinelast - ordern ligger kvar i kön till
      * nästa fönster, se b031-kolla-passning
           perform b031-kolla-passning.
           if wpassarJN = 'N'
               go to b030999
           end-if.

           move 181 to wreturkod.
           move sb-BestID to wbestid.
      * villkorad uppdatering - enda s�ttet att avg�ra vem som f�r
               using wfunknrvi, wbestid, wreturkod, wclaimatJN.
           if wclaimatJN not = 'J'
      * en annan k�rare hann f�re, l�t best�llningen vara
               go to b030999
           end-if.

      * resurslåsen tas först när claimen är vår, så bara en motor
      * rör låstabellen för beställningen - hålls en resurs av en
      * annan funktion släpps claimen igen och ordern väntar kvar.
      * En delorder kör under moderorderns lås.
           if sb-DelAvBestID = 0
               move whostnamn to rl-Host
               move wworkerid to rl-WorkerID
               call 'sd-TaResurser' using sb, rl, wresJN
               if wresJN = 'N'
                   perform b011-resursvantan
                   go to b030999
               end-if
           end-if.
           add 1 to wmet-claimade.
           move wbestid to wclaimbestid.

      * indataset till körarkivet innan något körs eller delas -
      * delordrarna ärver kopians namn ur sb
           perform b012-arkivera-indata.

      * stor delbar order? dela den i varvintervall för poolens
      * motorer i stället för att köra den själv - moderordern
      * förblir claimad (181) och samlar delresultaten
           perform b019-kolla-delning.
           if wdeladJN = 'J'
               go to b030999
           end-if.

      * best�llningsraden uppdateras p� plats - en rad per

      * visa att k�rning genomf�rts
           move 2 to b-returkod.
       b030999.
           exit.

       b020-poolrunda section.
       b020.
      * en instans för hela poolen: varje nummer sniffas för sig
      * med sin egen Admi-rad (avbrott, dränering och körfönster
      * per nummer), kandidaterna samlas i wpb och sorteras på
      * effektiv prioritet över alla nummer - den första som går
      * att claima körs, och rundan slutar där
           move 0 to wpb-antal.
           move 0 to wpoolsniff.
           move 0 to wpoolladdad.
           move 'N' to wpoolarbeteJN.
           perform varying wpoolx3 from 1 by 1
             until wpoolx3 > vfp-antal
               perform b022-sniffa-funk
           end-perform.
           perform b023-sortera-kandidater.
           perform b024-kor-nasta.

      * rundans utfall: 2 = en beställning kördes, 9 = inget nummer
      * finns kvar att betjäna (alla dränerade/avbrutna), annars 1
           move 9 to b-returkod.
           perform varying wpoolx3 from 1 by 1
             until wpoolx3 > vfp-antal
               if wpoolstatus(wpoolx3) not = 'S'
                   move 1 to b-returkod
               end-if
           end-perform.
           if wpoolarbeteJN = 'J'
               move 2 to b-returkod
           end-if.

      * instansens sniffintervall är det kortaste bland de betjänade
      * numren, med det numrets golv/tak för det adaptiva läget
           if wpoolsniff > 0
               move wpoolsniff to b-sniffsekunder
               move wpoolsnmin to wsniffmin
               move wpoolsnmax to wsniffmax
           end-if.
       b020999.
           exit.

       b021-ladda-funk section.
       b021.
      * poolnummer wpoolx3 blir motorns aktuella funktion - samma
      * styrvärden ur Admi-raden som b-OnTimer laddar för ett nummer
           move vfp-funknr(wpoolx3) to wfunknrvi.
           initialize sa.
           move wfunknrvi to wfunktionsnummer.
           call 'sd-selectspadadmifunk' using wfunktionsnummer, sa.
           move sa-KorVarvSekunder to wkorvarvsekunder.
           move sa-AliveRapp       to waliverapp.
           move sa-Param1          to wjobbtyp.
           move sa-Param2          to wmaxsekunder.
           move sa-Param3          to wrapptyp.
           move sa-MaxForsok       to wmaxforsok.
           move sa-KalenderID      to wkalenderid.
           move wpoolx3 to wpoolladdad.
       b021999.
           exit.

       b022-sniffa-funk section.
       b022.
           initialize wmet.
           move 'N' to wpoolrunda(wpoolx3).
           if wpoolstatus(wpoolx3) = 'S'
               go to b022900
           end-if.
      * ett nummer som ingen har - eller vars instans slutat
      * rapportera hjärtslag - claimas nu, och en körning som den
      * instansen lämnade halvfärdig tas upp innan något nytt
           if wpoolstatus(wpoolx3) = 'N'
               move vfp-funknr(wpoolx3) to wclaimfunknr
               call 'sd-KlaimaPoolFunktion' using
                 wclaimfunknr, wworkerid, wclaimatJN
               if wclaimatJN not = 'J'
                   go to b022900
               end-if
               move 'J' to wpoolstatus(wpoolx3)
               perform b021-ladda-funk
               perform xa-meddela-start
               perform y-aterupptaAvbruten
           else
               perform b021-ladda-funk
               call 'sd-FornyaWorkerHjartslag' using
                 wfunknrvi, wworkerid
           end-if.
           move sa-SniffSekunder to b-sniffsekunder.
           if wpoolsniff = 0 or sa-SniffSekunder < wpoolsniff
               move sa-SniffSekunder    to wpoolsniff
               move sa-SniffMinSekunder to wpoolsnmin
               move sa-SniffMaxSekunder to wpoolsnmax
           end-if.

      * avbrott och dränering gäller bara sitt nummer - instansen
      * lämnar det och fortsätter med de övriga
           call 'sd-KollaBegaranAvbrytExekveringFinns'
             using wfunknrvi, wfinnsJN.
           if wfinnsJN = 'J'
               perform b026-meddela-avbrott
               move 'S' to wpoolstatus(wpoolx3)
               display 'Avbruten - FunktionsNummer ' wfunknrvi
                 ' lämnas.'
               go to b022900
           end-if.
           perform b029-visa-sniff.
           call 'sd-KollaBegaranDranerasFinns'
             using wfunknrvi, wfinnsJN.
           if wfinnsJN = 'J'
               perform b018-dranera
               go to b022900
           end-if.
           if wkalenderid > 0
               call 'sd-ArInomKorfonster' using
                 wkalenderid, wfinnsJN
               if wfinnsJN = 'N'
                   go to b022900
               end-if
           end-if.

           move wfunknrvi to wfunktionsnummer.
           initialize vsb.
           call 'sd-SelectSpadBestNya' using wfunktionsnummer, vsb.
           move vsb-antal to wmet-kodjup.
           if vsb-antal = 0
               if waliverapp = 1
                   perform b025-skicka-alive
               end-if
               go to b022900
           end-if.
           move 'J' to wpoolrunda(wpoolx3).
           perform varying wbestix from 1 by 1
             until wbestix > vsb-antal or wpb-antal >= 200
               add 1 to wpb-antal
               initialize sb
               move vsb-sb(wbestix) to sb
               call 'sd-BeraknaEffektivPrioritet' using sb, wpoolkvot
               move wpoolx3 to wpb-poolx(wpb-antal)
               move wpoolkvot to wpb-effprio(wpb-antal)
               move sb-BestID to wpb-bestid(wpb-antal)
               move vsb-sb(wbestix) to wpb-sb(wpb-antal)
           end-perform.
       b022900.
           move wmet to wpm-met(wpoolx3).
       b022999.
           exit.

       b023-sortera-kandidater section.
       b023.
      * högst effektiv prioritet först, oavgjort avgörs av BestID -
      * samma enkla sortering som lz-sortera-effektiv i SpadDataCbl,
      * men över alla poolens nummer
           if wpb-antal < 2
               go to b023999
           end-if.
           move 1 to wpbx.
       b023020.
           if wpbx >= wpb-antal
               go to b023999
           end-if.
           move wpbx to wpby.
       b023030.
           add 1 to wpby.
           if wpby > wpb-antal
               add 1 to wpbx
               go to b023020
           end-if.
           if wpb-effprio(wpby) > wpb-effprio(wpbx)
           or (wpb-effprio(wpby) = wpb-effprio(wpbx)
               and wpb-bestid(wpby) < wpb-bestid(wpbx))
               move wpb-post(wpbx) to wpb-tmp
               move wpb-post(wpby) to wpb-post(wpbx)
               move wpb-tmp to wpb-post(wpby)
           end-if.
           go to b023030.
       b023999.
           exit.

       b024-kor-nasta section.
       b024.
      * kandidaterna i prioritetsordning - den första som klarar
      * kontrollerna och claimet i b030 körs med sitt nummers
      * styrvärden och metrikräknare, och rundan slutar där
           move 1 to wpbx.
       b024020.
           if wpbx > wpb-antal
               go to b024999
           end-if.
           move wpb-poolx(wpbx) to wpoolx3.
           if wpoolstatus(wpoolx3) not = 'J'
           or wpoolrunda(wpoolx3) not = 'J'
               add 1 to wpbx
               go to b024020
           end-if.
           if wpoolladdad not = wpoolx3
               perform b021-ladda-funk
           end-if.
           move wpm-met(wpoolx3) to wmet.
           initialize sb.
           move wpb-sb(wpbx) to sb.
           move 0 to b-returkod.
           perform b030-ta-bestallning.
           move wmet to wpm-met(wpoolx3).
      * dränering eller stängt körfönster - inget mer ur det här
      * numret i rundan
           if wstoppJN = 'J'
               move 'N' to wpoolrunda(wpoolx3)
           end-if.
           if b-returkod = 2
               move 'J' to wpoolarbeteJN
               go to b024999
           end-if.
           add 1 to wpbx.
           go to b024020.
       b024999.
           exit.

       b027-skriv-poolmetrik section.
       b027.
      * en metrikrad per betjänat nummer, så varje funktion syns
      * för sig i SpadMetrikCbl precis som med en motor per nummer
           perform varying wpoolx3 from 1 by 1
             until wpoolx3 > vfp-antal
               if wpoolstatus(wpoolx3) = 'J'
                   move wpm-met(wpoolx3) to wmet
                   move vfp-funknr(wpoolx3) to wfunknrvi
                   perform b091-skriv-metrik
               end-if
           end-perform.
       b027999.
           exit.

       b028-fornya-hjartslag section.
       b028.
      * hjärtslag för alla instansens nummer under en pågående
      * körning, högst var trettionde sekund - SpadVaktCbl och
      * SpadTackCbl ska inte tro att de övriga numren står still
           perform c045-klocksekunder.
           if wnusek >= wpoolhjsek and wnusek - wpoolhjsek < 30
               go to b028999
           end-if.
           move wnusek to wpoolhjsek.
           perform varying wpoolx4 from 1 by 1
             until wpoolx4 > vfp-antal
               if wpoolstatus(wpoolx4) = 'J'
                   move vfp-funknr(wpoolx4) to wpoolfunknr
                   call 'sd-FornyaWorkerHjartslag' using
                     wpoolfunknr, wworkerid
               end-if
           end-perform.
       b028999.
           exit.

       b025-skicka-alive section.
       b025.
      * livstecken (77) när kön är tom och Admi-AliveRapp = 1
           move low-value to sev
           move wfunknrvi to sev-FunktionsNummer
           perform za-hamta-dag-klocka
           move wdate to sev-SenasteDatum
           move wtime to sev-SenasteKlock
           move 77 to sev-Kommando
      * host/version-identitet, s� en 77:a g�r att sp�ra till r�tt
      * fysisk maskin/process - se wid-titel ovan
           move wid-titel to sev-BestTitel
           call 'sd-InsertSpadBest' using wfunknrvi, sev
      * best�ende h�ndelselogg �ven sedan Best-raden arkiverats/rensats
           call 'sd-LoggaMessArci' using
             wfunknrvi, sev-BestID, sev-Kommando, wid-titel.
       b025999.
           exit.

       b026-meddela-avbrott section.
       b026.
      * kvittera avbrottsbegäran och meddela med 528
           call 'sd-NollstallBegaran' using wfunknrvi,
             wengineoperator, wupdatedJN
      * lyckas inte nollst�llningen (annan process hann f�re) g�rs
      * inget speciellt h�r - beg�ran uppt�cks och hanteras d� ist�llet
      * n�sta g�ng wfinnsJN kontrolleras
      * meddela i best med 528
           move low-value to sev
           move wfunknrvi to sev-FunktionsNummer
           perform za-hamta-dag-klocka
           move wdate to sev-SenasteDatum
           move wtime to sev-SenasteKlock
           move 528 to sev-Kommando
           call 'sd-InsertSpadBest' using wfunknrvi, sev
      * best�ende h�ndelselogg �ven sedan Best-raden arkiverats/rensats
           call 'sd-LoggaMessArci' using
             wfunknrvi, sev-BestID, sev-Kommando, wid-titel.
       b026999.
           exit.

       b029-visa-sniff section.
       b029.
      * sniffraden för funktionsnumret i wfunknrvi
           move wontimerant      to wd-ontimerant.
           move wfunknrvi        to wd-funknrvi.
           move b-sniffsekunder   to wd-sniffsekunder.
           move wkorvarvsekunder to wd-korvarvsekunder.
           move waliverapp       to wd-aliverapp.
           move wdatamode        to wd-datamode.
      * sniff-sniff-display
           display wdisprad.

      * samma status�verenskommelse, men tidsst�mplad och bevarad i
      * den rullande motorloggen, s� den syns �ven utan en konsol
           perform za-hamta-dag-klocka.
           move spaces to wengineloggrad.
           move wdisprad to wengineloggrad.
           call 'sf-SkrivEngineLogg' using wdate, wtime, wengineloggrad.
       b029999.
           exit.

       b091-skriv-metrik section.
               end-if
           end-if.

      * orsakskoden på utfallet - AVBRUTEN/FEL får orsaken som
      * satts där körningen bröts, KLAR MED ANM rimlighets-
      * kontrollen. Katalogen avgör om en FEL-körning får läggas om.
           move 0 to sb-OrsakKod.
           if sb-Kommando = 7 or sb-Kommando = 8
               move wfelorsak to sb-OrsakKod
           end-if.
           if sb-Kommando = 41
               move 4 to sb-OrsakKod
           end-if.
           move 'J' to fo-OmkorJN.
           if sb-OrsakKod > 0
               move sb-OrsakKod to fo-OrsakKod
               call 'sd-HamtaFelOrsak' using fo, wfinnsJN
           end-if.

      * ägarattest (spadattest.dat) - en KLAR-körning på en funktion
      * vars ägare vill se siffrorna först avslutas som VÄNTAR PÅ
      * ATTEST (42): inga rapportrader, inget verifikat och ingen
      * avisering förrän ägaren attesterat i SpadAttestCbl. En
      * flaggad körning behåller OrsakKod 4 och blir 41 vid
      * attesten. Testkörningar når aldrig ut och hålls inte.
           move 'N' to wattestJN.
           if (sb-Kommando = 4 or sb-Kommando = 41)
           and sb-TestKorning = 0
               call 'sd-HamtaAttestAgare' using
                 wfunknrvi, wat-agare, wattestJN
           end-if.
           if wattestJN = 'J'
               move 42 to sb-Kommando
               move 'VANTAR ATTEST' to wd2-text
           end-if.

      * FEL-k�rningar l�ggs om automatiskt tills Admi-MaxForsok �r
      * n�tt (0 = ingen omk�rning) - den slutgiltigt utt�mda 8:an
      * m�rks med ReturKod 188 s� den g�r att skilja fr�n en 8:a
           move 'N' to womkorJN.
           if sb-Kommando = 8 and wmaxforsok > 0
               add 1 sb-ForsokNummer giving wforsok
               if wforsok < wmaxforsok and fo-OmkorJN = 'J'
                   move 'J' to womkorJN
               else
                   move 188 to sb-ReturKod
      * ReturKod-v�xlingen, eftersom upp-dateringen aldrig r�r
      * ReturKod
           call 'sd-UppdateraSpadBest' using wfunknrvi, sb.
      * utfallet är skrivet - resurserna är fria för andra funktioner
           call 'sd-SlappResurser' using sb.
           if sb-ReturKod = 188
               move sb-BestID to wkedjebestid
               move 181 to wkedjegammalrk
               call 'sd-LoggaMessArci' using
                 wfunknrvi, sb-BestID, sb-Kommando, wtoltitel
           end-if.
           if sb-Kommando = 42
               move 565 to wdrankommando
               call 'sd-LoggaMessArci' using
                 wfunknrvi, sb-BestID, wdrankommando, wattesttitel
           end-if.
           if sb-OrsakKod > 0
               move sb-OrsakKod to fo-OrsakKod
               move sb-BestID to wfobestid
               perform b087-logga-felorsak
           end-if.

      * en missad deadline stämplas på utfallet som en egen
      * händelse, så uppföljningsrapporterna kan räkna dem
      * utkorg �r konfigurerad (spad.ini ERPDIR=) - en 41:a h�lls
      * utanf�r tills resultatet granskats, och en testk�rning ska
      * aldrig n� ERP
      * konteringen ur spadkontering.dat - ett verifikat som inte
      * balanserar, eller vars kostnadsställe är stängt, hålls i
      * spaderphall.dat i stället för att skickas (SpadKonteringCbl)
           if sb-Kommando = 4 and werpmapp not = spaces
           and sb-TestKorning = 0
               call 'sd-KonteraVerifikat' using sb, vkp
               if vkp-orsak = spaces
                   call 'sf-SkrivErpVerifikat' using werpmapp, sb, vkp
               else
                   call 'sd-HallErpVerifikat' using sb, vkp
                   move vkp-orsak to weh-orsak
                   move 556 to wdrankommando
                   call 'sd-LoggaMessArci' using
                     wfunknrvi, sb-BestID, wdrankommando,
                     werphalltitel
               end-if
           end-if.

      * avisera best�llaren om utfallet, om en utkorg �r
      * konfigurerad (spad.ini NOTDIR=) - inte f�r en 8:a som l�ggs
      * om (utfallet �r inte slutgiltigt �nnu) och inte f�r en
      * testk�rning. En 42:a aviseras först vid attesten.
           if wnotifmapp not = spaces and womkorJN not = 'J'
           and sb-TestKorning = 0 and sb-Kommando not = 42
               perform b088-aviseraBestallare
           end-if.

           move wforsok to sb-ForsokNummer.
           move 1 to sb-Kommando.
           move 0 to sb-ReturKod.
           move 0 to sb-OrsakKod.
           move 0 to sb-KorstartDatum, sb-KorstartKlock.
           move 0 to sb-ProgressNummer.
           move 0 to sb-ProgressDatum, sb-ProgressKlock.
           end-if.
           call 'sd-HamtaSplitParametrar' using
             wsplitgrans, wsplitdelar.
      * en instans för hela poolen kör ändå delarna själv, en i
      * taget - då vinns inget på att dela
           if wsplitgrans = 0 or vfp-antal = 0 or wpoolhelaJN = 'J'
               go to b019999
           end-if.
           if sb-BestAntal < wsplitgrans
               when 8 move 8 to sb-Kommando
               when other move 7 to sb-Kommando
           end-evaluate.
           move 0 to sb-OrsakKod.
           if sb-Kommando not = 4
               move wfelorsak to sb-OrsakKod
           end-if.
           perform za-hamta-dag-klocka.
           move wdate to sb-KorslutDatum, sb-SenasteDatum.
           move wtime to sb-KorslutKlock, sb-SenasteKlock.
           call 'sd-UppdateraSpadBest' using wfunknrvi, sb.
           if sb-Kommando not = 4
               if sb-OrsakKod > 0
                   move sb-OrsakKod to fo-OrsakKod
                   move sb-BestID to wfobestid
                   perform b087-logga-felorsak
               end-if
               perform b083-avbryt-moder
               go to b081999
           end-if.
               go to b083999
           end-if.
           move 7 to sk-Kommando.
           move 6 to sk-OrsakKod.
           perform za-hamta-dag-klocka.
           move wdate to sk-KorslutDatum, sk-SenasteDatum.
           move wtime to sk-KorslutKlock, sk-SenasteKlock.
           call 'sd-UppdateraSpadBest' using wfunknrvi, sk.
           call 'sd-SlappResurser' using sk.
           move 537 to wdrankommando.
           call 'sd-LoggaMessArci' using
             wfunknrvi, sk-BestID, wdrankommando, wdelfeltitel.
           move sk-OrsakKod to fo-OrsakKod.
           move sk-BestID to wfobestid.
           perform b087-logga-felorsak.
           move wfunknrvi to wfunktionsnummer.
           initialize vsb.
           call 'sd-SelectSpadBestNya' using wfunktionsnummer, vsb.
           move 531 to wdrankommando.
           call 'sd-LoggaMessArci' using
             wfunknrvi, wdranbestid, wdrankommando, wdrantitel.
      * en instans för hela poolen lämnar bara det dränerade
      * numret och fortsätter med de övriga, se b020-poolrunda
           if wpoolhelaJN = 'J'
               move 'S' to wpoolstatus(wpoolx3)
               display 'Dränerad - FunktionsNummer ' wfunknrvi
                 ' lämnas.'
               go to b018999
           end-if.
           display 'Dr�nerad - motorn avslutar.'.
           move 9 to b-returkod.
       b018999.
      * nyss av den villkorade v�xlingen och l�mnas or�rd
           perform za-hamta-dag-klocka.
           move 7 to sb-Kommando.
           move 8 to sb-OrsakKod.
           move wdate to sb-KorslutDatum, sb-SenasteDatum.
           move wtime to sb-KorslutKlock, sb-SenasteKlock.
           call 'sd-UppdateraSpadBest' using wfunknrvi, sb.
           call 'sd-LoggaMessArci' using
             wfunknrvi, sb-BestID, sb-Kommando, wejkordtitel.
           move sb-OrsakKod to fo-OrsakKod.
           move sb-BestID to wfobestid.
           perform b087-logga-felorsak.
       b017999.
           exit.

       b031-kolla-passning section.
       b031.
      * ryms beställningen i det öppna körfönstret? Körtiden är
      * återstående varv gånger funktionens historiska varvtakt
      * (KLAR-körningar i dagaggregatet och BestHist), eller
      * KorVarvSekunder per varv när historik saknas. En order som
      * inte ryms ligger kvar till nästa fönster (593) - skulle den
      * från nästa fönsterstart missa sin senaste sluttid, finns
      * inget nästa fönster, eller ryms den inte ens i ett
      * helt fönster, flaggas den för operatören (594) i stället
      * för att tyst vänta. wpassarJN = 'N' betyder håll kvar.
           move 'J' to wpassarJN.
           if wkalenderid = 0
               go to b031999
           end-if.
           move wfunknrvi to wfunktionsnummer.
           call 'sd-HamtaFonsterOverdrag' using
             wfunktionsnummer, woverdragJN.
           if woverdragJN = 'J'
               go to b031999
           end-if.
           call 'sd-KorfonsterKvar' using
             wkalenderid, wfonsterkvar, wfonsterlangd.
      * inga fönsterrader - dygnet är öppet och har inget slut
           if wfonsterkvar = 999999999
               go to b031999
           end-if.
      * en omstartsorder kör bara varven från OmstartVarv
           move sb-BestAntal to wkvarvarv.
           if sb-OmstartVarv > 1 and sb-OmstartVarv <= sb-BestAntal
               compute wkvarvarv = sb-BestAntal - sb-OmstartVarv + 1
           end-if.
           perform b032-hamta-varvtakt.
           if wvt-varv(wvt-traff) > 0
               compute wberakning =
                 (wkvarvarv * wvt-tid(wvt-traff)) / wvt-varv(wvt-traff)
           else
               compute wberakning = wkvarvarv * wkorvarvsekunder
           end-if.
           if wberakning > 999999999
               move 999999999 to wberaknadsek
           else
               move wberakning to wberaknadsek
           end-if.
           if wberaknadsek <= wfonsterkvar
               go to b031999
           end-if.

           move 'N' to wpassarJN.
           if wberaknadsek > wfonsterlangd
               move 594 to whallkommando
               compute wat-ber   = wberaknadsek / 60
               compute wat-langd = wfonsterlangd / 60
               perform b033-logga-hallen
               go to b031999
           end-if.
      * håller vi ordern till nästa fönster blir den klar tidigast
      * när det fönstret öppnat plus körtiden - start enligt
      * kalendern, helgdagar och fönsterluckor inräknade
           if sb-SenastKlarDatum > 0
               call 'sd-NastaFonsterStart' using wkalenderid,
                 wfonsterkvar, wnf-datum, wnf-klock
               if wnf-datum = 0
                   move 594 to whallkommando
                   compute wdt-ber = wberaknadsek / 60
                   perform b033-logga-hallen
                   go to b031999
               end-if
               move wnf-klock to wklocka
               compute wvh-sek =
                 (wkl-hh * 3600) + (wkl-mm * 60) + wkl-ss
                 + wberaknadsek
               divide wvh-sek by 86400 giving wvh-dagar
                 remainder wvh-startsek
               move wnf-datum to wlopdatum
               perform b035-addera-dag wvh-dagar times
               divide wvh-startsek by 3600 giving wkl-hh
                 remainder wvh-slutsek
               divide wvh-slutsek by 60 giving wkl-mm
                 remainder wkl-ss
               move wklocka to wvh-klock
               if wlopdatum > sb-SenastKlarDatum
               or (wlopdatum = sb-SenastKlarDatum
                   and wvh-klock > sb-SenastKlarKlock)
                   move 594 to whallkommando
                   compute wdt-ber = wberaknadsek / 60
                   perform b033-logga-hallen
                   go to b031999
               end-if
           end-if.
           move 593 to whallkommando.
           compute wpt-ber  = wberaknadsek / 60.
           compute wpt-kvar = wfonsterkvar / 60.
           perform b033-logga-hallen.
       b031999.
           exit.

       b032-hamta-varvtakt section.
       b032.
      * funktionens summerade varv och körtid för KLAR-körningar -
      * samma urval som den historiska varvtakten i SpadPrognosCbl,
      * dagaggregatet plus det som tillkommit i BestHist. Läses en
      * gång per funktion och dag, wvt-traff pekar på raden
           perform za-hamta-dag-klocka.
           move 0 to wvt-traff.
           move 0 to wvtx.
       b032010.
           add 1 to wvtx.
           if wvtx <= wvt-antal
               if wvt-funknr(wvtx) = wfunknrvi
                   move wvtx to wvt-traff
               else
                   go to b032010
               end-if
           end-if.
           if wvt-traff > 0
               if wvt-datum(wvt-traff) = wdate
                   go to b032999
               end-if
           end-if.
      * full tabell - den sista raden får ge plats
           if wvt-traff = 0
               if wvt-antal < 20
                   add 1 to wvt-antal
               end-if
               move wvt-antal to wvt-traff
           end-if.
           move wfunknrvi to wvt-funknr(wvt-traff).
           move wdate     to wvt-datum(wvt-traff).
           move 0 to wvt-varv(wvt-traff), wvt-tid(wvt-traff).
           move 'D' to wvturval.
           call 'sd-OppnaDagaggLas' using wvturval.
       b032020.
           call 'sd-LasDagagg' using da, wfinnsJN.
           if wfinnsJN = 'N'
               go to b032030
           end-if.
           if da-Typ = 'U' and da-Kommando = 4
           and da-FunktionsNummer = wfunknrvi and da-VarvSumma > 0
               add da-VarvSumma    to wvt-varv(wvt-traff)
               add da-VarvTidSumma to wvt-tid(wvt-traff)
           end-if.
           go to b032020.
       b032030.
           call 'sd-StangDagaggLas'.
           call 'sd-OppnaHistLasNy'.
       b032040.
           call 'sd-LasHist' using sh, wfinnsJN.
           if wfinnsJN = 'N'
               go to b032999
           end-if.
           if sh-FunktionsNummer = wfunknrvi and sh-Kommando = 4
           and sh-BestAntal > 0
           and sh-KorstartDatum > 0 and sh-KorslutDatum > 0
               perform b034-korningstid
               if wvh-kortid >= 0
                   add sh-BestAntal to wvt-varv(wvt-traff)
                   add wvh-kortid   to wvt-tid(wvt-traff)
               end-if
           end-if.
           go to b032040.
       b032999.
           exit.

       b033-logga-hallen section.
       b033.
      * en hållen order loggas en gång per händelse - sniffen tar
      * upp den igen varje runda tills den ryms
           move 0 to wphx.
       b033010.
           add 1 to wphx.
           if wphx <= wph-antal
               if wph-bestid(wphx) = sb-BestID
               and wph-kommando(wphx) = whallkommando
                   go to b033999
               end-if
               go to b033010
           end-if.
           add 1 to wph-nasta.
           if wph-nasta > 20
               move 1 to wph-nasta
           end-if.
           if wph-antal < 20
               add 1 to wph-antal
           end-if.
           move sb-BestID     to wph-bestid(wph-nasta).
           move whallkommando to wph-kommando(wph-nasta).
           move whallkommando to wdrankommando.
           evaluate true
               when whallkommando = 593
                   call 'sd-LoggaMessArci' using
                     wfunknrvi, sb-BestID, wdrankommando, wpasstitel
                   display 'Best nr ' sb-BestNummer ' ' wpasstitel
               when wberaknadsek > wfonsterlangd
                   call 'sd-LoggaMessArci' using
                     wfunknrvi, sb-BestID, wdrankommando,
                     waldrpasstitel
                   display 'Best nr ' sb-BestNummer ' '
                     waldrpasstitel
               when other
                   call 'sd-LoggaMessArci' using
                     wfunknrvi, sb-BestID, wdrankommando,
                     wdlpasstitel
                   display 'Best nr ' sb-BestNummer ' ' wdlpasstitel
           end-evaluate.
       b033999.
           exit.

       b034-korningstid section.
       b034.
      * körtid i sekunder för BestHist-raden i sh, dagarna mellan
      * start och slut stegas fram (högst ett år)
           move sh-KorstartKlock to wklocka.
           compute wvh-startsek =
             (wkl-hh * 3600) + (wkl-mm * 60) + wkl-ss.
           move sh-KorslutKlock to wklocka.
           compute wvh-slutsek =
             (wkl-hh * 3600) + (wkl-mm * 60) + wkl-ss.
           move sh-KorstartDatum to wlopdatum.
           move 0 to wvh-dagar.
       b034010.
           if wlopdatum >= sh-KorslutDatum or wvh-dagar >= 366
               go to b034020
           end-if.
           perform b035-addera-dag.
           add 1 to wvh-dagar.
           go to b034010.
       b034020.
           compute wvh-kortid =
             (wvh-dagar * 86400) + wvh-slutsek - wvh-startsek.
       b034999.
           exit.

       b035-addera-dag section.
       b035.
      * wlopdatum stegas en dag framåt, samma rutin som
      * ze-addera-dag i SpadPrognosCbl
           move wlopdatum(1:4) to wk-aa.
           move wlopdatum(5:2) to wk-mm.
           move wlopdatum(7:2) to wk-dd.
           move wk-manadsdagar(wk-mm) to wk-dagitab.
           if wk-mm = 2
               perform b036-ar-skottar
               if wk-skottrest = 1
                   move 29 to wk-dagitab
               end-if
           end-if.
           if wk-dd < wk-dagitab
               add 1 to wk-dd
               go to b035100
           end-if.
           move 1 to wk-dd.
           if wk-mm = 12
               move 1 to wk-mm
               add 1 to wk-aa
           else
               add 1 to wk-mm
           end-if.
       b035100.
           compute wlopdatum =
             (wk-aa * 10000) + (wk-mm * 100) + wk-dd.
       b035999.
           exit.

       b036-ar-skottar section.
       b036.
      * skottår: delbart med 4, utom hela sekel som inte är delbara
      * med 400 - wk-skottrest = 1 betyder skottår
           move 0 to wk-skottrest.
           divide wk-aa by 4 giving wk-kvot remainder wk-rest4.
           divide wk-aa by 100 giving wk-kvot remainder wk-rest100.
           divide wk-aa by 400 giving wk-kvot remainder wk-rest400.
           if wk-rest4 = 0
               if wk-rest100 not = 0 or wk-rest400 = 0
                   move 1 to wk-skottrest
               end-if
           end-if.
       b036999.
           exit.

       b011-resursvantan section.
       b011.
      * en resurs funktionen deklarerat hålls av en annan körning -
      * ge tillbaka claimen (villkorad 181 -> 0) så ordern ligger
      * kvar i kön till nästa sniff, och logga en gång per
      * beställning varför den väntar
           move sb-BestID to wkedjebestid.
           move 181 to wkedjegammalrk.
           move 0   to wkedjenyrk.
           call 'sd-UppdateraBestReturkodVillkorad' using
             wfunknrvi, wkedjebestid, wkedjegammalrk, wkedjenyrk,
             wupdatedJN.
           if sb-BestID = wresvantbestid
               go to b011999
           end-if.
           move sb-BestID to wresvantbestid.
           move rl-Resurs to wrv-resurs.
           move rl-FunktionsNummer to wrv-funknr.
           move 551 to wdrankommando.
           call 'sd-LoggaMessArci' using
             wfunknrvi, sb-BestID, wdrankommando, wresvanttitel.
       b011999.
           exit.

       b013-ge-upp-filvantan section.
       b013.
      * filen beställningen väntade på kom aldrig - samma
      * villkorade ReturKod 0 -> 183 och Kommando 7-utfall som när
      * en föregångare misslyckats, men med ett eget spår (543) i
      * händelseloggen så det syns varför ordern inte kördes
           move sb-BestID to wkedjebestid.
           move 0   to wkedjegammalrk.
           move 183 to wkedjenyrk.
           call 'sd-UppdateraBestReturkodVillkorad' using
             wfunknrvi, wkedjebestid, wkedjegammalrk, wkedjenyrk,
             wupdatedJN.
           if wupdatedJN not = 'J'
               go to b013999
           end-if.
           perform za-hamta-dag-klocka.
           move 7 to sb-Kommando.
           move 9 to sb-OrsakKod.
           move wdate to sb-KorslutDatum, sb-SenasteDatum.
           move wtime to sb-KorslutKlock, sb-SenasteKlock.
           call 'sd-UppdateraSpadBest' using wfunknrvi, sb.
           move 543 to wdrankommando.
           call 'sd-LoggaMessArci' using
             wfunknrvi, sb-BestID, wdrankommando, wfilgeupptitel.
           move sb-OrsakKod to fo-OrsakKod.
           move sb-BestID to wfobestid.
           perform b087-logga-felorsak.
       b013999.
           exit.

       b087-logga-felorsak section.
       b087.
      * orsaken till ett AVBRUTEN/FEL-utfall som eget spår i
      * händelseloggen (555), med katalogens text - fo-OrsakKod och
      * wfobestid sätts av anroparen
           call 'sd-HamtaFelOrsak' using fo, wfinnsJN.
           move fo-OrsakKod to wot-kod.
           move fo-Text     to wot-text.
           move 555 to wdrankommando.
           call 'sd-LoggaMessArci' using
             wfunknrvi, wfobestid, wdrankommando, wfelorsaktitel.
       b087999.
           exit.

       b088-aviseraBestallare section.
       b088.
      * en aviseringsfil per avslutad k�rning i utkorgen, med
       b088999.
           exit.

       b012-arkivera-indata section.
       b012.
      * kopiera beställningens indataset till körarkivet (RUNDIR=)
      * och låt körningen läsa kopian - en omstart, en omkörning
      * eller en återupptagen körning hittar samma kopia via
      * datasetkatalogen. Går originalet inte att kopiera körs
      * ordern ändå (jobbrutinen avgör om underlaget saknas), men
      * det lämnas ett spår i händelseloggen.
           if sb-IndataSet = spaces or sb-DelAvBestID > 0
               go to b012999
           end-if.
           call 'sd-ArkiveraIndata' using sb, wfinnsJN.
           if wfinnsJN = 'N'
               move 542 to wdrankommando
               call 'sd-LoggaMessArci' using
                 wfunknrvi, sb-BestID, wdrankommando, warkivfeltitel
           end-if.
       b012999.
           exit.

       y-aterupptaAvbruten section.
       y010.
      * Om motorn kraschade mitt i en k�rning ligger Best kvar p�
      * best�llningsraden �r numera en enda rad per best�llning -
      * claim-raden f�r per-BestID-avbrott �r allts� raden sj�lv
           move sb-BestID to wclaimbestid.
      * fortsätt på samma arkivkopia som körningen startade med
           perform b012-arkivera-indata.

           add 1 sb-ProgressNummer giving wstartvarv.
           perform c-korning-0000.

           move wstartvarv to varv.
           move 0 to wreturkodkorning.
           move 0 to wfelorsak.
           move 0 to wloptid.

      * pipeline: finns stegrader för funktionen körs stegens
               end-perform
           end-if.

      * körläget: i genomströmningsläget (1) körs varven utan fast
      * sömn och loptiden mäts på klockan - varvlogg och
      * detaljresultat samlas i datalagret och skrivs tillsammans
      * med framsteget på Best-raden gruppvis, se c040-spara-grupp
           call 'sd-HamtaKorlage' using
             wfunktionsnummer, wkorlage, wgruppvarv, wgruppsek.
           move 0 to wgrpvarvant.
           move 0 to wgrpsek.
           move wkorvarvsekunder to wpaussekunder.
           if wkorlage = 1
               if wpaussekunder = 0
                   move 1 to wpaussekunder
               end-if
               perform c045-klocksekunder
               move wnusek to wsenastsek
               call 'sd-StartaSkrivGrupp' using wfunknrvi
           end-if.

      * en delorder kör bara sitt eget varvintervall - resultaten
      * byggs ackumulativt av en delbar jobbrutin och mergas vid
      * delavslutet, se b081-avsluta-delorder
       c020.
           if varv > wtotvarv
               go to c100.
           if wkorlage = 1
               perform c045-klocksekunder
               if wnusek < wsenastsek
                   compute wdeltasek = wnusek + 86400 - wsenastsek
               else
                   compute wdeltasek = wnusek - wsenastsek
               end-if
               move wnusek to wsenastsek
               add wdeltasek to wloptid
               add wdeltasek to wgrpsek
           else
               call 'c$sleep' using wkorvarvsekunder
               add wkorvarvsekunder to wloptid
           end-if.

      * vakthund - Admi-Param2 s�tter en maxtid i sekunder f�r hela
      * k�rningen, 0 betyder ingen gr�ns - h�ndelseraden byggs i
               move wtime to sev-SenasteKlock
               move 520 to sev-Kommando
               call 'sd-InsertSpadBest' using wfunknrvi, sev
               call 'sd-LoggaMessArci' using
                 wfunknrvi, sev-BestID, sev-Kommando, wid-titel
               move 7 to wreturkodkorning
               move 2 to wfelorsak
               go to c999
           end-if.

           move wstegjobbtyp to wjobbtyp-disp.
           string 'SpadJobb' wjobbtyp-disp delimited by size
             into wjobbnamn.
           move 0 to wjobbstatus.
           call wjobbnamn using varv, sb, wjobbstatus
             on exception
      * felaktigt/saknat JobbTyp - ett eget fel, inte ett avbrott,
      * s� k�rningen ska sluta med Kommando 8 ist�llet f�r 7
               move 8 to wreturkodkorning
               move 1 to wfelorsak
               go to c999
           end-call.
      * rutinen har själv underkänt körningen (t ex indatasetets
      * kontrollsummor stämmer inte) - FEL, och varvet bokas inte
           if wjobbstatus = 8
               move 8 to wreturkodkorning
               move 5 to wfelorsak
               go to c999
           end-if.

      * i genomströmningsläget skrivs raden först med gruppen
           if wkorlage = 1
               add 1 to wgrpvarvant
           else
               call 'sd-UppdateraSpadBest' using wfunknrvi, sb
           end-if.
           move sb-BestID          to kl-BestID.
           move sb-FunktionsNummer to kl-FunktionsNummer.
           move sb-ProgressNummer  to kl-ProgressNummer.
               call 'sd-LoggaMessArci' using
                 wfunknrvi, sb-BestID, wdrankommando, wstegtitel
           end-if.

      * genomströmningsläget: gruppen skrivs när gruppvarv varv
      * eller gruppsekunder sekunder gått, det som kommer först
           if wkorlage = 1
               if (wgruppvarv > 0 and wgrpvarvant >= wgruppvarv)
               or (wgruppsek > 0 and wgrpsek >= wgruppsek)
                   perform c040-spara-grupp
               end-if
           end-if.
           
      * kolla upp om beg�ran om paus finns
       c030.
      * en instans för hela poolen håller hjärtslagen för alla sina
      * nummer vid liv även under en lång körning eller paus
           if wpoolhelaJN = 'J'
               perform b028-fornya-hjartslag
           end-if.
           call 'sd-KollaBegaranPausaKorningFinns' 
             using wfunknrvi, wfinnsJN.
           if wfinnsJN = 'J'
      * en pågående grupp skrivs innan raden visar pausen
               if wkorlage = 1
                   perform c040-spara-grupp
               end-if
      * visa pausen p� best�llningsraden sj�lv (Kommando 16) och
      * l�mna det best�ende sp�ret i h�ndelseloggen
               perform za-hamta-dag-klocka
               call 'sd-LoggaMessArci' using
                 wfunknrvi, sb-BestID, sb-Kommando, wid-titel
      * sov en stund, hoppa tillbaka f�r f�rnyad test
               call 'c$sleep' using wpaussekunder
               go to c030
           end-if.

               move 17 to sb-Kommando
               call 'sd-LoggaMessArci' using
                 wfunknrvi, sb-BestID, sb-Kommando, wid-titel
      * pausen räknas inte in i loptiden, lika lite som med sömnen
               if wkorlage = 1
                   perform c045-klocksekunder
                   move wnusek to wsenastsek
               end-if
           end-if.
      
      * kolla om avbrott beg�rts f�r just denna k�rning - operat�ren
                 wfunknrvi, wclaimbestid, sk
               if sk-ReturKod = 186
                   move 7 to wreturkodkorning
                   move 7 to wfelorsak
                   go to c999
               end-if
           end-if.
      * inget speciellt h�r - beg�ran uppt�cks och hanteras d� ist�llet
      * n�sta g�ng wfinnsJN kontrolleras
               move 7 to wreturkodkorning
               move 7 to wfelorsak
               go to c999
           end-if.  
           
       c100.
      * slut p� loopen
       c999.
      * genomströmningsläget: det som återstår av gruppen skrivs
      * före utfallet, som b080 sedan lägger på raden
           if wkorlage = 1
               call 'sd-AvslutaSkrivGrupp' using wfunknrvi
           end-if.
       c9999.
           exit.

       c040-spara-grupp section.
       c040010.
      * gruppens varvlogg och detaljresultat först, sedan framsteget
      * på Best-raden - raden är gruppens bekräftelse, så en omstart
      * (y-aterupptaAvbruten) tar vid efter senast skrivna grupp
           if wgrpvarvant = 0
               go to c040999
           end-if.
           call 'sd-SparaSkrivGrupp' using wfunknrvi.
           call 'sd-UppdateraSpadBest' using wfunknrvi, sb.
           move 0 to wgrpvarvant.
           move 0 to wgrpsek.
       c040999.
           exit.

       c045-klocksekunder section.
       c045010.
      * sekunder sedan midnatt, för loptiden i genomströmningsläget
           perform za-hamta-dag-klocka.
           move wtime to wklocka.
           compute wnusek = (wkl-hh * 3600) + (wkl-mm * 60) + wkl-ss.
       c045999.
           exit.

       c015-valj-jobbtyp section.
               if wworkerid = 'WORKER'
                   move whostnamn to wworkerid
               end-if
      * med PH=1 betjänar instansen alla poolens nummer själv -
      * de claimas ett och ett i sniffrundorna, se b020-poolrunda
               if vfp-hela = 1
                   move 'J' to wpoolhelaJN
                   perform varying wpoolx3 from 1 by 1
                     until wpoolx3 > vfp-antal
                       move 'N' to wpoolstatus(wpoolx3)
                   end-perform
               else
                   call 'sd-KlaimaFunktionsNummer' using
                     vfp, wworkerid, wclaimfunknr, wclaimatJN
                   if wclaimatJN = 'J'
                       move wclaimfunknr to wfunknrvi
                   else
                       display 'Ingen ledig FunktionsNummer i poolen'
                       stop run
                   end-if
               end-if
           end-if.

      * meddela via nytt bestmess med kommando 526 att vi �r ig�ng
      * - en instans för hela poolen meddelar i stället per nummer
      * när numret claimas, se b022-sniffa-funk
           if wpoolhelaJN not = 'J'
               perform xa-meddela-start
           end-if.

      * h�mta hem info f�r v�rt funknummer fr�n spad 
           initialize sa.
       x999.
           exit.
           
       xa-meddela-start section.
       xa010.
           move low-value to sev. *> f�r titelns skull, utredning p�g�r
           move wfunknrvi to sev-FunktionsNummer.
           move 526 to sev-Kommando.
           perform za-hamta-dag-klocka.
           move wdate to sev-SenasteDatum.
           move wtime to sev-SenasteKlock.
           call 'sd-InsertSpadBest' using wfunknrvi, sev.
      * best�ende h�ndelselogg �ven sedan Best-raden arkiverats/rensats
           call 'sd-LoggaMessArci' using
             wfunknrvi, sev-BestID, sev-Kommando, wid-titel.
       xa999.
           exit.

       za-hamta-dag-klocka section.
       za010.
      * fyrsiffrigt årtal, annars blir det sekelskifte i BestDatum mm
