       identification division.
      *
      *2026-10-15 Ny körning: ägarattest av känsliga funktioners
      *           resultat. Funktionerna och deras ägare står i
      *           spadattest.dat - motorn avslutar en KLAR-körning
      *           på en sådan funktion som VÄNTAR PÅ ATTEST
      *           (Kommando 42). Ägaren, eller roll 4, granskar
      *           resultatet bredvid toleransraden och föregående
      *           körning: attest ger KLAR (41 om rimlighets-
      *           kontrollen flaggat) och släpper rapportraderna,
      *           ERP-verifikatet och aviseringen, avslag avslutar
      *           ordern som AVBRUTEN med orsak 11 EJ ATTESTERAD
      *           utan att något går ut. Registret underhålls av
      *           roll 3 och uppåt.
      *
       program-id. SpadAttestCbl.
       environment division.
       Input-Output Section.
       File-Control.
      * ägarattesten (Path=/spadattest.dat), se attest.cpy
           Select Attest assign wagselnamn
             file status is wagfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * toleransraderna (Path=/spadtolerans.dat), se
      * x7-KollaTolerans i SpadDataCbl
           Select Tolerans assign wtolselnamn
             file status is wtolfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Attest.
       01  attest-record     pic x(57).
       fd  Tolerans.
       01  tolerans-record   pic x(87).

       working-storage section.
       01  work.
           05  wdatamode        pic 9.
           05  wpath            pic x(80).
           05  wstyrfunknr      pic 9(9).
           05  wagselnamn       pic x(80).
           05  wagfs.
               10  wagfskey1    pic x.
               10  wagfskey2    pic x.
           05  wtolselnamn      pic x(80).
           05  wtolfs.
               10  wtolfskey1   pic x.
               10  wtolfskey2   pic x.
           05  w-eof            pic x.
           05  woperator        pic x(20).
           05  wroll            pic 9(9).
           05  wval             pic 9.
           05  wklart           pic x.
           05  wsvar            pic x.
           05  wfinnsJN         pic x.
           05  wfunktionsnummer pic 9(9).
           05  wbestid          pic 9(9).
           05  wagare           pic x(20).
           05  wantal           pic 9(9).
           05  wrx              pic 9(4) comp.
           05  wtraff           pic 9(4) comp.
           05  wfalt            pic 9(8).
           05  wdate            pic 9(8).
           05  wtime            pic 9(6).
           05  wtext            pic x(60).
           05  wrappfeljn       pic x.
           05  wradnr           pic 9(9).
           05  wnotifmapp       pic x(73).
           05  werpmapp         pic x(73).
           05  wstatustext      pic x(30).
           05  wstatuskommando  pic 9(9).
           05  wnotifbestallare pic x(20).
           05  wnotifnamn       pic x(30).
           05  wnotifadress     pic x(50).
      * föregående skarpa KLAR-körning på funktionen, se
      * bc-foregaende
           05  wforegJN         pic x.
           05  wtolJN           pic x.
      * registret i minnet - skrivs om i sin helhet vid varje
      * ändring, samma mönster som SpadFrysCbl
           05  wreg-antal       pic 9(4) comp value 0.
           05  wreg-rad         pic x(57) occurs 500.
           05  wbestidbin       pic 9(9) comp.
           05  wkommandobin     pic 9(9) comp.
           05  wandradtitel.
               10  wlt-vad      pic x(29).
               10  filler       pic x value ' '.
               10  wlt-operator pic x(20).
           05  wavslagtitel.
               10  filler       pic x(8) value 'AVSLAG: '.
               10  wav-text     pic x(42).
           05  wtoltitel        pic x(50) value
               'KLAR MED ANMARKNING - RESULTAT UTANFOR TOLERANS'.
           05  werphalltitel.
               10  filler       pic x(10) value 'ERP HALLET'.
               10  filler       pic x value ' '.
               10  weh-orsak    pic x(39).
      * toleransraden i filens eget format, se SpadToleransCbl
           05  wtolrad.
               10  wtr-funknr   pic 9(9).
               10  wtr-min1     pic s9(7)v99 sign leading separate.
               10  wtr-max1     pic s9(7)v99 sign leading separate.
               10  wtr-min2     pic s9(7)v99 sign leading separate.
               10  wtr-max2     pic s9(7)v99 sign leading separate.
               10  wtr-min3     pic s9(7)v99 sign leading separate.
               10  wtr-max3     pic s9(7)v99 sign leading separate.
               10  wtr-minpost  pic 9(9).
               10  wtr-maxpost  pic 9(9).
           05  wlistrad.
               10  wl-bestid    pic zzzzzzzz9.
               10  filler       pic x(6) value ' funk '.
               10  wl-funknr    pic zzzzzzzz9.
               10  filler       pic x(6) value ' best '.
               10  wl-bestnr    pic zzzzzzzz9.
               10  filler       pic x value ' '.
               10  wl-bestallare pic x(20).
               10  filler       pic x value ' '.
               10  wl-datum     pic 9(8).
               10  filler       pic x(7) value ' agare '.
               10  wl-agare     pic x(20).
           05  wregrad.
               10  wg-funknr    pic zzzzzzzz9.
               10  filler       pic x(7) value ' agare '.
               10  wg-agare     pic x(20).
               10  filler       pic x(6) value '  reg '.
               10  wg-datum     pic 9(8).
               10  filler       pic x value ' '.
               10  wg-operator  pic x(20).
      * jämförelsen resultat - föregående körning - tolerans
           05  wjmfrubrik.
               10  filler pic x(12) value spaces.
               10  filler pic x(13) value '      belopp1'.
               10  filler pic x(13) value '      belopp2'.
               10  filler pic x(13) value '      belopp3'.
               10  filler pic x(10) value ' postantal'.
           05  wjmfrad.
               10  wj-text      pic x(12).
               10  wj-belopp1   pic -(9)9.99.
               10  wj-belopp2   pic -(9)9.99.
               10  wj-belopp3   pic -(9)9.99.
               10  wj-post      pic z(9)9.
               10  filler       pic x value ' '.
               10  wj-datum     pic x(8).
           05  wrapprad1.
               10  wrr1-titel    pic x(50).
               10  filler        pic x(6) value ' FUNK '.
               10  wrr1-funknr   pic zzzzzzzz9.
               10  filler        pic x(6) value ' SLUT '.
               10  wrr1-datum    pic zzzzzzz9.
               10  filler        pic x value ' '.
               10  wrr1-klock    pic zzzzz9.
           05  wrapprad2.
               10  wrr2-text     pic x(16).
               10  wrr2-belopp   pic -(7)9.99.
       01  ag.
           copy "attest.cpy" replacing leading ==xxxx== by ==ag==.
       01  wra.
           copy "rapp.cpy" replacing leading ==xxxx== by ==wra==.
       01  sa.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  sbl.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sbl==.
       01  sbf.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sbf==.
       copy "vkp.cpy".

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           string wpath 'spadattest.dat' delimited by space
             into wagselnamn.
           string wpath 'spadtolerans.dat' delimited by space
             into wtolselnamn.

           display 'Operatör-ID: ' with no advancing.
           accept woperator.
      * en körning attesteras av funktionens ägare - roll 4 får gå
      * in i ägarens ställe, och registret ändras av roll 3 och
      * uppåt
           call 'sd-HamtaOperatorRoll' using woperator, wroll.

           move 'N' to wklart.
       main020.
           if wklart = 'J'
               go to main999
           end-if.

           display ' '.
           display 'SpadAttest - ägarattest av körningsresultat'.
           display '1 Väntande attester   2 Granska och besluta'.
           display '3 Lista attestfunktioner   4 Lägg till funktion'.
           display '5 Ta bort funktion   0 Avsluta'.
           display 'Val: ' with no advancing.
           accept wval.
           evaluate wval
               when 0 move 'J' to wklart
               when 1 perform b-vantande
               when 2 perform c-granska
               when 3 perform g-lista-register
               when 4 perform h-lagg-till
               when 5 perform i-ta-bort
               when other display 'Okänt val, försök igen.'
           end-evaluate.
           go to main020.
       main999.
           stop run.

       b-vantande section.
       b010.
      * körningarna som står på Kommando 42 i Best, med ägaren ur
      * registret
           move 0 to wantal.
           call 'sd-OppnaBestLas'.
       b020.
           call 'sd-LasBest' using sbl, wfinnsJN.
           if wfinnsJN = 'N'
               go to b100
           end-if.
           if sbl-Kommando not = 42
               go to b020
           end-if.
           add 1 to wantal.
           move sbl-FunktionsNummer to wfunktionsnummer.
           call 'sd-HamtaAttestAgare' using
             wfunktionsnummer, wagare, wfinnsJN.
           move sbl-BestID          to wl-bestid.
           move sbl-FunktionsNummer to wl-funknr.
           move sbl-BestNummer      to wl-bestnr.
           move sbl-Bestallare      to wl-bestallare.
           move sbl-KorslutDatum    to wl-datum.
           move wagare              to wl-agare.
           display wlistrad.
           go to b020.
       b100.
           if wantal = 0
               display 'Inga körningar väntar på attest.'
           end-if.
       b999.
           exit.

       c-granska section.
       c010.
           if wroll < 1
               display 'Okänd operatör - avvisas.'
               go to c999
           end-if.
           display 'BestID: ' with no advancing.
           accept wbestid.
           if wbestid = 0
               go to c999
           end-if.
           perform ca-hamta-best.
           if sb-BestID not = wbestid
               display 'BestID finns inte bland de aktiva raderna.'
               go to c999
           end-if.
           if sb-Kommando not = 42
               display 'Körningen väntar inte på attest.'
               go to c999
           end-if.
      * bara ägaren enligt registret, eller roll 4, får besluta -
      * har funktionen tagits bort ur registret sedan körningen
      * ställdes att vänta är det bara roll 4 som kan avsluta den
           move sb-FunktionsNummer to wfunktionsnummer.
           call 'sd-HamtaAttestAgare' using
             wfunktionsnummer, wagare, wfinnsJN.
           if (wfinnsJN = 'N' or woperator not = wagare)
           and wroll < 4
               display 'Bara funktionens ägare (' wagare
                 ') eller roll 4 får attestera.'
               go to c999
           end-if.
           perform d-visa-jamforelse.
           display 'A = attestera, N = avslå, annat = avbryt: '
             with no advancing.
           accept wsvar.
           if wsvar = 'A' or wsvar = 'a'
               perform e-attestera
               go to c999
           end-if.
           if wsvar = 'N' or wsvar = 'n'
               perform f-avsla
               go to c999
           end-if.
           display 'Inget beslut - körningen väntar kvar.'.
       c999.
           exit.

       ca-hamta-best section.
       ca010.
      * raden söks i båda backendernas Best via den strömmande
      * läsningen, som tvisterna i SpadDispytCbl - sb-BestID =
      * wbestid om den hittades
           initialize sb.
           move 0 to sb-BestID.
           call 'sd-OppnaBestLas'.
       ca020.
           call 'sd-LasBest' using sbl, wfinnsJN.
           if wfinnsJN = 'N'
               go to ca999
           end-if.
           if sbl-BestID = wbestid
               move sbl to sb
           end-if.
           go to ca020.
       ca999.
           exit.

       bc-foregaende section.
       bc010.
      * senaste skarpa KLAR-körning på funktionen i BestHist -
      * testkörningar, delordrar och ogiltigförklarade körningar
      * (189) räknas inte
           move 'N' to wforegJN.
           initialize sbf.
           call 'sd-OppnaHistLas'.
       bc020.
           call 'sd-LasHist' using sbl, wfinnsJN.
           if wfinnsJN = 'N'
               go to bc999
           end-if.
           if sbl-FunktionsNummer not = sb-FunktionsNummer
           or (sbl-Kommando not = 4 and sbl-Kommando not = 41)
           or sbl-TestKorning = 1
           or sbl-DelAvBestID > 0
           or sbl-ReturKod = 189
               go to bc020
           end-if.
           if wforegJN = 'J'
               if sbl-KorslutDatum < sbf-KorslutDatum
               or (sbl-KorslutDatum = sbf-KorslutDatum
                   and sbl-KorslutKlock < sbf-KorslutKlock)
                   go to bc020
               end-if
           end-if.
           move sbl to sbf.
           move 'J' to wforegJN.
           go to bc020.
       bc999.
           exit.

       bd-las-tolerans section.
       bd010.
           move 'N' to wtolJN.
           open input Tolerans.
           if wtolfskey1 not = '0'
               go to bd999
           end-if.
           move 'N' to w-eof.
       bd020.
           read Tolerans into wtolrad
             at end move 'J' to w-eof.
           if w-eof = 'J'
               go to bd100
           end-if.
           if wtr-funknr not = sb-FunktionsNummer
               go to bd020
           end-if.
           move 'J' to wtolJN.
       bd100.
           close Tolerans.
       bd999.
           exit.

       d-visa-jamforelse section.
       d010.
      * resultatet bredvid föregående körning och toleransraden,
      * så ägaren ser avvikelsen innan något släpps
           perform bc-foregaende.
           perform bd-las-tolerans.
           display ' '.
           display 'Best ' sb-BestNummer ' ' sb-BestTitel.
           display 'Beställare ' sb-Bestallare ' klar '
             sb-KorslutDatum ' ' sb-KorslutKlock.
           display wjmfrubrik.
           move 'DENNA       ' to wj-text.
           move sb-ResultatBelopp1 to wj-belopp1.
           move sb-ResultatBelopp2 to wj-belopp2.
           move sb-ResultatBelopp3 to wj-belopp3.
           move sb-KorPostAntal    to wj-post.
           move spaces to wj-datum.
           display wjmfrad.
           if wforegJN = 'J'
               move 'FOREGAENDE  ' to wj-text
               move sbf-ResultatBelopp1 to wj-belopp1
               move sbf-ResultatBelopp2 to wj-belopp2
               move sbf-ResultatBelopp3 to wj-belopp3
               move sbf-KorPostAntal    to wj-post
               move sbf-KorslutDatum    to wfalt
               move wfalt               to wj-datum
               display wjmfrad
           else
               display 'FOREGAENDE  - ingen tidigare KLAR-körning.'
           end-if.
           if wtolJN = 'J'
               move 'TOL MIN     ' to wj-text
               move wtr-min1    to wj-belopp1
               move wtr-min2    to wj-belopp2
               move wtr-min3    to wj-belopp3
               move wtr-minpost to wj-post
               move spaces to wj-datum
               display wjmfrad
      * max 0 betyder ingen övre gräns, se x7-KollaTolerans
               move 'TOL MAX     ' to wj-text
               move wtr-max1    to wj-belopp1
               move wtr-max2    to wj-belopp2
               move wtr-max3    to wj-belopp3
               move wtr-maxpost to wj-post
               move '(0=ingen)' to wj-datum
               display wjmfrad
           else
               display 'TOLERANS    - ingen rad i spadtolerans.dat.'
           end-if.
           if sb-OrsakKod = 4
               display 'OBS: utanför toleransen - attesten ger KLAR'
                 ' MED ANMARKNING och verifikatet hålls.'
           end-if.
       d999.
           exit.

       e-attestera section.
       e010.
      * KLAR - eller 41 om rimlighetskontrollen flaggade körningen -
      * på radens egen plats, och först nu släpps det som motorn
      * höll inne
           if sb-OrsakKod = 4
               move 41 to sb-Kommando
           else
               move 4 to sb-Kommando
           end-if.
           perform za-hamta-dag-klocka.
           move wdate to sb-SenasteDatum.
           move wtime to sb-SenasteKlock.
           move sb-FunktionsNummer to wfunktionsnummer.
           call 'sd-UppdateraSpadBest' using wfunktionsnummer, sb.
           move sb-Kommando to wkommandobin.
           move 'KLAR EFTER ATTEST AV' to wlt-vad.
           perform x-logga.
           if sb-Kommando = 41
               move sb-BestID to wbestidbin
               call 'sd-LoggaMessArci' using
                 wfunktionsnummer, wbestidbin, wkommandobin, wtoltitel
           end-if.
           move 566 to wkommandobin.
           move 'ATTESTERAD AV' to wlt-vad.
           perform x-logga.
           perform ea-skriv-rapport.
           perform eb-skriv-verifikat.
           perform ec-avisera.
           display 'Körningen attesterad och släppt.'.
       e999.
           exit.

       ea-skriv-rapport section.
       ea010.
      * körningens resultatrader till Rapp, i samma form som
      * b085-skrivarapportrader i SpadFunkCblMain - RappTyp ur
      * Admi-Param3, eller FunktionsNummer när Param3 är 0
           initialize sa.
           call 'sd-selectspadadmifunk' using wfunktionsnummer, sa.
           initialize wra.
           move sb-BestNummer to wra-BestNummer.
           if sa-AdmiID not = 999999 and sa-Param3 > 0
               move sa-Param3 to wra-RappTyp
           else
               move sb-FunktionsNummer to wra-RappTyp
           end-if.
           move 0 to wradnr.
           move sb-BestTitel       to wrr1-titel.
           move sb-FunktionsNummer to wrr1-funknr.
           move sb-KorslutDatum    to wrr1-datum.
           move sb-KorslutKlock    to wrr1-klock.
           move wrapprad1 to wra-Rad.
           perform eaa-skriv-rad.
           move 'RESULTATBELOPP1 ' to wrr2-text.
           move sb-ResultatBelopp1 to wrr2-belopp.
           move wrapprad2 to wra-Rad.
           perform eaa-skriv-rad.
           move 'RESULTATBELOPP2 ' to wrr2-text.
           move sb-ResultatBelopp2 to wrr2-belopp.
           move wrapprad2 to wra-Rad.
           perform eaa-skriv-rad.
           move 'RESULTATBELOPP3 ' to wrr2-text.
           move sb-ResultatBelopp3 to wrr2-belopp.
           move wrapprad2 to wra-Rad.
           perform eaa-skriv-rad.
           move 'KORPOSTANTAL    ' to wrr2-text.
           move sb-KorPostAntal to wrr2-belopp.
           move wrapprad2 to wra-Rad.
           perform eaa-skriv-rad.
       ea999.
           exit.

       eaa-skriv-rad section.
       eaa010.
           add 1 to wradnr.
           move wradnr to wra-RadNummer.
           move 0 to wra-RappID.
           call 'sd-LagraRappRad' using
             wfunktionsnummer, wra, wrappfeljn.
       eaa999.
           exit.

       eb-skriv-verifikat section.
       eb010.
      * verifikatet till ERP som motorn gör för en KLAR-körning -
      * en 41:a hålls utanför tills den granskats, och konteringen
      * kan fortfarande hålla verifikatet (556)
           if sb-Kommando not = 4
               go to eb999
           end-if.
           call 'sd-HamtaErpMapp' using werpmapp.
           if werpmapp = spaces
               go to eb999
           end-if.
           call 'sd-KonteraVerifikat' using sb, vkp.
           if vkp-orsak = spaces
               call 'sf-SkrivErpVerifikat' using werpmapp, sb, vkp
               go to eb999
           end-if.
           call 'sd-HallErpVerifikat' using sb, vkp.
           move vkp-orsak to weh-orsak.
           move sb-BestID to wbestidbin.
           move 556 to wkommandobin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, werphalltitel.
           display 'OBS: verifikatet hölls av konteringen - '
             vkp-orsak.
       eb999.
           exit.

       ec-avisera section.
       ec010.
      * aviseringen till beställaren som b088-aviseraBestallare i
      * SpadFunkCblMain - statustexten ur Text-tabellen i
      * databasläge, annars lokalt
           call 'sd-HamtaNotifMapp' using wnotifmapp.
           if wnotifmapp = spaces
               go to ec999
           end-if.
           move sb-Bestallare to wnotifbestallare.
           call 'sd-HamtaBestallare' using
             wnotifbestallare, wnotifnamn, wnotifadress, wfinnsJN.
           move spaces to wstatustext.
           if wdatamode = 1
               move sb-Kommando to wstatuskommando
               call 'db-select-kommandotext' using
                 wstatuskommando, wstatustext
           end-if.
           if wstatustext = spaces
               evaluate sb-Kommando
                   when 4  move 'KLAR'     to wstatustext
                   when 41 move 'KLAR MED ANMARKNING' to wstatustext
                   when 7  move 'AVBRUTEN' to wstatustext
               end-evaluate
           end-if.
           call 'sf-SkrivNotifiering' using
             wnotifmapp, sb, wstatustext, wnotifadress.
       ec999.
           exit.

       f-avsla section.
       f010.
      * avslag: ordern avslutas som AVBRUTEN med orsak 11 (läggs
      * aldrig om) och ingenting lämnar huset - inga rapportrader,
      * inget verifikat och ingen avisering
           display 'Motivering: ' with no advancing.
           accept wtext.
           if wtext = spaces
               display 'Ett avslag kräver en motivering, avvisas.'
               go to f999
           end-if.
           move 7 to sb-Kommando.
           move 11 to sb-OrsakKod.
           perform za-hamta-dag-klocka.
           move wdate to sb-SenasteDatum.
           move wtime to sb-SenasteKlock.
           move sb-FunktionsNummer to wfunktionsnummer.
           call 'sd-UppdateraSpadBest' using wfunktionsnummer, sb.
           move 7 to wkommandobin.
           move 'EJ ATTESTERAD AV' to wlt-vad.
           perform x-logga.
           move sb-BestID to wbestidbin.
           move 567 to wkommandobin.
           move wtext to wav-text.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wavslagtitel.
           display 'Körningen avslagen - ordern avslutad som ej'
             ' attesterad.'.
       f999.
           exit.

       g-lista-register section.
       g010.
           perform y-las-register.
           if wreg-antal = 0
               display 'Inga funktioner kräver attest.'
               go to g999
           end-if.
           move 0 to wrx.
       g020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to g999
           end-if.
           move wreg-rad(wrx) to ag.
           move ag-FunktionsNummer to wg-funknr.
           move ag-Agare           to wg-agare.
           move ag-RegDatum        to wg-datum.
           move ag-RegOperator     to wg-operator.
           display wregrad.
           go to g020.
       g999.
           exit.

       h-lagg-till section.
       h010.
      * ny funktion, eller ny ägare för en som redan står i
      * registret
           if wroll < 3
               display 'Otillräcklig roll för att ändra attesten.'
               go to h999
           end-if.
           display 'FunktionsNummer: ' with no advancing.
           accept wfunktionsnummer.
           if wfunktionsnummer = 0
               go to h999
           end-if.
           initialize sa.
           call 'sd-selectspadadmifunk' using wfunktionsnummer, sa.
           if sa-AdmiID = 999999
               display 'FunktionsNummer saknas i Admi, avvisas.'
               go to h999
           end-if.
           display 'Ägarens operatör-ID: ' with no advancing.
           accept wagare.
           if wagare = spaces
               display 'En attest kräver en ägare, avvisas.'
               go to h999
           end-if.
           call 'sd-HamtaOperatorRoll' using wagare, wantal.
           if wantal = 0
               display 'Ägaren finns inte i operatörsregistret,'
                 ' avvisas.'
               go to h999
           end-if.
           perform y-las-register.
           perform ha-sok-funktion.
           if wtraff = 0
               if wreg-antal >= 500
                   display 'Registret är fullt (500 rader).'
                   go to h999
               end-if
               add 1 to wreg-antal
               move wreg-antal to wtraff
           end-if.
           perform za-hamta-dag-klocka.
           initialize ag.
           move wfunktionsnummer to ag-FunktionsNummer.
           move wagare           to ag-Agare.
           move wdate            to ag-RegDatum.
           move woperator        to ag-RegOperator.
           move ag to wreg-rad(wtraff).
           perform z-skriv-register.
           move 568 to wkommandobin.
           move 'ATTESTKRAV REGISTRERAT AV' to wlt-vad.
           perform xa-logga-andring.
           display 'Funktion ' wfunktionsnummer ' kräver nu attest'
             ' av ' wagare.
       h999.
           exit.

       ha-sok-funktion section.
       ha010.
      * wtraff = funktionens rad i registret, 0 om den saknas
           move 0 to wtraff.
           move 0 to wrx.
       ha020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to ha999
           end-if.
           move wreg-rad(wrx) to ag.
           if ag-FunktionsNummer = wfunktionsnummer
               move wrx to wtraff
               go to ha999
           end-if.
           go to ha020.
       ha999.
           exit.

       i-ta-bort section.
       i010.
      * körningar som redan väntar står kvar på 42 och avgörs av
      * roll 4, se c-granska
           if wroll < 3
               display 'Otillräcklig roll för att ändra attesten.'
               go to i999
           end-if.
           display 'FunktionsNummer: ' with no advancing.
           accept wfunktionsnummer.
           perform y-las-register.
           perform ha-sok-funktion.
           if wtraff = 0
               display 'Funktionen står inte i registret.'
               go to i999
           end-if.
           move wtraff to wrx.
       i020.
           if wrx >= wreg-antal
               go to i030
           end-if.
           move wreg-rad(wrx + 1) to wreg-rad(wrx).
           add 1 to wrx.
           go to i020.
       i030.
           subtract 1 from wreg-antal.
           perform z-skriv-register.
           move 568 to wkommandobin.
           move 'ATTESTKRAV BORTTAGET AV' to wlt-vad.
           perform xa-logga-andring.
           display 'Attestkravet borttaget.'.
       i999.
           exit.

       x-logga section.
       x010.
      * bestående spår av beslutet i händelseloggen, på BestID
           move woperator to wlt-operator.
           move sb-BestID to wbestidbin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wandradtitel.
       x999.
           exit.

       xa-logga-andring section.
       xa010.
      * registerändringen loggas på funktionen, utan BestID
           move woperator to wlt-operator.
           move 0 to wbestidbin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wandradtitel.
       xa999.
           exit.

       y-las-register section.
       y010.
           move 0 to wreg-antal.
           open input Attest.
           if wagfskey1 not = '0'
      * registret finns ännu inte - tomt register
               go to y999
           end-if.
           move 'N' to w-eof.
       y020.
           read Attest into ag
             at end move 'J' to w-eof.
           if w-eof = 'J' or wreg-antal >= 500
               go to y100
           end-if.
           add 1 to wreg-antal.
           move ag to wreg-rad(wreg-antal).
           go to y020.
       y100.
           close Attest.
       y999.
           exit.

       z-skriv-register section.
       z010.
           open output Attest.
           move 0 to wrx.
       z020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to z100
           end-if.
           write attest-record from wreg-rad(wrx).
           go to z020.
       z100.
           close Attest.
       z999.
           exit.

       za-hamta-dag-klocka section.
       za010.
           accept wfalt from date yyyymmdd.
           move wfalt to wdate.
           accept wfalt from time.
           move wfalt(1:6) to wtime.
       za999.
           exit.
