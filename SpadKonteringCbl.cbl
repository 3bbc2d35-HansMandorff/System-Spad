       identification division.
      *
      *2026-10-15 Ny körning: konteringen av ERP-verifikaten -
      *           underhåll av konteringsreglerna (spadkontering.dat)
      *           som fördelar ResultatBelopp1-3 på konto,
      *           kostnadsställe och debet/kredit, import av ERP:s
      *           kostnadsställeregister (spadkoststalle.dat) samt
      *           lista och släpp de verifikat motorn hållit
      *           (spaderphall.dat) för att konteringen inte
      *           balanserade eller kostnadsstället var stängt.
      *           Hållna verifikat rapporteras som semikolonfil i
      *           exportmappen, som SpadSlaCbl.
      *
       program-id. SpadKonteringCbl.
       environment division.
       Input-Output Section.
       File-Control.
      * konteringsreglerna (Path=/spadkontering.dat), se
      * kontering.cpy
           Select Kontering assign wktselnamn
             file status is wktfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * kostnadsställeregistret (Path=/spadkoststalle.dat), se
      * koststalle.cpy
           Select KostStalle assign wksselnamn
             file status is wksfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * ERP:s exportfil med kostnadsställena, en rad per ställe:
      * kostnadsställe;benämning;status (A = aktivt, S = stängt)
           Select KsImport assign wimpselnamn
             file status is wimpfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * hållna verifikat (Path=/spaderphall.dat), se erphall.cpy
           Select ErpHall assign wehselnamn
             file status is wehfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select HallRapport assign wrappselnamn
             file status is wrappfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Kontering.
       01  kontering-record  pic x(44).
       fd  KostStalle.
       01  koststalle-record pic x(59).
       fd  KsImport.
       01  ksimport-record   pic x(120).
       fd  ErpHall.
       01  erphall-record    pic x(145).
       fd  HallRapport.
       01  hallrapport-record pic x(200).

       working-storage section.
       01  work.
           05  wdatamode        pic 9.
           05  wpath            pic x(80).
           05  wstyrfunknr      pic 9(9).
           05  wexportmapp      pic x(73).
           05  wexportsekunder  pic 9(9).
           05  wrtantal         pic 9(9).
           05  wrttab           pic 9(9) occurs 20.
           05  werpmapp         pic x(73).
           05  wktselnamn       pic x(80).
           05  wktfs.
               10  wktfskey1    pic x.
               10  wktfskey2    pic x.
           05  wksselnamn       pic x(80).
           05  wksfs.
               10  wksfskey1    pic x.
               10  wksfskey2    pic x.
           05  wimpselnamn      pic x(133).
           05  wimpfs.
               10  wimpfskey1   pic x.
               10  wimpfskey2   pic x.
           05  wehselnamn       pic x(80).
           05  wehfs.
               10  wehfskey1    pic x.
               10  wehfskey2    pic x.
           05  wrappselnamn     pic x(133).
           05  wrappfs.
               10  wrappfskey1  pic x.
               10  wrappfskey2  pic x.
           05  wrappfilnamn.
               10  filler       pic x(8) value 'ERPHALL_'.
               10  wrf-datum    pic 9(8).
               10  filler       pic x(4) value '.csv'.
           05  w-eof            pic x.
           05  woperator        pic x(20).
           05  wroll            pic 9(9).
           05  wval             pic 9.
           05  wklart           pic x.
           05  wfunktionsnummer pic 9(9).
           05  wradnr           pic 9(4).
           05  wrx              pic 9(4) comp.
           05  wfalt            pic 9(8).
           05  wdate            pic 9(8).
           05  wimprad          pic x(120).
           05  wimp-ks          pic x(20).
           05  wimp-namn        pic x(30).
           05  wimp-status      pic x.
           05  wimp-fel         pic 9(4) comp.
           05  wslappta         pic 9(4) comp.
           05  wbx              pic 9.
           05  wandel-d         pic 9(5).
           05  wandel-k         pic 9(5).
           05  wregelJN         pic x.
      * registren i minnet - skrivs om i sin helhet vid varje
      * ändring, samma mönster som SpadFrysCbl
           05  wreg-antal       pic 9(4) comp value 0.
           05  wreg-rad         pic x(44) occurs 500.
           05  wks-antal        pic 9(4) comp value 0.
           05  wks-rad          pic x(59) occurs 2000.
           05  weh-antal        pic 9(4) comp value 0.
           05  weh-rad          pic x(145) occurs 500.
           05  wbestidbin       pic 9(9) comp.
           05  wkommandobin     pic 9(9) comp.
           05  wandradtitel.
               10  wat-vad      pic x(29).
               10  filler       pic x value ' '.
               10  wat-operator pic x(20).
           05  wlistrad.
               10  wl-radnr     pic zzz9.
               10  filler       pic x(7) value '  funk '.
               10  wl-funknr    pic zzzzzzzz9.
               10  filler       pic x(9) value '  belopp '.
               10  wl-beloppnr  pic 9.
               10  filler       pic x(2) value '  '.
               10  wl-dk        pic x.
               10  filler       pic x(2) value '  '.
               10  wl-konto     pic x(10).
               10  filler       pic x value ' '.
               10  wl-ks        pic x(20).
               10  filler       pic x value ' '.
               10  wl-andel     pic zz9.
               10  filler       pic x value '%'.
           05  wbalansrad.
               10  filler pic x(14) value 'OBS: belopp '.
               10  wb-nr        pic 9.
               10  filler pic x(8)  value ' debet '.
               10  wb-debet     pic zzzz9.
               10  filler pic x(10) value ' % kredit '.
               10  wb-kredit    pic zzzz9.
               10  filler pic x(23) value ' % - balanserar inte.'.
           05  whallrad.
               10  wh-funknr    pic zzzzzzzz9.
               10  filler       pic x(6) value ' best '.
               10  wh-bestnr    pic zzzzzzzz9.
               10  filler       pic x value ' '.
               10  wh-datum     pic 9(8).
               10  filler       pic x(2) value '  '.
               10  wh-orsak     pic x(40).
      * rapporten i RappDivs semikolonstil
           05  wcsvrubrik.
               10  filler pic x(16) value 'FunktionsNummer;'.
               10  filler pic x(11) value 'BestNummer;'.
               10  filler pic x(11) value 'Bestallare;'.
               10  filler pic x(13) value 'KorslutDatum;'.
               10  filler pic x(8)  value 'Belopp1;'.
               10  filler pic x(8)  value 'Belopp2;'.
               10  filler pic x(8)  value 'Belopp3;'.
               10  filler pic x(10) value 'HallDatum;'.
               10  filler pic x(5)  value 'Orsak'.
           05  wcsvrad.
               10  wc-funknr     pic zzzzzzzz9.
               10  filler        pic x value ';'.
               10  wc-bestnr     pic zzzzzzzz9.
               10  filler        pic x value ';'.
               10  wc-bestallare pic x(20).
               10  filler        pic x value ';'.
               10  wc-korslut    pic 9(8).
               10  filler        pic x value ';'.
               10  wc-belopp1    pic -(7)9.99.
               10  filler        pic x value ';'.
               10  wc-belopp2    pic -(7)9.99.
               10  filler        pic x value ';'.
               10  wc-belopp3    pic -(7)9.99.
               10  filler        pic x value ';'.
               10  wc-halldatum  pic 9(8).
               10  filler        pic x value ';'.
               10  wc-orsak      pic x(40).
           05  wdisprad.
               10  filler pic x(9)  value 'Importen '.
               10  wd-antal      pic zzzz9.
               10  filler pic x(24) value ' kostnadsställen, '.
               10  wd-fel        pic zzzz9.
               10  filler pic x(17) value ' avvisade rader.'.
           05  wdisprad2.
               10  filler pic x(8)  value 'Släppte'.
               10  wd2-slappta   pic zzzz9.
               10  filler pic x(18) value ' verifikat, kvar: '.
               10  wd2-kvar      pic zzzz9.
       01  wkt.
           copy "kontering.cpy" replacing leading ==xxxx== by ==wkt==.
       01  wks.
           copy "koststalle.cpy" replacing leading ==xxxx== by ==wks==.
       01  weh.
           copy "erphall.cpy" replacing leading ==xxxx== by ==weh==.
       01  sa.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       copy "vkp.cpy".

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           string wpath 'spadkontering.dat' delimited by space
             into wktselnamn.
           string wpath 'spadkoststalle.dat' delimited by space
             into wksselnamn.
           string wpath 'spaderphall.dat' delimited by space
             into wehselnamn.

           display 'Operatör-ID: ' with no advancing.
           accept woperator.
      * reglerna och registret styr vad som bokas i ERP - de får
      * bara ändras, och hållna verifikat släppas, av roll 3 och
      * uppåt
           call 'sd-HamtaOperatorRoll' using woperator, wroll.

           move 'N' to wklart.
       main020.
           if wklart = 'J'
               go to main999
           end-if.

           display ' '.
           display 'SpadKontering - kontering av ERP-verifikat'.
           display '1 Lista regler   2 Lägg till regel   3 Ta bort'
             ' regel'.
           display '4 Importera kostnadsställen   5 Hållna verifikat'.
           display '6 Släpp hållna verifikat   0 Avsluta'.
           display 'Val: ' with no advancing.
           accept wval.
           evaluate wval
               when 0 move 'J' to wklart
               when 1 perform c-lista
               when 2 perform b-lagg-till
               when 3 perform d-ta-bort
               when 4 perform e-importera
               when 5 perform f-hallna
               when 6 perform g-slapp
               when other display 'Okänt val, försök igen.'
           end-evaluate.
           go to main020.
       main999.
           stop run.

       b-lagg-till section.
       b010.
           if wroll < 3
               display 'Otillräcklig roll för att ändra konteringen.'
               go to b999
           end-if.
           initialize wkt.
           display 'FunktionsNummer: ' with no advancing.
           accept wkt-FunktionsNummer.
           initialize sa.
           move wkt-FunktionsNummer to wfunktionsnummer.
           call 'sd-selectspadadmifunk' using wfunktionsnummer, sa.
           if sa-AdmiID = 999999
               display 'FunktionsNummer saknas i Admi, avvisas.'
               go to b999
           end-if.
           display 'Belopp (1-3): ' with no advancing.
           accept wkt-BeloppNr.
           if wkt-BeloppNr < 1 or wkt-BeloppNr > 3
               display 'Beloppet ska vara 1, 2 eller 3, avvisas.'
               go to b999
           end-if.
           display 'Debet eller kredit (D/K): ' with no advancing.
           accept wkt-DebetKredit.
           if wkt-DebetKredit = 'd'
               move 'D' to wkt-DebetKredit
           end-if.
           if wkt-DebetKredit = 'k'
               move 'K' to wkt-DebetKredit
           end-if.
           if wkt-DebetKredit not = 'D' and wkt-DebetKredit not = 'K'
               display 'Ange D eller K, avvisas.'
               go to b999
           end-if.
           display 'Konto: ' with no advancing.
           accept wkt-Konto.
           if wkt-Konto = spaces
               display 'Konto saknas, avvisas.'
               go to b999
           end-if.
           display 'Kostnadsställe (blankt = beställarens'
             ' avdelning): ' with no advancing.
           accept wkt-KostStalle.
           if wkt-KostStalle not = spaces
               perform ya-las-koststallen
               move 0 to wrx
               perform bb-sok-koststalle
               if wrx = 0 and wks-antal > 0
                   display 'OBS: kostnadsstället finns inte'
                     ' i registret - verifikaten kommer att hållas.'
               end-if
           end-if.
           display 'Andel i procent (0 = hela beloppet): '
             with no advancing.
           accept wkt-Andel.
           if wkt-Andel > 100
               display 'Andelen kan inte vara över 100, avvisas.'
               go to b999
           end-if.

           perform y-las-register.
           if wreg-antal >= 500
               display 'Registret är fullt (500 rader).'
               go to b999
           end-if.
           add 1 to wreg-antal.
           move wkt to wreg-rad(wreg-antal).
           perform z-skriv-register.
           move 'KONTERINGSREGEL TILLAGD AV' to wat-vad.
           perform x-logga-andring.
           display 'Regeln registrerad.'.
           perform h-kolla-balans.
       b999.
           exit.

       bb-sok-koststalle section.
       bb010.
      * wrx = raden i wks-rad för wkt-KostStalle, 0 om den saknas
       bb020.
           add 1 to wrx.
           if wrx > wks-antal
               move 0 to wrx
               go to bb999
           end-if.
           move wks-rad(wrx) to wks.
           if wks-KostStalle = wkt-KostStalle
               if wks-Status not = 'A'
                   display 'OBS: kostnadsstället är stängt i ERP.'
               end-if
               go to bb999
           end-if.
           go to bb020.
       bb999.
           exit.

       c-lista section.
       c010.
           perform y-las-register.
           if wreg-antal = 0
               display 'Inga konteringsregler registrerade.'
               go to c999
           end-if.
           move 0 to wrx.
       c020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to c999
           end-if.
           move wreg-rad(wrx) to wkt.
           move wrx                 to wl-radnr.
           move wkt-FunktionsNummer to wl-funknr.
           move wkt-BeloppNr        to wl-beloppnr.
           move wkt-DebetKredit     to wl-dk.
           move wkt-Konto           to wl-konto.
           move wkt-KostStalle      to wl-ks.
           if wkt-KostStalle = spaces
               move '(beställarens avd)' to wl-ks
           end-if.
           move wkt-Andel           to wl-andel.
           if wkt-Andel = 0
               move 100 to wl-andel
           end-if.
           display wlistrad.
           go to c020.
       c999.
           exit.

       d-ta-bort section.
       d010.
           if wroll < 3
               display 'Otillräcklig roll för att ändra konteringen.'
               go to d999
           end-if.
           perform c-lista.
           if wreg-antal = 0
               go to d999
           end-if.
           display 'Radnummer att ta bort: ' with no advancing.
           accept wradnr.
           if wradnr < 1 or wradnr > wreg-antal
               display 'Ogiltigt radnummer.'
               go to d999
           end-if.
           move wreg-rad(wradnr) to wkt.
           move wkt-FunktionsNummer to wfunktionsnummer.
           move wradnr to wrx.
       d020.
           if wrx >= wreg-antal
               go to d100
           end-if.
           move wreg-rad(wrx + 1) to wreg-rad(wrx).
           add 1 to wrx.
           go to d020.
       d100.
           subtract 1 from wreg-antal.
           perform z-skriv-register.
           move 'KONTERINGSREGEL BORTTAGEN AV' to wat-vad.
           perform x-logga-andring.
           display 'Regeln borttagen.'.
           perform h-kolla-balans.
       d999.
           exit.

       e-importera section.
       e010.
      * ERP:s register ersätter vårt i sin helhet - rader med
      * blankt kostnadsställe eller okänd status avvisas, och finns
      * inga giltiga rader lämnas det gamla registret orört
           if wroll < 3
               display 'Otillräcklig roll för att ändra konteringen.'
               go to e999
           end-if.
           display 'Importfil (hela sökvägen): ' with no advancing.
           accept wimpselnamn.
           open input KsImport.
           if wimpfskey1 not = '0'
               display 'Importfilen kan inte öppnas, status ' wimpfs
               go to e999
           end-if.
           perform za-hamta-dag.
           move 0 to wks-antal.
           move 0 to wimp-fel.
           move 'N' to w-eof.
       e020.
           read KsImport into wimprad
             at end move 'J' to w-eof.
           if w-eof = 'J'
               go to e100
           end-if.
           if wimprad = spaces
               go to e020
           end-if.
           move spaces to wimp-ks, wimp-namn, wimp-status.
           unstring wimprad delimited by ';'
             into wimp-ks, wimp-namn, wimp-status.
           if wimp-status = 'a'
               move 'A' to wimp-status
           end-if.
           if wimp-status = 's'
               move 'S' to wimp-status
           end-if.
           if wimp-ks = spaces
           or (wimp-status not = 'A' and wimp-status not = 'S')
               add 1 to wimp-fel
               display 'Avvisad rad: ' wimprad(1:60)
               go to e020
           end-if.
           if wks-antal >= 2000
               add 1 to wimp-fel
               go to e020
           end-if.
           move wimp-ks     to wks-KostStalle.
           move wimp-namn   to wks-Benamning.
           move wimp-status to wks-Status.
           move wdate       to wks-ImportDatum.
           add 1 to wks-antal.
           move wks to wks-rad(wks-antal).
           go to e020.
       e100.
           close KsImport.
           move wks-antal to wd-antal.
           move wimp-fel  to wd-fel.
           display wdisprad.
           if wks-antal = 0
               display 'Inga giltiga rader - registret lämnas orört.'
               go to e999
           end-if.
           open output KostStalle.
           move 0 to wrx.
       e120.
           add 1 to wrx.
           if wrx > wks-antal
               go to e130
           end-if.
           write koststalle-record from wks-rad(wrx).
           go to e120.
       e130.
           close KostStalle.
           move 0 to wfunktionsnummer.
           move 'KOSTNADSSTALLEN IMPORTERADE AV' to wat-vad.
           perform x-logga-andring.
       e999.
           exit.

       f-hallna section.
       f010.
      * de hållna verifikaten på skärmen och som rapportfil
           perform yb-las-hallna.
           if weh-antal = 0
               display 'Inga hållna verifikat.'
               go to f999
           end-if.
           call 'sd-HamtaExportParametrar' using
             wexportmapp, wexportsekunder, wrtantal, wrttab(1).
           perform za-hamta-dag.
           move wdate to wrf-datum.
           move spaces to wrappselnamn.
           string wexportmapp  delimited by space
                  wrappfilnamn delimited by size
                  into wrappselnamn.
           open output HallRapport.
           write hallrapport-record from wcsvrubrik.
           move 0 to wrx.
       f020.
           add 1 to wrx.
           if wrx > weh-antal
               go to f100
           end-if.
           move weh-rad(wrx) to weh.
           move weh-FunktionsNummer to wh-funknr.
           move weh-BestNummer      to wh-bestnr.
           move weh-HallDatum       to wh-datum.
           move weh-Orsak           to wh-orsak.
           display whallrad.
           move weh-FunktionsNummer to wc-funknr.
           move weh-BestNummer      to wc-bestnr.
           move weh-Bestallare      to wc-bestallare.
           move weh-KorslutDatum    to wc-korslut.
           move weh-Belopp1         to wc-belopp1.
           move weh-Belopp2         to wc-belopp2.
           move weh-Belopp3         to wc-belopp3.
           move weh-HallDatum       to wc-halldatum.
           move weh-Orsak           to wc-orsak.
           write hallrapport-record from wcsvrad.
           go to f020.
       f100.
           close HallRapport.
           display 'Rapport: ' wrappselnamn.
       f999.
           exit.

       g-slapp section.
       g010.
      * varje hållet verifikat konteras om med dagens regler och
      * register - går det igenom skrivs det till ERP-filen för
      * sitt korslutdatum (dagavslutet tar det som eftersläntrare),
      * annars står det kvar med den nya orsaken
           if wroll < 3
               display 'Otillräcklig roll för att släppa verifikat.'
               go to g999
           end-if.
           call 'sd-HamtaErpMapp' using werpmapp.
           if werpmapp = spaces
               display 'Ingen ERPDIR= i spad.ini - inget att släppa.'
               go to g999
           end-if.
           perform yb-las-hallna.
           if weh-antal = 0
               display 'Inga hållna verifikat.'
               go to g999
           end-if.
           move 0 to wslappta.
           move 0 to wrx.
       g020.
           add 1 to wrx.
           if wrx > weh-antal
               go to g100
           end-if.
           move weh-rad(wrx) to weh.
           initialize sb.
           move weh-FunktionsNummer to sb-FunktionsNummer.
           move weh-BestNummer      to sb-BestNummer.
           move weh-Bestallare      to sb-Bestallare.
           move weh-KorslutDatum    to sb-KorslutDatum.
           move weh-KorslutKlock    to sb-KorslutKlock.
           move weh-Belopp1         to sb-ResultatBelopp1.
           move weh-Belopp2         to sb-ResultatBelopp2.
           move weh-Belopp3         to sb-ResultatBelopp3.
           move weh-KorPostAntal    to sb-KorPostAntal.
           call 'sd-KonteraVerifikat' using sb, vkp.
           if vkp-orsak not = spaces
               move vkp-orsak to weh-Orsak
               move weh to weh-rad(wrx)
               go to g020
           end-if.
           call 'sf-SkrivErpVerifikat' using werpmapp, sb, vkp.
           add 1 to wslappta.
      * släppt - markeras med blank BestNummer-rad som inte skrivs
      * tillbaka
           move spaces to weh-rad(wrx).
           go to g020.
       g100.
           open output ErpHall.
           move 0 to wrx.
       g120.
           add 1 to wrx.
           if wrx > weh-antal
               go to g130
           end-if.
           if weh-rad(wrx) not = spaces
               write erphall-record from weh-rad(wrx)
           end-if.
           go to g120.
       g130.
           close ErpHall.
           move wslappta to wd2-slappta.
           compute wd2-kvar = weh-antal - wslappta.
           display wdisprad2.
           if wslappta > 0
               move 0 to wfunktionsnummer
               move 'HALLNA VERIFIKAT SLAPPTA AV' to wat-vad
               perform x-logga-andring
           end-if.
       g999.
           exit.

       h-kolla-balans section.
       h010.
      * summerad andel per sida för funktionens belopp - en regel
      * som bara kontrerar ena sidan gör att verifikaten hålls
           move 0 to wbx.
       h020.
           add 1 to wbx.
           if wbx > 3
               go to h999
           end-if.
           move 0 to wandel-d.
           move 0 to wandel-k.
           move 'N' to wregelJN.
           move 0 to wrx.
       h030.
           add 1 to wrx.
           if wrx > wreg-antal
               go to h040
           end-if.
           move wreg-rad(wrx) to wkt.
           if wkt-FunktionsNummer not = wfunktionsnummer
           or wkt-BeloppNr not = wbx
               go to h030
           end-if.
           move 'J' to wregelJN.
           if wkt-Andel = 0
               move 100 to wkt-Andel
           end-if.
           if wkt-DebetKredit = 'D'
               add wkt-Andel to wandel-d
           else
               add wkt-Andel to wandel-k
           end-if.
           go to h030.
       h040.
           if wregelJN = 'J' and wandel-d not = wandel-k
               move wbx      to wb-nr
               move wandel-d to wb-debet
               move wandel-k to wb-kredit
               display wbalansrad
           end-if.
           go to h020.
       h999.
           exit.

       x-logga-andring section.
       x010.
      * bestående spår av vem som ändrade konteringen
           move woperator to wat-operator.
           move 0 to wbestidbin.
           move 557 to wkommandobin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wandradtitel.
       x999.
           exit.

       y-las-register section.
       y010.
           move 0 to wreg-antal.
           open input Kontering.
           if wktfskey1 not = '0'
      * registret finns ännu inte - tomt register
               go to y999
           end-if.
           move 'N' to w-eof.
       y020.
           read Kontering into wkt
             at end move 'J' to w-eof.
           if w-eof = 'J' or wreg-antal >= 500
               go to y100
           end-if.
           add 1 to wreg-antal.
           move wkt to wreg-rad(wreg-antal).
           go to y020.
       y100.
           close Kontering.
       y999.
           exit.

       ya-las-koststallen section.
       ya010.
           move 0 to wks-antal.
           open input KostStalle.
           if wksfskey1 not = '0'
               go to ya999
           end-if.
           move 'N' to w-eof.
       ya020.
           read KostStalle into wks
             at end move 'J' to w-eof.
           if w-eof = 'J' or wks-antal >= 2000
               go to ya100
           end-if.
           add 1 to wks-antal.
           move wks to wks-rad(wks-antal).
           go to ya020.
       ya100.
           close KostStalle.
       ya999.
           exit.

       yb-las-hallna section.
       yb010.
           move 0 to weh-antal.
           open input ErpHall.
           if wehfskey1 not = '0'
               go to yb999
           end-if.
           move 'N' to w-eof.
       yb020.
           read ErpHall into weh
             at end move 'J' to w-eof.
           if w-eof = 'J' or weh-antal >= 500
               go to yb100
           end-if.
           add 1 to weh-antal.
           move weh to weh-rad(weh-antal).
           go to yb020.
       yb100.
           close ErpHall.
       yb999.
           exit.

       z-skriv-register section.
       z010.
           open output Kontering.
           move 0 to wrx.
       z020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to z100
           end-if.
           write kontering-record from wreg-rad(wrx).
           go to z020.
       z100.
           close Kontering.
       z999.
           exit.

       za-hamta-dag section.
       za010.
           accept wfalt from date yyyymmdd.
           move wfalt to wdate.
       za999.
           exit.
