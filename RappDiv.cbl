      *           databasl�sningen utan 99-raderstaket i vra-vektorn
      *           (se db-export-rapp i SpadDbCbl2). Gamla
      *           RappDivSkapaRappfiler finns kvar och anv�nder dem.
      *2026-10-15 Filtyp 3: sidindelad utskriftsrapport (print.prn)
      *           med sidhuvud - rapportnamn, BestNummer, kördatum
      *           och "sida x av y" - fast sidlängd, samt
      *           kontrollbrytning med delsummor och totalsumma för
      *           beloppsraderna. Raderna mellanlagras i print.tmp
      *           så att antalet sidor är känt när sidhuvudet skrivs.
      *           Rapportnamnet sätts med RappDivSattRappNamn.
      *
       environment division.
       Input-Output Section.
             Select Print assign wprintfilnamn
             file status is wfs    
             ORGANIZATION IS LINE SEQUENTIAL.
      * mellanlagret för utskriftsrapporten (filtyp 3)
             Select Prtmp assign wtmpfilnamn
             file status is wtmpfs
             ORGANIZATION IS LINE SEQUENTIAL.
             
       data division.
       File Section.
       fd  Print.
       01  Print-rad     pic x(210).
       fd  Prtmp.
       01  Prtmp-rad.
           05  tp-bestnummer pic 9(9).
           05  tp-rapptyp    pic 9(9).
           05  tp-rad        pic x(200).
       
       working-storage section.
       01  wra. copy "rapp.cpy" replacing leading ==xxxx== by ==wra==.
               10  wfskey2     pic x.
           05  wprintfilnamn   pic x(60).
           05  x               pic s9(4) comp.
      * utskriftsrapporten (filtyp 3) - sidlängden är fast, 60 rader
      * inklusive sidhuvudet, som en blankettsida i skrivaren
           05  wtmpfilnamn     pic x(60) value "\spadfiler\print.tmp".
           05  wtmpfs.
               10  wtmpfskey1  pic x.
               10  wtmpfskey2  pic x.
           05  w-eof-tmp       pic x.
           05  wfiltyp         pic 9.
           05  wsidlangd       pic 9(4) comp value 60.
           05  wsidhuvudrader  pic 9(4) comp value 4.
           05  wsida           pic 9(4) comp.
           05  wsidantal       pic 9(4) comp.
           05  wsidrad         pic 9(4) comp.
           05  wbehovrader     pic 9(4) comp.
           05  wskrivJN        pic x.
           05  wforstaJN       pic x.
           05  wkordatum       pic 9(8).
           05  wrappnamn       pic x(30) value spaces.
           05  wutrad          pic x(210).
           05  waktbestnummer  pic 9(9).
           05  waktrapptyp     pic 9(9).
           05  wgrupprubrik    pic x(40).
           05  wgruppantal     pic 9(4) comp.
           05  wbestgrupper    pic 9(4) comp.
           05  wsumgrupp       pic s9(11)v99.
           05  wsumbest        pic s9(11)v99.
           05  wsumtotal       pic s9(11)v99.
           05  wbeloppJN       pic x.
           05  wsummeraJN      pic x.
           05  wantalminus     pic 9(4) comp.
           05  wantalantal     pic 9(4) comp.
           05  wbel-text       pic x(11).
           05  wbel-hel        pic x(7).
           05  wbelopp-ed      pic -(7)9.99.
           05  wbelopp         pic s9(9)v99.
           05  wsidhuvud1.
               10  wsh-rappnamn    pic x(30).
               10  filler pic x(13) value '  BESTNUMMER '.
               10  wsh-bestnummer  pic z(8)9.
               10  filler pic x(11) value '  KORDATUM '.
               10  wsh-ar          pic 9(4).
               10  filler pic x value '-'.
               10  wsh-man         pic 99.
               10  filler pic x value '-'.
               10  wsh-dag         pic 99.
               10  filler pic x(7) value '  SIDA '.
               10  wsh-sida        pic zzz9.
               10  filler pic x(4) value ' AV '.
               10  wsh-sidantal    pic zzz9.
           05  wsidhuvud2.
               10  filler pic x(8) value 'RAPPTYP '.
               10  wsh-rapptyp     pic z(8)9.
           05  wstreckrad          pic x(92) value all '-'.
           05  wsumstreck.
               10  filler pic x(13) value spaces.
               10  filler pic x(14) value all '='.
           05  wsumrad.
               10  wsr-text        pic x(13).
               10  wsr-belopp      pic -(10)9.99.
               10  filler          pic x value ' '.
               10  wsr-kommentar   pic x(50).
           05  wsr-bestkommentar.
               10  filler pic x(11) value 'BESTNUMMER '.
               10  wsr-bestnummer  pic z(8)9.
      * kolumnrad för det riktiga csv/xls-formatet (filtyp 2), byggs
      * upp av wra-fälten separerade med semikolon (excels listavdelare)
           05  wcsvrubrik.
       copy "vra.cpy" replacing leading ==xxxx== by ==vec==.
       01  lra. copy "rapp.cpy" replacing leading ==xxxx== by ==lra==.

       01  filtyp              pic 9. *> txt = 1, xls = 2, prn = 3
       01  lrappnamn           pic x(30).

       procedure division.
       a-huvud section.
       db999.
           exit program.

       ec-entry-RappDivSattRappNamn section.
       ec010.
      * rapportnamnet i utskriftsrapportens sidhuvud (filtyp 3) -
      * anropas före RappDivStangPrintfil, se db-export-rapp
           entry "RappDivSattRappNamn" using lrappnamn.
           move lrappnamn to wrappnamn.
       ec999.
           exit program.

       eb-entry-RappDivStangPrintfil section.
       eb010.
           entry "RappDivStangPrintfil".

       c-oppna section.
       c010.
      * filtypen sparas, stängningen får inga parametrar
           move filtyp to wfiltyp.
           if filtyp = 1
               move "\spadfiler\print.txt" to wprintfilnamn.
           if filtyp = 2
               move "\spadfiler\print.xls" to wprintfilnamn.
           if filtyp = 3
               move "\spadfiler\print.prn" to wprintfilnamn
               move spaces to wrappnamn
               accept wkordatum from date yyyymmdd
               open output Prtmp
               go to c999
           end-if.
           open output Print.
           if filtyp = 2
               write Print-rad from wcsvrubrik

       d-skrivrad section.
       d010.
           if filtyp = 3
               move wra-BestNummer to tp-bestnummer
               move wra-RappTyp    to tp-rapptyp
               move wra-Rad        to tp-rad
               write Prtmp-rad
               go to d999
           end-if.
           if filtyp = 2
               move wra-BestNummer to wcsv-bestnummer
               move wra-RadNummer  to wcsv-radnummer

       e-stang section.
       e010.
           if wfiltyp not = 3
               close Print
               go to e999
           end-if.
      * två varv genom mellanlagret: först räknas sidorna, sedan
      * skrivs rapporten med "sida x av y" i varje sidhuvud
           close Prtmp.
           move 'N' to wskrivJN.
           move 0 to wsidantal.
           perform f-layout.
           move wsida to wsidantal.
           move 'J' to wskrivJN.
           open output Print.
           perform f-layout.
           close Print.
           call 'CBL_DELETE_FILE' using wtmpfilnamn.
       e999.
           exit.

       f-layout section.
       f010.
           open input Prtmp.
           move 0 to wsida.
           move 0 to wsumtotal.
           move 'J' to wforstaJN.
           move 'N' to w-eof-tmp.
       f020.
           read Prtmp
             at end move 'J' to w-eof-tmp.
           if w-eof-tmp = 'J'
               go to f800
           end-if.
      * brytning på BestNummer: avsluta föregående beställnings
      * summor och börja på ny sida
           if wforstaJN = 'J'
               perform fb-ny-bestnummer
               move 'N' to wforstaJN
           else
               if tp-bestnummer not = waktbestnummer
                   perform fc-avsluta-grupp
                   perform fd-avsluta-bestnummer
                   perform fb-ny-bestnummer
               end-if
           end-if.
           perform fe-kolla-belopp.
      * en rad utan belopp inleder en ny grupp - gruppens
      * beloppsrader summeras under den
           if wbeloppJN = 'N'
               perform fc-avsluta-grupp
               move tp-rad to wgrupprubrik
           end-if.
           move tp-rad to wutrad.
           perform g-skriv-utrad.
           if wsummeraJN = 'J'
               add wbelopp to wsumgrupp
               add 1 to wgruppantal
           end-if.
           go to f020.
       f800.
           if wforstaJN = 'N'
               perform fc-avsluta-grupp
               perform fd-avsluta-bestnummer
               perform ff-totalsumma
           end-if.
           close Prtmp.
       f999.
           exit.

       fb-ny-bestnummer section.
       fb010.
           move tp-bestnummer to waktbestnummer.
           move tp-rapptyp    to waktrapptyp.
           move spaces to wgrupprubrik.
           move 0 to wgruppantal.
           move 0 to wbestgrupper.
           move 0 to wsumgrupp.
           move 0 to wsumbest.
           perform h-sidhuvud.
       fb999.
           exit.

       fc-avsluta-grupp section.
       fc010.
      * delsumma för gruppen, om den hade några beloppsrader
           if wgruppantal = 0
               go to fc999
           end-if.
           move 3 to wbehovrader.
           perform gb-hall-ihop.
           move wsumstreck to wutrad.
           perform g-skriv-utrad.
           move 'SUMMA' to wsr-text.
           move wsumgrupp to wsr-belopp.
           move wgrupprubrik to wsr-kommentar.
           move wsumrad to wutrad.
           perform g-skriv-utrad.
           move spaces to wutrad.
           perform g-skriv-utrad.
           add wsumgrupp to wsumbest.
           add 1 to wbestgrupper.
           move 0 to wsumgrupp.
           move 0 to wgruppantal.
       fc999.
           exit.

       fd-avsluta-bestnummer section.
       fd010.
      * beställningens summa behövs bara när den har flera grupper
           if wbestgrupper < 2
               add wsumbest to wsumtotal
               go to fd999
           end-if.
           move 2 to wbehovrader.
           perform gb-hall-ihop.
           move 'SUMMA BEST' to wsr-text.
           move wsumbest to wsr-belopp.
           move waktbestnummer to wsr-bestnummer.
           move wsr-bestkommentar to wsr-kommentar.
           move wsumrad to wutrad.
           perform g-skriv-utrad.
           move spaces to wutrad.
           perform g-skriv-utrad.
           add wsumbest to wsumtotal.
       fd999.
           exit.

       ff-totalsumma section.
       ff010.
           move 2 to wbehovrader.
           perform gb-hall-ihop.
           move wsumstreck to wutrad.
           perform g-skriv-utrad.
           move 'TOTALSUMMA' to wsr-text.
           move wsumtotal to wsr-belopp.
           move 'HELA RAPPORTEN' to wsr-kommentar.
           move wsumrad to wutrad.
           perform g-skriv-utrad.
       ff999.
           exit.

       fe-kolla-belopp section.
       fe010.
      * en beloppsrad har motorns resultatradslayout: etikett i
      * kolumn 1-16 och ett belopp -(7)9.99 i kolumn 17-27. Rader
      * vars etikett innehåller ANTAL är antal, inte belopp - de
      * skrivs som de är men summeras inte
           move 'N' to wbeloppJN.
           move 'N' to wsummeraJN.
           move 0 to wbelopp.
           move tp-rad(17:11) to wbel-text.
           if wbel-text(9:1) not = '.'
           or wbel-text(10:2) not numeric
           or wbel-text(8:1) not numeric
               go to fe999
           end-if.
           move wbel-text(1:7) to wbel-hel.
           move 0 to wantalminus.
           inspect wbel-hel tallying wantalminus for all '-'.
           if wantalminus > 1
               go to fe999
           end-if.
           inspect wbel-hel replacing leading spaces by zeros.
           inspect wbel-hel replacing first '-' by '0'.
           if wbel-hel not numeric
               go to fe999
           end-if.
           move 'J' to wbeloppJN.
           move wbel-text to wbelopp-ed.
           move wbelopp-ed to wbelopp.
           move 0 to wantalantal.
           inspect tp-rad(1:16) tallying wantalantal for all 'ANTAL'.
           if wantalantal = 0
               move 'J' to wsummeraJN
           end-if.
       fe999.
           exit.

       g-skriv-utrad section.
       g010.
           if wsidrad >= wsidlangd
               perform h-sidhuvud
           end-if.
           if wskrivJN = 'J'
               write Print-rad from wutrad after advancing 1 line
           end-if.
           add 1 to wsidrad.
       g999.
           exit.

       gb-hall-ihop section.
       gb010.
      * summaraderna hålls ihop på samma sida
           if wsidrad + wbehovrader > wsidlangd
               perform h-sidhuvud
           end-if.
       gb999.
           exit.

       h-sidhuvud section.
       h010.
           add 1 to wsida.
           move 0 to wsidrad.
           if wskrivJN not = 'J'
               add wsidhuvudrader to wsidrad
               go to h999
           end-if.
           if wrappnamn = spaces
               move 'RAPPORT' to wsh-rappnamn
           else
               move wrappnamn to wsh-rappnamn
           end-if.
           move waktbestnummer   to wsh-bestnummer.
           move wkordatum(1:4)   to wsh-ar.
           move wkordatum(5:2)   to wsh-man.
           move wkordatum(7:2)   to wsh-dag.
           move wsida            to wsh-sida.
           move wsidantal        to wsh-sidantal.
           move waktrapptyp      to wsh-rapptyp.
      * skrivarstyrd fil - sidmatning före varje sidhuvud
           write Print-rad from wsidhuvud1 after advancing page.
           write Print-rad from wsidhuvud2 after advancing 1 line.
           write Print-rad from wstreckrad after advancing 1 line.
           move spaces to Print-rad.
           write Print-rad after advancing 1 line.
           add wsidhuvudrader to wsidrad.
       h999.
           exit.
           
