       identification division.
      *
      *2026-10-15 Ny körning: underhåll av Path=-registren
      *           spadoperator.dat, spadtolerans.dat, spadjobbtyp.dat,
      *           spadbehorig.dat, spadpipeline.dat, spadpris.dat och
      *           spadgwrout.dat, som hittills petats i med notepad -
      *           en felskriven kolumn i spadtolerans.dat flaggade en
      *           gång varje körning som 41. Programmet listar,
      *           lägger till, ändrar och tar bort rader med
      *           fältkontroll mot registrets fasta layout och
      *           korsreferenser (FunktionsNummer ska ha en Admi-rad,
      *           JobbTyp ska finnas aktiv i katalogen), kontrollerar
      *           ett register som det ligger på disk och visar
      *           registrets ändringshistorik. Varje ändring sparas
      *           med raden före och efter och operatören i
      *           spadreghist.dat (se reghist.cpy) och loggas i
      *           AdmiAudit och MessArci (592). Ändringar kräver
      *           roll 4 och vägras under en ändringsfrysning utom
      *           som nödändring. Operatörsregistret måste alltid ha
      *           kvar minst en operatör med roll 4.
      *2026-10-15 Funktionsgrupperna (spadfunkgrupp.dat) underhålls
      *           som register 8 - en rad per grupp och funktion,
      *           funktionen ska ha en Admi-rad.
      *
       program-id. SpadRegCbl.
       environment division.
       Input-Output Section.
       File-Control.
      * registret som underhålls - filnamnet sätts av registervalet
           Select Register assign wregselnamn
             file status is wregfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select RegHist assign wrhselnamn
             file status is wrhfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Register.
       01  register-record   pic x(87).
       fd  RegHist.
       01  reghist-record    pic x(241).

       working-storage section.
       01  work.
           05  wdatamode          pic 9.
           05  wpath              pic x(80).
           05  wstyrfunknr        pic 9(9).
           05  wfunktionsnummer   pic 9(9).
           05  wjobbtyp           pic 9(9).
           05  woperator          pic x(20).
           05  wroll              pic 9(9).
           05  lkommando          pic 9(9).
           05  wval               pic 9.
           05  wregval            pic 9.
           05  wklart             pic x.
           05  wregklart          pic x.
           05  wsvar              pic x.
           05  wfinnsJN           pic x.
           05  wregselnamn        pic x(80).
           05  wregfs.
               10  wregfskey1     pic x.
               10  wregfskey2     pic x.
           05  w-eof-reg          pic x.
           05  wrhselnamn         pic x(80).
           05  wrhfs.
               10  wrhfskey1      pic x.
               10  wrhfskey2      pic x.
           05  w-eof-rgh          pic x.
           05  wantalhist         pic 9(9).
      * det valda registret: namn i historiken, fil under Path=,
      * radlängd, nyckelns längd från radens början och största
      * antal rader
           05  wregnamn           pic x(12).
           05  wregfil            pic x(20).
           05  wreglangd          pic 9(4) comp.
           05  wnyckellangd       pic 9(4) comp.
           05  wregmax            pic 9(4) comp.
      * registret i minnet - skrivs om i sin helhet vid varje
      * ändring, som i SpadBolagCbl
           05  wreg-antal         pic 9(4) comp value 0.
           05  wreg-rad           pic x(87) occurs 2000.
           05  wrx                pic 9(4) comp.
           05  wradnr             pic 9(4).
           05  wtraff             pic 9(4) comp.
           05  wtraffvis          pic zzz9.
           05  wantalsteg         pic 9(4) comp.
           05  wantalroll4        pic 9(4) comp.
           05  wantalkollade      pic 9(9).
           05  wantalfelrader     pic 9(9).
           05  wfelJN             pic x.
           05  wradfelJN          pic x.
      * raden som läses in, kontrolleras eller ändras, med en vy
      * per register
           05  wrad               pic x(87).
           05  wop redefines wrad.
               10  wop-id         pic x(20).
               10  wop-namn       pic x(30).
               10  wop-roll       pic 9.
               10  filler         pic x(36).
           05  wtl redefines wrad.
               10  wtl-funknr     pic 9(9).
               10  wtl-min1       pic s9(7)v99 sign leading separate.
               10  wtl-max1       pic s9(7)v99 sign leading separate.
               10  wtl-min2       pic s9(7)v99 sign leading separate.
               10  wtl-max2       pic s9(7)v99 sign leading separate.
               10  wtl-min3       pic s9(7)v99 sign leading separate.
               10  wtl-max3       pic s9(7)v99 sign leading separate.
               10  wtl-minpost    pic 9(9).
               10  wtl-maxpost    pic 9(9).
           05  wjk redefines wrad.
               10  wjk-typ        pic 9(2).
               10  wjk-namn       pic x(30).
               10  wjk-beskr      pic x(40).
               10  wjk-aktiv      pic x.
               10  wjk-delbar     pic x.
               10  wjk-omstartbar pic x.
               10  filler         pic x(12).
           05  wbh redefines wrad.
               10  wbh-id         pic x(20).
               10  wbh-funknr     pic 9(9).
               10  filler         pic x(58).
           05  wpl redefines wrad.
               10  wpl-funknr     pic 9(9).
               10  wpl-stegnr     pic 9(2).
               10  wpl-jobbtyp    pic 9(2).
               10  wpl-varvant    pic 9(9).
               10  filler         pic x(65).
           05  wpr redefines wrad.
               10  wpr-jobbtyp    pic 9(2).
               10  wpr-varvsekore pic 9(9).
               10  wpr-postore    pic 9(9).
               10  filler         pic x(67).
           05  wgw redefines wrad.
               10  wgw-kommando   pic 9(9).
               10  wgw-severity   pic 9.
               10  filler         pic x(77).
           05  wfg redefines wrad.
               10  wfg-grupp      pic x(8).
               10  wfg-funknr     pic 9(9).
               10  filler         pic x(70).
           05  wfore              pic x(87).
           05  wkollrad           pic x(87).
           05  wkollop redefines wkollrad.
               10  filler         pic x(50).
               10  wko-roll       pic 9.
               10  filler         pic x(36).
           05  wkollpl redefines wkollrad.
               10  wkp-funknr     pic 9(9).
               10  filler         pic x(78).
           05  watgard            pic x.
      * ändringsfrysningen, se zg-kolla-frysning
           05  wfrysfunknr        pic 9(9).
           05  wfrysokJN          pic x.
           05  wfrysorsak         pic x(70).
           05  wbestidbin         pic 9(9) comp.
           05  wkommandobin       pic 9(9) comp.
           05  wregtitel.
               10  filler pic x(4) value 'REG '.
               10  wrt-register pic x(9).
               10  filler pic x value ' '.
               10  wrt-atgard   pic x(10).
               10  filler pic x(3) value 'AV '.
               10  wrt-operator pic x(20).
               10  filler pic x(3) value spaces.
           05  wlistrad.
               10  wl-radnr       pic zzz9.
               10  filler         pic xx value spaces.
               10  wl-rad         pic x(87).
           05  wfelrad.
               10  filler         pic x(4) value 'RAD '.
               10  wf-radnr       pic zzz9.
               10  filler         pic xx value ': '.
               10  wf-text        pic x(60).
           05  whistrad.
               10  wh-datum       pic 9(8).
               10  filler         pic x value ' '.
               10  wh-klock       pic 9(6).
               10  filler         pic x value ' '.
               10  wh-atgard      pic x(10).
               10  wh-operator    pic x(20).
               10  filler         pic x value ' '.
               10  wh-program     pic x(20).
           05  whistbild.
               10  wb-text        pic x(8).
               10  wb-rad         pic x(87).
       01  rgh.
           copy "reghist.cpy" replacing leading ==xxxx== by ==rgh==.
       01  sa.
           copy "admi-bin.cpy" replacing leading ==xxxx== by ==sa==.
       01  fr.
           copy "frys.cpy" replacing leading ==xxxx== by ==fr==.

       procedure division.
       main section.
       main010.
           call 'sd-hantera-inifil-datamode-path' using
             wdatamode, wpath, wstyrfunknr.
           call 'sf-taemot-datamode-path' using wdatamode, wpath.
           call 'sd-lagradatamode' using wdatamode.
           string wpath 'spadreghist.dat' delimited by space
             into wrhselnamn.

           display 'Operatör-ID: ' with no advancing.
           accept woperator.
      * registren styr behörigheter, toleranser, jobbtyper och
      * priser - bara roll 4 får ändra dem, alla får titta
           call 'sd-HamtaOperatorRoll' using woperator, wroll.

           move 'N' to wklart.
       main020.
           if wklart = 'J'
               go to main999
           end-if.
           display ' '.
           display 'SpadReg - underhåll av registren'.
           display '1 Operatörer   2 Toleranser   3 Jobbtyper'.
           display '4 Behörigheter   5 Pipelines   6 Priser'.
           display '7 Gatewayrouting   8 Funktionsgrupper'
             '   0 Avsluta'.
           display 'Val: ' with no advancing.
           accept wregval.
           if wregval = 0
               move 'J' to wklart
               go to main020
           end-if.
           if wregval > 8
               display 'Okänt val, försök igen.'
               go to main020
           end-if.
           perform b-valj-register.
           perform c-register-meny.
           go to main020.
       main999.
           stop run.

       b-valj-register section.
       b010.
      * registrets fil, radlängd och nyckel - nyckeln är de första
      * wnyckellangd tecknen på raden
           evaluate wregval
               when 1
                   move 'OPERATOR'         to wregnamn
                   move 'spadoperator.dat' to wregfil
                   move 51 to wreglangd
                   move 20 to wnyckellangd
                   move 2000 to wregmax
               when 2
                   move 'TOLERANS'         to wregnamn
                   move 'spadtolerans.dat' to wregfil
                   move 87 to wreglangd
                   move 9 to wnyckellangd
                   move 2000 to wregmax
               when 3
                   move 'JOBBTYP'          to wregnamn
                   move 'spadjobbtyp.dat'  to wregfil
                   move 75 to wreglangd
                   move 2 to wnyckellangd
                   move 99 to wregmax
               when 4
                   move 'BEHORIG'          to wregnamn
                   move 'spadbehorig.dat'  to wregfil
                   move 29 to wreglangd
                   move 29 to wnyckellangd
                   move 2000 to wregmax
               when 5
                   move 'PIPELINE'         to wregnamn
                   move 'spadpipeline.dat' to wregfil
                   move 22 to wreglangd
                   move 11 to wnyckellangd
                   move 2000 to wregmax
      * SpadFaktCbl tar högst 20 prisrader
               when 6
                   move 'PRIS'             to wregnamn
                   move 'spadpris.dat'     to wregfil
                   move 20 to wreglangd
                   move 2 to wnyckellangd
                   move 20 to wregmax
               when 7
                   move 'GWROUT'           to wregnamn
                   move 'spadgwrout.dat'   to wregfil
                   move 10 to wreglangd
                   move 9 to wnyckellangd
                   move 2000 to wregmax
      * sd-HamtaFunkGrupper tar högst 1000 rader
               when 8
                   move 'FUNKGRUPP'         to wregnamn
                   move 'spadfunkgrupp.dat' to wregfil
                   move 17 to wreglangd
                   move 17 to wnyckellangd
                   move 1000 to wregmax
           end-evaluate.
           move spaces to wregselnamn.
           string wpath  delimited by space
                  wregfil delimited by space
                  into wregselnamn.
           perform y-las-register.
       b999.
           exit.

       c-register-meny section.
       c010.
           move 'N' to wregklart.
       c020.
           if wregklart = 'J'
               go to c999
           end-if.
           display ' '.
           display 'SpadReg - ' wregnamn ' (' wreg-antal ' rader)'.
           display '1 Lista   2 Ny rad   3 Ändra rad   4 Ta bort rad'.
           display '5 Kontrollera registret   6 Historik'
             '   0 Tillbaka'.
           display 'Val: ' with no advancing.
           accept wval.
           evaluate wval
               when 0 move 'J' to wregklart
               when 1 perform d-lista
               when 2 perform e-ny-rad
               when 3 perform f-andra-rad
               when 4 perform g-ta-bort-rad
               when 5 perform h-kontrollera
               when 6 perform i-historik
               when other display 'Okänt val, försök igen.'
           end-evaluate.
           go to c020.
       c999.
           exit.

       d-lista section.
       d010.
           if wreg-antal = 0
               display 'Registret är tomt eller saknas.'
               go to d999
           end-if.
           perform da-rubrik.
           move 0 to wrx.
       d020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to d999
           end-if.
           move wrx to wl-radnr.
           move wreg-rad(wrx) to wl-rad.
           display wlistrad.
           go to d020.
       d999.
           exit.

       da-rubrik section.
       da010.
      * kolumnerna i registrets fasta layout
           evaluate wregval
               when 1
                   display '      OPERATOR-ID         NAMN'
                     '                          R'
               when 2
                   display '      FUNKNR   MIN1      MAX1      MIN2'
                     '      MAX2      MIN3      MAX3      MINPOST'
                     '  MAXPOST'
               when 3
                   display '      TYNAMN                          '
                     'BESKRIVNING                             AD'
                     'O'
               when 4
                   display '      BESTALLARE/AVD.     FUNKNR'
               when 5
                   display '      FUNKNR   STJTVARVANTAL'
               when 6
                   display '      TYVARVSEKOREPOSTORE'
               when 7
                   display '      KOMMANDO S'
               when 8
                   display '      GRUPP   FUNKNR'
           end-evaluate.
       da999.
           exit.

       e-ny-rad section.
       e010.
           if wroll < 4
               display 'Otillräcklig roll för att ändra registren.'
               go to e999
           end-if.
           if wreg-antal >= wregmax
               display 'Registret är fullt (' wregmax ' rader).'
               go to e999
           end-if.
           move spaces to wrad.
           perform ea-las-nyckel.
           perform eb-las-falt.
           move 0 to wradnr.
           perform k-validera.
           if wradfelJN = 'J'
               display 'Raden avvisas.'
               go to e999
           end-if.
           perform l-kolla-unik.
           if wtraff > 0
               display 'Rad ' wtraff ' har samma nyckel, avvisas -'
                 ' använd 3 Ändra rad.'
               go to e999
           end-if.
           if wregval = 5
               perform la-rakna-steg
               if wantalsteg >= 10
                   display 'Funktionen har redan tio steg, avvisas.'
                   go to e999
               end-if
           end-if.
           move spaces to wfore.
           add 1 to wreg-antal.
           move wrad to wreg-rad(wreg-antal).
           move 'N' to watgard.
           perform z-spara.
       e999.
           exit.

       ea-las-nyckel section.
       ea010.
      * nyckelfälten - de ändras inte av 3 Ändra rad
           evaluate wregval
               when 1
                   display 'Operatör-ID: ' with no advancing
                   accept wop-id
               when 2
                   display 'FunktionsNummer: ' with no advancing
                   accept wtl-funknr
               when 3
                   display 'JobbTyp (01-99): ' with no advancing
                   accept wjk-typ
               when 4
                   display 'Beställare eller avdelning: '
                     with no advancing
                   accept wbh-id
                   display 'FunktionsNummer: ' with no advancing
                   accept wbh-funknr
               when 5
                   display 'FunktionsNummer: ' with no advancing
                   accept wpl-funknr
                   display 'Stegnummer (1-10): ' with no advancing
                   accept wpl-stegnr
               when 6
                   display 'JobbTyp: ' with no advancing
                   accept wpr-jobbtyp
               when 7
                   display 'Kommando (händelsenummer): '
                     with no advancing
                   accept wgw-kommando
               when 8
                   display 'Grupp: ' with no advancing
                   accept wfg-grupp
                   display 'FunktionsNummer: ' with no advancing
                   accept wfg-funknr
           end-evaluate.
       ea999.
           exit.

       eb-las-falt section.
       eb010.
           evaluate wregval
               when 1
                   display 'Namn: ' with no advancing
                   accept wop-namn
                   display 'Roll (1-4): ' with no advancing
                   accept wop-roll
               when 2
                   display 'Belopp med tecken och två decimaler,'
                     ' max 0 = ingen övre gräns'
                   display 'Min1: ' with no advancing
                   accept wtl-min1
                   display 'Max1: ' with no advancing
                   accept wtl-max1
                   display 'Min2: ' with no advancing
                   accept wtl-min2
                   display 'Max2: ' with no advancing
                   accept wtl-max2
                   display 'Min3: ' with no advancing
                   accept wtl-min3
                   display 'Max3: ' with no advancing
                   accept wtl-max3
                   display 'Min postantal: ' with no advancing
                   accept wtl-minpost
                   display 'Max postantal: ' with no advancing
                   accept wtl-maxpost
               when 3
                   display 'Namn: ' with no advancing
                   accept wjk-namn
                   display 'Beskrivning: ' with no advancing
                   accept wjk-beskr
                   display 'Aktiv (J/N): ' with no advancing
                   accept wjk-aktiv
                   display 'Delbar mellan motorer (J/N): '
                     with no advancing
                   accept wjk-delbar
                   display 'Omstartbar (J/N): ' with no advancing
                   accept wjk-omstartbar
               when 4
                   continue
               when 8
                   continue
               when 5
                   display 'JobbTyp: ' with no advancing
                   accept wpl-jobbtyp
                   display 'Antal varv: ' with no advancing
                   accept wpl-varvant
               when 6
                   display 'Pris per varvsekund (öre): '
                     with no advancing
                   accept wpr-varvsekore
                   display 'Pris per post (öre): ' with no advancing
                   accept wpr-postore
               when 7
                   display 'Severity (1-9): ' with no advancing
                   accept wgw-severity
           end-evaluate.
       eb999.
           exit.

       f-andra-rad section.
       f010.
           if wroll < 4
               display 'Otillräcklig roll för att ändra registren.'
               go to f999
           end-if.
           perform d-lista.
           if wreg-antal = 0
               go to f999
           end-if.
           display 'Radnummer att ändra (0 = ångra): '
             with no advancing.
           accept wradnr.
           if wradnr = 0 or wradnr > wreg-antal
               go to f999
           end-if.
           move wreg-rad(wradnr) to wrad.
           move wrad to wfore.
           if wregval = 4 or wregval = 8
               display 'Raden är bara nyckel - ta bort'
                 ' och lägg till i stället.'
               go to f999
           end-if.
           display 'Nyckeln ändras inte - ta bort raden och lägg'
             ' till en ny för att byta den.'.
           perform eb-las-falt.
           perform k-validera.
           if wradfelJN = 'J'
               display 'Ändringen avvisas.'
               go to f999
           end-if.
           if wrad = wfore
               display 'Ingen ändring.'
               go to f999
           end-if.
           move wrad to wreg-rad(wradnr).
           move 'A' to watgard.
           perform z-spara.
       f999.
           exit.

       g-ta-bort-rad section.
       g010.
           if wroll < 4
               display 'Otillräcklig roll för att ändra registren.'
               go to g999
           end-if.
           perform d-lista.
           if wreg-antal = 0
               go to g999
           end-if.
           display 'Radnummer att ta bort (0 = ångra): '
             with no advancing.
           accept wradnr.
           if wradnr = 0 or wradnr > wreg-antal
               go to g999
           end-if.
           move wreg-rad(wradnr) to wfore.
           move wradnr to wl-radnr.
           move wfore to wl-rad.
           display wlistrad.
           display 'Ta bort raden (J/N)? ' with no advancing.
           accept wsvar.
           if wsvar not = 'J' and wsvar not = 'j'
               display 'Ingen ändring.'
               go to g999
           end-if.
           move wradnr to wrx.
       g020.
           if wrx >= wreg-antal
               go to g100
           end-if.
           move wreg-rad(wrx + 1) to wreg-rad(wrx).
           add 1 to wrx.
           go to g020.
       g100.
           subtract 1 from wreg-antal.
           move spaces to wrad.
           move 'T' to watgard.
           perform z-spara.
       g999.
           exit.

       h-kontrollera section.
       h010.
      * registret som det ligger på disk - varje rad mot layouten,
      * korsreferenserna och dubbla nycklar
           perform y-las-register.
           if wreg-antal = 0
               display 'Registret är tomt eller saknas.'
               go to h999
           end-if.
           move 0 to wantalkollade.
           move 0 to wantalfelrader.
           move 0 to wrx.
       h020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to h100
           end-if.
           add 1 to wantalkollade.
           move wrx to wradnr.
           move wreg-rad(wrx) to wrad.
           perform k-validera.
           perform l-kolla-unik.
           if wtraff > 0
               move 'J' to wradfelJN
               move wtraff to wtraffvis
               move spaces to wf-text
               string 'samma nyckel som rad ' delimited by size
                      wtraffvis delimited by size
                 into wf-text
               perform kz-fel
           end-if.
           if wradfelJN = 'J'
               add 1 to wantalfelrader
           end-if.
           move wradnr to wrx.
           go to h020.
       h100.
           if wregval = 1
               perform n-kolla-roll4
           end-if.
           display 'Kontrollerade rader: ' wantalkollade
             ', rader med fel: ' wantalfelrader.
       h999.
           exit.

       i-historik section.
       i010.
           move 0 to wantalhist.
           open input RegHist.
           if wrhfskey1 not = '0'
               display 'Ingen ändringshistorik.'
               go to i999
           end-if.
           move 'N' to w-eof-rgh.
       i020.
           read RegHist into rgh at end move 'J' to w-eof-rgh.
           if w-eof-rgh = 'J'
               go to i100
           end-if.
           if rgh-Register not = wregnamn
               go to i020
           end-if.
           add 1 to wantalhist.
           move rgh-Datum    to wh-datum.
           move rgh-Klock    to wh-klock.
           move rgh-Atgard   to watgard.
           perform ia-atgardtext.
           move wrt-atgard  to wh-atgard.
           move rgh-Operator to wh-operator.
           move rgh-Program  to wh-program.
           display whistrad.
           if rgh-Fore not = spaces
               move '  före  ' to wb-text
               move rgh-Fore to wb-rad
               display whistbild
           end-if.
           if rgh-Efter not = spaces
               move '  efter ' to wb-text
               move rgh-Efter to wb-rad
               display whistbild
           end-if.
           go to i020.
       i100.
           close RegHist.
           if wantalhist = 0
               display 'Ingen historik för ' wregnamn '.'
           end-if.
       i999.
           exit.

       ia-atgardtext section.
       ia010.
           evaluate watgard
               when 'N' move 'NY RAD'    to wrt-atgard
               when 'A' move 'ANDRAD'    to wrt-atgard
               when 'T' move 'BORTTAGEN' to wrt-atgard
               when other move watgard   to wrt-atgard
           end-evaluate.
       ia999.
           exit.

       k-validera section.
       k010.
      * raden i wrad mot registrets layout och korsreferenser -
      * varje fel visas, wradfelJN = 'J' när något är fel
           move 'N' to wradfelJN.
           if wreglangd < 87
               if wrad(wreglangd + 1:) not = spaces
                   move 'raden är längre än registrets layout'
                     to wf-text
                   perform kz-fel
               end-if
           end-if.
           evaluate wregval
               when 1 perform ka-operator
               when 2 perform kb-tolerans
               when 3 perform kc-jobbtyp
               when 4 perform kd-behorig
               when 5 perform ke-pipeline
               when 6 perform kf-pris
               when 7 perform kg-gwrout
               when 8 perform kh-funkgrupp
           end-evaluate.
       k999.
           exit.

       ka-operator section.
       ka010.
           if wop-id = spaces
               move 'operatör-ID saknas' to wf-text
               perform kz-fel
           end-if.
           if wop-namn = spaces
               move 'namn saknas' to wf-text
               perform kz-fel
           end-if.
           if wop-roll not numeric
               move 'roll ska vara en siffra 1-4' to wf-text
               perform kz-fel
               go to ka999
           end-if.
           if wop-roll < 1 or wop-roll > 4
               move 'roll ska vara en siffra 1-4' to wf-text
               perform kz-fel
           end-if.
       ka999.
           exit.

       kb-tolerans section.
       kb010.
           if wtl-funknr not numeric or wtl-funknr = 0
               move 'FunktionsNummer ska vara 9 siffror' to wf-text
               perform kz-fel
           else
               move wtl-funknr to wfunktionsnummer
               perform kx-kolla-admi
           end-if.
           if wtl-min1 not numeric or wtl-max1 not numeric
           or wtl-min2 not numeric or wtl-max2 not numeric
           or wtl-min3 not numeric or wtl-max3 not numeric
               move 'belopp ska vara tecken + 9 siffror (öre)'
                 to wf-text
               perform kz-fel
               go to kb999
           end-if.
           if wtl-minpost not numeric or wtl-maxpost not numeric
               move 'postantal ska vara 9 siffror' to wf-text
               perform kz-fel
               go to kb999
           end-if.
      * max 0 = ingen övre gräns, se sd-KollaTolerans
           if (wtl-max1 > 0 and wtl-max1 < wtl-min1)
           or (wtl-max2 > 0 and wtl-max2 < wtl-min2)
           or (wtl-max3 > 0 and wtl-max3 < wtl-min3)
           or (wtl-maxpost > 0 and wtl-maxpost < wtl-minpost)
               move 'en maxgräns ligger under sin mingräns'
                 to wf-text
               perform kz-fel
           end-if.
       kb999.
           exit.

       kc-jobbtyp section.
       kc010.
           if wjk-typ not numeric or wjk-typ = 0
               move 'JobbTyp ska vara 01-99' to wf-text
               perform kz-fel
           end-if.
           if wjk-namn = spaces
               move 'namn saknas' to wf-text
               perform kz-fel
           end-if.
           if wjk-aktiv not = 'J' and wjk-aktiv not = 'N'
               move 'aktiv ska vara J eller N' to wf-text
               perform kz-fel
           end-if.
           if wjk-delbar not = 'J' and wjk-delbar not = 'N'
           and wjk-delbar not = space
               move 'delbar ska vara J, N eller blank' to wf-text
               perform kz-fel
           end-if.
           if wjk-omstartbar not = 'J' and wjk-omstartbar not = 'N'
           and wjk-omstartbar not = space
               move 'omstartbar ska vara J, N eller blank'
                 to wf-text
               perform kz-fel
           end-if.
       kc999.
           exit.

       kd-behorig section.
       kd010.
           if wbh-id = spaces
               move 'beställare/avdelning saknas' to wf-text
               perform kz-fel
           end-if.
           if wbh-funknr not numeric or wbh-funknr = 0
               move 'FunktionsNummer ska vara 9 siffror' to wf-text
               perform kz-fel
           else
               move wbh-funknr to wfunktionsnummer
               perform kx-kolla-admi
           end-if.
       kd999.
           exit.

       ke-pipeline section.
       ke010.
           if wpl-funknr not numeric or wpl-funknr = 0
               move 'FunktionsNummer ska vara 9 siffror' to wf-text
               perform kz-fel
           else
               move wpl-funknr to wfunktionsnummer
               perform kx-kolla-admi
           end-if.
           if wpl-stegnr not numeric
               move 'stegnummer ska vara 01-10' to wf-text
               perform kz-fel
           else
               if wpl-stegnr < 1 or wpl-stegnr > 10
                   move 'stegnummer ska vara 01-10' to wf-text
                   perform kz-fel
               end-if
           end-if.
           if wpl-jobbtyp not numeric or wpl-jobbtyp = 0
               move 'JobbTyp ska vara 01-99' to wf-text
               perform kz-fel
           else
               move wpl-jobbtyp to wjobbtyp
               perform ky-kolla-jobbtyp
           end-if.
      * ett steg utan varv hoppas över av sd-HamtaPipeline
           if wpl-varvant not numeric or wpl-varvant = 0
               move 'antal varv ska vara 1 eller fler' to wf-text
               perform kz-fel
           end-if.
       ke999.
           exit.

       kf-pris section.
       kf010.
           if wpr-jobbtyp not numeric or wpr-jobbtyp = 0
               move 'JobbTyp ska vara 01-99' to wf-text
               perform kz-fel
           else
               move wpr-jobbtyp to wjobbtyp
               perform ky-kolla-jobbtyp
           end-if.
           if wpr-varvsekore not numeric or wpr-postore not numeric
               move 'priserna ska vara 9 siffror (öre)' to wf-text
               perform kz-fel
           end-if.
       kf999.
           exit.

       kg-gwrout section.
       kg010.
           if wgw-kommando not numeric or wgw-kommando = 0
               move 'kommando ska vara 9 siffror' to wf-text
               perform kz-fel
           end-if.
           if wgw-severity not numeric or wgw-severity = 0
               move 'severity ska vara 1-9' to wf-text
               perform kz-fel
           end-if.
       kg999.
           exit.

       kh-funkgrupp section.
       kh010.
           if wfg-grupp = spaces
               move 'grupp saknas' to wf-text
               perform kz-fel
           end-if.
           if wfg-funknr not numeric or wfg-funknr = 0
               move 'FunktionsNummer ska vara 9 siffror' to wf-text
               perform kz-fel
           else
               move wfg-funknr to wfunktionsnummer
               perform kx-kolla-admi
           end-if.
       kh999.
           exit.

       kx-kolla-admi section.
       kx010.
           initialize sa.
           call 'sd-selectspadadmifunk' using wfunktionsnummer, sa.
           if sa-AdmiID = 999999
               move 'FunktionsNummer saknas i Admi' to wf-text
               perform kz-fel
           end-if.
       kx999.
           exit.

       ky-kolla-jobbtyp section.
       ky010.
           call 'sd-KollaJobbTyp' using wjobbtyp, wfinnsJN.
           if wfinnsJN = 'N'
               move 'JobbTyp saknas i katalogen eller är inaktiv'
                 to wf-text
               perform kz-fel
           end-if.
       ky999.
           exit.

       kz-fel section.
       kz010.
           move 'J' to wradfelJN.
           move wradnr to wf-radnr.
           display wfelrad.
           move spaces to wf-text.
       kz999.
           exit.

       l-kolla-unik section.
       l010.
      * wtraff = första andra raden med samma nyckel som wrad -
      * raden wradnr själv räknas inte
           move 0 to wtraff.
           move 0 to wrx.
       l020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to l999
           end-if.
           if wrx = wradnr
               go to l020
           end-if.
           if wreg-rad(wrx)(1:wnyckellangd) = wrad(1:wnyckellangd)
               move wrx to wtraff
               go to l999
           end-if.
           go to l020.
       l999.
           exit.

       la-rakna-steg section.
       la010.
      * sd-HamtaPipeline tar högst tio steg per funktion
           move 0 to wantalsteg.
           move 0 to wrx.
       la020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to la999
           end-if.
           move wreg-rad(wrx) to wkollrad.
           if wkp-funknr = wpl-funknr
               add 1 to wantalsteg
           end-if.
           go to la020.
       la999.
           exit.

       n-kolla-roll4 section.
       n010.
      * utan någon operatör med roll 4 i registret kan ingen längre
      * ändra registren eller göra nödändringar
           move 0 to wantalroll4.
           move 0 to wrx.
       n020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to n100
           end-if.
           move wreg-rad(wrx) to wkollrad.
           if wko-roll = 4
               add 1 to wantalroll4
           end-if.
           go to n020.
       n100.
           if wantalroll4 = 0
               display 'Ingen operatör i registret har roll 4.'
           end-if.
       n999.
           exit.

       z-spara section.
       z010.
      * frysningskontrollen, operatörsregistrets roll 4-krav, sedan
      * skrivs registret om och ändringen loggas. Går något inte
      * läses registret in igen och ingenting har ändrats
           if wregval = 1
               perform n-kolla-roll4
               if wantalroll4 = 0
                   display 'Ändringen görs inte.'
                   perform y-las-register
                   go to z999
               end-if
           end-if.
           if watgard = 'T'
               move wfore to wkollrad
           else
               move wrad to wkollrad
           end-if.
      * toleranser, behörigheter, pipelines och gruppmedlemskap hör
      * till en funktion
           move 0 to wfrysfunknr.
           if wregval = 2 or wregval = 5
               move wkp-funknr to wfrysfunknr
           end-if.
           if wregval = 4
               move wkollrad(21:9) to wfrysfunknr
           end-if.
           if wregval = 8
               move wkollrad(9:9) to wfrysfunknr
           end-if.
           perform zg-kolla-frysning.
           if wfrysokJN not = 'J'
               display 'Registret sparades inte.'
               perform y-las-register
               go to z999
           end-if.
           open output Register.
           if wregfskey1 not = '0'
               display 'FEL: kan inte skriva ' wregselnamn
               perform y-las-register
               go to z999
           end-if.
           move 0 to wrx.
       z020.
           add 1 to wrx.
           if wrx > wreg-antal
               go to z100
           end-if.
           write register-record from wreg-rad(wrx).
           go to z020.
       z100.
           close Register.
           move spaces to rgh.
           move woperator to rgh-Operator.
           move wregnamn  to rgh-Register.
           move watgard   to rgh-Atgard.
           move 'SpadRegCbl' to rgh-Program.
           move wfore     to rgh-Fore.
           move wrad      to rgh-Efter.
           call 'sd-LoggaRegAndring' using rgh.
           perform zb-logga.
           display 'Registret sparat (' wreg-antal ' rader).'.
       z999.
           exit.

       zb-logga section.
       zb010.
      * registerändringen i AdmiAudit och MessArci
           move 592 to lkommando.
           move wfrysfunknr to wfunktionsnummer.
           call 'sd-LoggaKommandoAudit' using
             wfunktionsnummer, lkommando, woperator.
           move wregnamn to wrt-register.
           perform ia-atgardtext.
           move woperator to wrt-operator.
           move 0 to wbestidbin.
           move lkommando to wkommandobin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wregtitel.
       zb999.
           exit.

       y-las-register section.
       y010.
           move 0 to wreg-antal.
           open input Register.
           if wregfskey1 not = '0'
      * registret finns ännu inte
               go to y999
           end-if.
           move 'N' to w-eof-reg.
       y020.
           move spaces to wkollrad.
           read Register into wkollrad
             at end move 'J' to w-eof-reg.
           if w-eof-reg = 'J' or wreg-antal >= 2000
               go to y100
           end-if.
           add 1 to wreg-antal.
           move wkollrad to wreg-rad(wreg-antal).
           go to y020.
       y100.
           close Register.
       y999.
           exit.

       zg-kolla-frysning section.
       zg010.
      * ändringsfrysning (spadfrys.dat): under en frysperiod vägras
      * ändringen - en operatör med roll 4 får göra en nödändring
      * mot en obligatorisk orsak, som loggas som frysundantag.
      * wfrysokJN = 'J' betyder att ändringen får göras.
           move 'J' to wfrysokJN.
           call 'sd-KollaFrysning' using wfrysfunknr, fr, wfinnsJN.
           if wfinnsJN not = 'J'
               go to zg999
           end-if.
           move 'N' to wfrysokJN.
           display 'Ändringsfrysning t o m ' fr-TomDatum ' '
             fr-TomKlock ': ' fr-Text.
           display 'Nödändring (roll 4) - orsak, blankt = avstå: '
             with no advancing.
           move spaces to wfrysorsak.
           accept wfrysorsak.
           if wfrysorsak = spaces
               display 'Ändringen görs inte.'
               go to zg999
           end-if.
           call 'sd-LoggaFrysUndantag' using
             wfrysfunknr, woperator, wfrysorsak, wfinnsJN.
           if wfinnsJN not = 'J'
               display 'Vägras - nödändring kräver roll 4.'
               go to zg999
           end-if.
           move 'J' to wfrysokJN.
           display 'Nödändringen loggad som frysundantag.'.
       zg999.
           exit.
