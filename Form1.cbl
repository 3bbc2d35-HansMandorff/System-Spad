      * Har tagit bort centrering, 7:an, i c-formatteringen, nu bättre
      * 2016-10-23  Nu går det att toggla mellan sql server och ibm db2
      *             Lagt in komu, vidareutveclinh av err
      * 2026-10-15  Printprn: sidindelad utskriftsrapport (filtyp 3 i
      *             RappDiv) med sidhuvud, sidnumrering och summor,
      *             öppnas i notepad för utskrift
      * 2026-10-15  Jamfor: den valda rapporten jämförs rad för rad
      *             med en annan körning av samma RappTyp (RappJamfor),
      *             resultatet i exportmappen öppnas i notepad
      * 2026-10-15  Larm: öppna larm i listBox8, kvittens med LarmID
      *             och operatörs-ID (KvitteraLarm_Click)
      * 2026-10-15  Rapportklasser: typlistan, sökningen, rapport-
      *             och arkivvyn och printknapparna döljer det den
      *             inloggade användaren inte får se, och varje
      *             visning eller export av en begränsad rapport
      *             loggas i AdmiAudit (577/578/579)
      * 2026-10-15  Pågående körningar: funktionsgrupp i textBox19
      *             (spadfunkgrupp.dat) filtrerar listBox4, och varje
      *             grupp - eller bara den valda - får en summarad
      * 
       working-storage section.
       01  wkomu. copy "komu.cpy" replacing leading ==xxxx== by ==wkomu==.
       01  wdatamode   pic 9.
       01  wpath       pic x(80).
       01  wstyrfunknr pic 9(9).
      * den inloggade användaren (Windows USERNAME) - rapporter i en
      * begränsad klass visas bara för klassens läsare, se
      * sd-KollaRappLasbehorighet. wvaldrapptyp hör till wvaldbestnr,
      * och wexportJN är KontrolleraExports besked till printknapparna
       01  wenvname    pic x(20) value "USERNAME".
       01  wanvandare  pic x(20).
       01  wvaldrapptyp pic 9(9).
       01  wexportJN   pic x.
       
       method-id NEW.
       procedure division.
              wdatamode, wpath, wstyrfunknr
            call "sf-taemot-datamode-path" using wdatamode, wpath
            call "sd-lagradatamode" using wdatamode
            display wenvname upon environment-name
            accept wanvandare from environment-value
            set textBox1::Visible to true
            set textBox1::Visible = true
            set textBox1::Text to "Plats för felmeddelande från databashanteringen"
            move textBox1::Text to wtest *> testing
            set radioButton1::Checked = true
            set radioButton2::Checked to false
            invoke self::LaddaLarm
      *     invoke Ladda::PerformClick. *> där satt den! klickning görs nu pga check button true
       end method.
       
       01  wbestnummer pic 9(9).
       01  work.
            05  x pic s9(9) comp-5.
            05  y pic s9(9) comp-5.
            05  redrad.
                10  redant  pic z9.
                10  stycken pic xxxx.
                10  rednamn pic x(30).
       01  lrapptyp   pic 9(9).
       01  lrappklass pic 9(9).
       01  llasJN     pic x.
        copy "vra.cpy".
        01  wra. copy "rapp.cpy"
            replacing leading ==xxxx== by ==wra==.
           invoke listBox2::Items::Clear.
           invoke listBox3::Items::Clear.
           move low-values to wlb1-rapptyp-grupp.
      *    typer i en begränsad rapportklass visas bara för
      *    klassens läsare, se sd-KollaRappLasbehorighet
           move 0 to y.
           perform varying x from 1 by 1 until x > vrt-antal
               move vrt-rt(x) to wrt
               move wrt-RappTyp to lrapptyp
               call "sd-KollaRappLasbehorighet" using
                 lrapptyp, wanvandare, lrappklass, llasJN
               if llasJN = "J"
                   add 1 to y
                   move spaces to redrad
                   move " st" to stycken
                   move wrt-RappNamn to rednamn
                   move wrt-Antal to redant
                   invoke listBox1::Items::Add(redrad)
                   move wrt-RappTyp to wlb1-rapptyp(y)
               end-if
           end-perform.
               
       end method.
           05  wrapptyp pic 9(9).
           05  selind   pic 9(9).
           05  x        pic s9(4) comp.
       01  lrappklass    pic 9(9).
       01  llasJN        pic x.
       01  lloggkommando pic 9(9) value 579.
        01  redrad.         
           10  BestNummer       pic zzz9.  
	       10  Datum            pic z999999.
           move listBox1::SelectedIndex to selind.
           add 1 to selind.
           move wlb1-rapptyp(selind) to wrapptyp.
           call "sd-KollaRappLasbehorighet" using
             wrapptyp, wanvandare, lrappklass, llasJN.
           if llasJN = "N"
               goback
           end-if.
           if lrappklass > 0
               call "sd-LoggaRappAtkomst" using
                 wrapptyp, lloggkommando, wanvandare
           end-if.
           call "db-select-rapp-lista" using wkomu, wrapptyp, vralb2.
           invoke listBox2::Items::Clear
           perform varying x from 1 by 1 until x > vralb2-antal
           05  warkivar pic 9(9).
           05  selind pic s9(4) comp.
           05  x pic s9(4) comp.
       01  lrapptyp      pic 9(9).
       01  lrappklass    pic 9(9).
       01  llasJN        pic x.
       01  lloggkommando pic 9(9) value 577.
       01  redrad.
           05  Rad              pic x(200).  
	    
           add 1 to selind.
           move vralb2-ra(selind) to wra.
           move wra-BestNummer to wbestnr.
           move wra-RappTyp to lrapptyp.
           call "sd-KollaRappLasbehorighet" using
             lrapptyp, wanvandare, lrappklass, llasJN.
           if llasJN = "N"
               invoke listBox3::Items::Clear
               set textBox1::Text to
                 "Rapporten tillhor en klass du inte far se"
               goback
           end-if.
           move wbestnr to wvaldbestnr.
           move lrapptyp to wvaldrapptyp.
           if lrappklass > 0
               call "sd-LoggaRappAtkomst" using
                 wbestnr, lloggkommando, wanvandare
           end-if.
      *    anges ett arkivår (textBox14) hämtas raderna ur
      *    årsarkivet i stället för ur livtabellen, se
      *    db-select-rapp-arkiv och SpadArsArkivCbl
           10  EtaDagar     pic 9.
           10  filler       pic xx.
           10  Flagga       pic x(8).
      * funktionsgruppen i textBox19 (designer-kontroll förutsatt
      * som för listBox4), blankt = alla körningar
       01  lgrupp       pic x(8).
       01  lsokgrupp    pic x(8).
       01  lmedlemJN    pic x.
       01  lforstaJN    pic x.
       01  gx           pic s9(9) comp-5.
       01  gy           pic s9(9) comp-5.
       01  lgantal      pic 9(9).
       01  lgvarv       pic 9(9).
       01  lgbestantal  pic 9(9).
       copy "vfg.cpy".
       01  grupprad.
           10  filler       pic x(6) value 'GRUPP '.
           10  GruppNamn    pic x(8).
           10  filler       pic xx.
           10  GruppAntal   pic zzz9.
           10  filler       pic x(11) value ' korningar '.
           10  GruppVarv    pic zzzzzzzz9.
           10  filler       pic x(4) value ' av '.
           10  GruppBest    pic zzzzzzzz9.
           10  filler       pic x(5) value ' varv'.
      * hållna resurslås under körningarna - vem som håller vad
       01  lfinnsJN     pic x.
       01  wrl. copy "reslas.cpy"
           replacing leading ==xxxx== by ==wrl==.
       01  lasrad.
           10  filler       pic x(6) value '  LAS '.
           10  LasResurs    pic x(20).
           10  filler       pic x value ' '.
           10  LasLaege     pic x.
           10  filler       pic x(6) value ' FUNK '.
           10  LasFunkNr    pic zzzzzzzz9.
           10  filler       pic x(6) value ' BEST '.
           10  LasBestNr    pic zzzzzzzz9.
           10  filler       pic x value ' '.
           10  LasHost      pic x(30).
           10  filler       pic x value ' '.
           10  LasWorker    pic x(20).
           10  filler       pic x(8) value ' SEDAN '.
           10  LasKlock     pic 9(6).

       procedure division.
           move spaces to lgrupp.
           move textBox19::Text to lgrupp.
           call "sd-HamtaFunkGrupper" using vfg.
           call "db-select-active-korningar" using wkomu, vak.
           invoke listBox4::Items::Clear.
           perform varying x from 1 by 1 until x > vak-antal
               move vak-ak(x) to wak
               if lgrupp not = spaces
                   move "N" to lmedlemJN
                   perform varying gy from 1 by 1
                     until gy > vfg-antal or lmedlemJN = "J"
                       if vfg-grupp(gy) = lgrupp
                       and vfg-funknr(gy) = wak-FunktionsNummer
                           move "J" to lmedlemJN
                       end-if
                   end-perform
                   if lmedlemJN = "N"
                       exit perform cycle
                   end-if
               end-if
               move spaces to redrad
               move wak-BestNummer to BestNummer
               move wak-Kommando   to lkommando
               end-if
               invoke listBox4::Items::Add(redrad)
           end-perform.
      *    en summarad per funktionsgrupp (bara den valda när en grupp
      *    angetts) - varje grupp tas vid sin första rad i registret
           perform varying gx from 1 by 1 until gx > vfg-antal
               move vfg-grupp(gx) to lsokgrupp
               move "J" to lforstaJN
               perform varying gy from 1 by 1 until gy >= gx
                   if vfg-grupp(gy) = lsokgrupp
                       move "N" to lforstaJN
                   end-if
               end-perform
               if lgrupp not = spaces and lsokgrupp not = lgrupp
                   move "N" to lforstaJN
               end-if
               if lforstaJN = "J"
                   move 0 to lgantal, lgvarv, lgbestantal
                   perform varying x from 1 by 1 until x > vak-antal
                       move vak-ak(x) to wak
                       perform varying gy from 1 by 1
                         until gy > vfg-antal
                           if vfg-grupp(gy) = lsokgrupp
                           and vfg-funknr(gy) = wak-FunktionsNummer
                               add 1 to lgantal
                               add wak-ProgressNummer to lgvarv
                               add wak-BestAntal to lgbestantal
                           end-if
                       end-perform
                   end-perform
                   move lsokgrupp   to GruppNamn
                   move lgantal     to GruppAntal
                   move lgvarv      to GruppVarv
                   move lgbestantal to GruppBest
                   invoke listBox4::Items::Add(grupprad)
               end-if
           end-perform.
      *    resurslåsen (spadresurslas.dat) under körningarna, så det
      *    syns vilken körning som håller en väntande order borta
           call "sd-OppnaResursLasLas".
           call "sd-LasResursLas" using wrl, lfinnsJN.
           perform until lfinnsJN = "N"
               move wrl-Resurs          to LasResurs
               move wrl-Laege           to LasLaege
               move wrl-FunktionsNummer to LasFunkNr
               move wrl-BestNummer      to LasBestNr
               move wrl-Host            to LasHost
               move wrl-WorkerID        to LasWorker
               move wrl-Klock           to LasKlock
               invoke listBox4::Items::Add(lasrad)
               call "sd-LasResursLas" using wrl, lfinnsJN
           end-perform.
           call "sd-StangResursLasLas".
       end method.

      * Fliken med h�ndelseloggen MessArci (listBox7, designer-
           replacing leading ==xxxx== by ==wnt==.
       01  wnoter.
           05  wnot-antal pic s9(4) comp.
           05  wnot-rad   pic x(126) occurs 100.
       01  notrad.
           10  filler       pic x(6) value '  NOT '.
           10  NotText      pic x(70).
           end-perform.
       end method.

      * LaddaLarm - de öppna larmen (spadlarm.dat) i listBox8,
      * designer-kontroll förutsatt som för listBox4
       method-id LaddaLarm final private.
       working-storage section.
       01  lfinnsJN     pic x.
       01  wla. copy "larm.cpy"
           replacing leading ==xxxx== by ==wla==.
       01  redrad.
           10  LarmID       pic zzzzzzzz9.
           10  filler       pic xx.
           10  FunkNr       pic zzzzzzzz9.
           10  filler       pic xx.
           10  Hdl          pic zzz9.
           10  filler       pic x(5) value ' SEV '.
           10  Sev          pic 9.
           10  filler       pic xx.
           10  Datum        pic 99999999.
           10  filler       pic x value ' '.
           10  Klock        pic 999999.
           10  filler       pic x(7) value ' STEG '.
           10  Steg         pic 9.
           10  filler       pic x value ' '.
           10  Kontakt      pic x(20).
           10  filler       pic xx.
           10  Titel        pic x(50).

       procedure division.
           invoke listBox8::Items::Clear.
           call "sd-OppnaLarmLas".
           call "sd-LasLarm" using wla, lfinnsJN.
           perform until lfinnsJN = "N"
               if wla-Status = "O"
                   move spaces to redrad
                   move wla-LarmID          to LarmID
                   move wla-FunktionsNummer to FunkNr
                   move wla-Handelse        to Hdl
                   move wla-Severity        to Sev
                   move wla-OppnadDatum     to Datum
                   move wla-OppnadKlock     to Klock
                   move wla-Steg            to Steg
                   move wla-Kontakt         to Kontakt
                   move wla-Titel           to Titel
                   invoke listBox8::Items::Add(redrad)
               end-if
               call "sd-LasLarm" using wla, lfinnsJN
           end-perform.
       end method.

      * KvitteraLarm_Click - kvitterar larmet med LarmID i textBox17
      * i namn av operatören i textBox18, som måste finnas i
      * operatörsregistret (designer-kontroller förutsatta, som för
      * Sok_Click)
       method-id KvitteraLarm_Click final private.
       working-storage section.
       01  llarmid      pic 9(9).
       01  loperator    pic x(20).
       01  lroll        pic 9(9).
       01  lfinnsJN     pic x.
       01  wla. copy "larm.cpy"
           replacing leading ==xxxx== by ==wla==.

       procedure division using by value sender as object e as type System.EventArgs.
           move 0 to llarmid.
           if textBox17::Text not = ""
               move textBox17::Text to llarmid
           end-if.
           move spaces to loperator.
           move textBox18::Text to loperator.
           call "sd-HamtaOperatorRoll" using loperator, lroll.
           if lroll = 0
               set textBox1::Text to
                 "Kvittens kraver registrerad operator"
               goback
           end-if.
           initialize wla.
           move llarmid to wla-LarmID.
           call "sd-KvitteraLarm" using wla, loperator, lfinnsJN.
           evaluate lfinnsJN
               when "J"
                   set textBox1::Text to "Larmet ar kvitterat"
               when "K"
                   set textBox1::Text to "Larmet var redan kvitterat"
               when other
                   set textBox1::Text to "Inget larm med det numret"
           end-evaluate.
           invoke self::LaddaLarm.
       end method.

       method-id Ladda_Click final. *> denna kod och knapp kan rensas bort, ersatt av metod utan knapp
       
       working-storage section.
       01  wbestnummer pic 9(9).
       01  work.
            05  x pic s9(9) comp-5.
            05  y pic s9(9) comp-5.
            05  redrad.
                10  redant  pic z9.
                10  stycken pic xxxx.
                10  rednamn pic x(30).
       01  lrapptyp   pic 9(9).
       01  lrappklass pic 9(9).
       01  llasJN     pic x.
        copy "vra.cpy".
        01  wra. copy "rapp.cpy"
            replacing leading ==xxxx== by ==wra==.
           invoke listBox2::Items::Clear.
           invoke listBox3::Items::Clear.
           move low-values to wlb1-rapptyp-grupp.
      *    typer i en begränsad rapportklass visas bara för
      *    klassens läsare, se sd-KollaRappLasbehorighet
           move 0 to y.
           perform varying x from 1 by 1 until x > vrt-antal
               move vrt-rt(x) to wrt
               move wrt-RappTyp to lrapptyp
               call "sd-KollaRappLasbehorighet" using
                 lrapptyp, wanvandare, lrappklass, llasJN
               if llasJN = "J"
                   add 1 to y
                   move spaces to redrad
                   move " st" to stycken
                   move wrt-RappNamn to rednamn
                   move wrt-Antal to redant
                   invoke listBox1::Items::Add(redrad)
                   move wrt-RappTyp to wlb1-rapptyp(y)
               end-if
           end-perform.
               
       end method.

      * KontrolleraExport - får användaren ta ut den valda
      * rapporten (wvaldbestnr/wvaldrapptyp) på fil eller papper?
      * wexportJN = "N" stoppar printknappen, och en export av en
      * begränsad rapport loggas (578) innan den görs
       method-id KontrolleraExport final private.
       working-storage section.
       01  lrappklass    pic 9(9).
       01  llasJN        pic x.
       01  lloggkommando pic 9(9) value 578.

       procedure division.
           move "J" to wexportJN.
           call "sd-KollaRappLasbehorighet" using
             wvaldrapptyp, wanvandare, lrappklass, llasJN.
           if llasJN = "N"
               move "N" to wexportJN
               set textBox1::Text to
                 "Rapporten tillhor en klass du inte far ta ut"
               goback
           end-if.
           if lrappklass > 0
               call "sd-LoggaRappAtkomst" using
                 wvaldbestnr, lloggkommando, wanvandare
           end-if.
       end method.

       method-id Printtxt_Click final private.
       working-storage section.
       01  command-line  pic x(40) value "notepad \spadfiler\print.txt".
       01  antalrader   pic 9(9).
       
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::KontrolleraExport.
           if wexportJN = "N"
               goback
           end-if.
           move 1 to filtyp.
      * hela den valda rapporten, utan 99-raderstaket
           call "db-export-rapp" using
           
       end method.

      * Printprn_Click - utskriftsrapporten för den valda rapporten,
      * sidindelad med sidhuvud och summor (designer-kontroll
      * förutsatt, som för Sok_Click)
       method-id Printprn_Click final private.
       working-storage section.
       01  command-line  pic x(40) value "notepad \spadfiler\print.prn".
       01  status-val    pic s9.
       01  filtyp       pic 9.
       01  antalrader   pic 9(9).
       
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::KontrolleraExport.
           if wexportJN = "N"
               goback
           end-if.
           move 3 to filtyp.
           call "db-export-rapp" using
             wkomu, wvaldbestnr, filtyp, antalrader.
           call 'c$run' using command-line giving status-val.
       end method.

      * Jamfor_Click - den valda rapporten (A, arkivår i textBox14)
      * jämförs med BestNummer i textBox15 (B, arkivår i textBox16),
      * tomt arkivår = livtabellen (designer-kontroller förutsatta,
      * som för Sok_Click)
       method-id Jamfor_Click final private.
       working-storage section.
       01  command-line  pic x(150).
       01  status-val    pic s9.
       01  wbestnrb      pic 9(9).
       01  warkivara     pic 9(9).
       01  warkivarb     pic 9(9).
       01  wutfil        pic x(133).
       01  wantaldiff    pic 9(9).
       01  wjamforstatus pic 9.
       01  lrappklass    pic 9(9).
       01  llasJN        pic x.
       01  lloggkommando pic 9(9) value 578.
       01  wstatustext.
           05  filler pic x(26) value "Klart, rader som skiljer: ".
           05  wst-antal pic zzzzzzzz9.

       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::KontrolleraExport.
           if wexportJN = "N"
               goback
           end-if.
           move 0 to warkivara.
           if textBox14::Text not = ""
               move textBox14::Text to warkivara
           end-if.
           move 0 to wbestnrb.
           if textBox15::Text not = ""
               move textBox15::Text to wbestnrb
           end-if.
           move 0 to warkivarb.
           if textBox16::Text not = ""
               move textBox16::Text to warkivarb
           end-if.
           call "RappJamforRapporter" using wkomu, wvaldbestnr,
             warkivara, wbestnrb, warkivarb, wutfil, wantaldiff,
             wjamforstatus.
           evaluate wjamforstatus
               when 1
                   set textBox1::Text to
                     "Den valda rapporten saknas"
               when 2
                   set textBox1::Text to
                     "Rapporten att jämföra med saknas"
               when 3
                   set textBox1::Text to
                     "Rapporterna har olika RappTyp, jämförs inte"
               when 4
                   set textBox1::Text to
                     "Begränsad klass, SKYDIR= saknas - jämförs inte"
               when other
      *            B har samma RappTyp som A - ta den begränsade
      *            B-rapportens export i loggen också
                   call "sd-KollaRappLasbehorighet" using
                     wvaldrapptyp, wanvandare, lrappklass, llasJN
                   if lrappklass > 0 and wbestnrb not = wvaldbestnr
                       call "sd-LoggaRappAtkomst" using
                         wbestnrb, lloggkommando, wanvandare
                   end-if
                   move wantaldiff to wst-antal
                   set textBox1::Text to wstatustext
                   string "notepad " delimited by size
                     wutfil delimited by space
                     into command-line
                   call 'c$run' using command-line giving status-val
           end-evaluate.
       end method.

       method-id Printxls_Click final private.
      *
      * plats för dok om vad och varför Spadstarter2
       01  antalrader    pic 9(9).

       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::KontrolleraExport.
           if wexportJN = "N"
               goback
           end-if.
           move 2 to filtyp.
      * hela den valda rapporten, utan 99-raderstaket
           call "db-export-rapp" using
       copy "vra.cpy" replacing leading ==xxxx== by ==vralb4==.
       01  wra. copy "rapp.cpy"
           replacing leading ==xxxx== by ==wra==.
       01  lrapptyp      pic 9(9).
       01  lrappklass    pic 9(9).
       01  llasJN        pic x.
       01  lbestnr       pic 9(9).
       01  lloggatbestnr pic 9(9).
       01  lloggkommando pic 9(9) value 577.
       01  redrad.
           10  BestNummer   pic zzz9.
           10  filler       pic xx.
               call "db-sok-rapp" using wkomu, lsokord, vralb4
           end-if.
           invoke listBox5::Items::Clear.
      *    träffar i en begränsad klass visas bara för klassens
      *    läsare - och loggas, en gång per rapport i träfflistan
           move 0 to lloggatbestnr.
           perform varying x from 1 by 1 until x > vralb4-antal
               move vralb4-ra(x) to wra
               move wra-RappTyp to lrapptyp
               call "sd-KollaRappLasbehorighet" using
                 lrapptyp, wanvandare, lrappklass, llasJN
               if llasJN = "J"
                   move spaces to redrad
                   move wra-BestNummer to BestNummer
                   move wra-Rad        to Rad
                   invoke listBox5::Items::Add(redrad)
                   move wra-BestNummer to lbestnr
                   if lrappklass > 0 and lbestnr not = lloggatbestnr
                       call "sd-LoggaRappAtkomst" using
                         lbestnr, lloggkommando, wanvandare
                       move lbestnr to lloggatbestnr
                   end-if
               end-if
           end-perform.
           if wkomu-RETURKOD = 1
               set textBox1::Text to
       01  lparam3            pic 9(9).
       01  lupdatedJN         pic x.
       01  ljobbtypokJN       pic x.
       01  lfrystJN           pic x.
       01  lfr. copy "frys.cpy"
           replacing leading ==xxxx== by ==lfr==.

       procedure division using by value sender as object e as type System.EventArgs.
           move textBox3::Text to lfunktionsnummer.
                 "JobbTyp saknas eller ar inaktiv i katalogen"
               goback
           end-if.
      * under en ändringsfrysning (spadfrys.dat) sparas inget här -
      * formuläret vet inte vem operatören är, så en nödändring
      * görs i SpadAdmiCbl/SpadPromCbl där roll och orsak fångas
           call "sd-KollaFrysning" using lfunktionsnummer, lfr, lfrystJN.
           if lfrystJN = "J"
               set textBox1::Text to
                 "Andringsfrysning pagar - nodandring med roll 4 via SpadPromCbl"
               goback
           end-if.
           call "sd-UpdateAdmiParametrar" using
             lfunktionsnummer, lsniffsekunder, lkorvarvsekunder,
             laliverapp, lparam1, lparam2, lparam3, lupdatedJN.
