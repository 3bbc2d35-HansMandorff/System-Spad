           Select Behorig assign wbehorigselnamn
             file status is wbehorigfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * konfidentialitetsklass per RappTyp (Path=/spadrappklass.dat),
      * en rad per typ: RappTyp 9 siffror följt av klass 1 siffra -
      * 0 eller ingen rad = öppen för alla, 1-9 = bara för klassens
      * läsare, se x72-KollaRappLasbehorighet
           Select RappKlass assign wrkselnamn
             file status is wrkfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * läsarlistan per klass (Path=/spadklasslasare.dat), en rad
      * per läsare: klass 1 siffra följt av operatörs- eller
      * beställar-id ELLER avdelning x(20)
           Select KlassLas assign wklselnamn
             file status is wklfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * pipelinedefinitioner per FunktionsNummer
      * (Path=/spadpipeline.dat), en rad per steg: funknr 9 siffror,
      * stegnr 2, jobbtyp 2, varvantal 9 - se x16-HamtaPipeline
           Select Pipeline assign wpipeselnamn
             file status is wpipefs
             ORGANIZATION IS LINE SEQUENTIAL.
      * körläge per FunktionsNummer (Path=/spadkorlage.dat), en rad
      * per funktion: funknr 9 siffror, läge 1 (0 = varvtakt med
      * KorVarvSekunder, 1 = genomströmning), gruppvarv 5,
      * gruppsekunder 5 och överdrag 1 ('J' = körningen får dra
      * över körfönstrets slut) - se x16b-HamtaKorlage och
      * x16c-HamtaFonsterOverdrag
           Select KorLage assign wkorlageselnamn
             file status is wkorlagefs
             ORGANIZATION IS LINE SEQUENTIAL.
      * datasetkatalogen (Path=/spaddataset.dat), en rad per fil en
      * körning läst eller skrivit - se dataset.cpy och
      * x27-ArkiveraIndata/x28-RegistreraDataset
           Select DsKatalog assign wdskatselnamn
             file status is wdskatfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * en godtycklig datafil radvis - källan vid arkivkopieringen
      * och kontrollräkningen, samt arkivkopian, se x30
           Select DsKalla assign wdskallanamn
             file status is wdskallafs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select DsKopia assign wdskopianamn
             file status is wdskopiafs
             ORGANIZATION IS LINE SEQUENTIAL.
      * filväntan (Path=/spadfilvant.dat), en rad per beställning
      * som väntar på att en fil ska komma - se filvant.cpy och
      * x33-KollaFilVantan
           Select FilVant assign wfvselnamn
             file status is wfvfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * resursdeklarationerna (Path=/spadresurs.dat), en rad per
      * resurs en funktion använder: funknr 9 siffror, resursnamn
      * x(20), läge E = exklusivt / S = delat (blankt = E). Saknas
      * filen, eller funktionen i den, tas inga lås.
           Select ResursReg assign wresselnamn
             file status is wresfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * hållna resurslås (Path=/spadresurslas.dat) - se reslas.cpy
      * och x35-TaResurser
           Select ResursLas assign wrlselnamn
             file status is wrlfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * ändringsfrysningens perioder (Path=/spadfrys.dat) - se
      * frys.cpy och x38-KollaFrysning
           Select Frys assign wfrselnamn
             file status is wfrfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * fyraögonsbegärandena (Path=/spadgodkann.dat) - se godk.cpy
      * och x40-BegarGodkannande
           Select Godkann assign wgkselnamn
             file status is wgkfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * incidentkoderna (Path=/spadincidentkod.dat), en rad per
      * händelsenummer: händelse 9 siffror, läge O = öppnar en
      * incident, K = kopplas bara till en redan öppen. Saknas filen
      * öppnas inga incidenter.
           Select IncKod assign wikselnamn
             file status is wikfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * incidenterna (Path=/spadincident.dat) - se incident.cpy och
      * x43-IncidentHandelse
           Select Incident assign winselnamn
             file status is winfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * orsakskatalogen (Path=/spadorsak.dat) - se orsak.cpy och
      * x46-HamtaFelOrsak
           Select Orsak assign worselnamn
             file status is worfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * konteringsreglerna (Path=/spadkontering.dat) - se
      * kontering.cpy och x48-KonteraVerifikat
           Select Kontering assign wktselnamn
             file status is wktfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * ERP:s kostnadsställeregister (Path=/spadkoststalle.dat) -
      * se koststalle.cpy och x47-KollaKostStalle
           Select KostStalle assign wksselnamn
             file status is wksfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * hållna ERP-verifikat (Path=/spaderphall.dat) - se
      * erphall.cpy och x49-HallErpVerifikat
           Select ErpHall assign wehselnamn
             file status is wehfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * ägarattesten (Path=/spadattest.dat) - se attest.cpy och
      * x50-HamtaAttestAgare
           Select Attest assign watselnamn
             file status is watfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * hushållsstegets resultat (Path=/spadstegres.dat) - se
      * stegres.cpy och x52-RapporteraSteg
           Select StegRes assign wsrselnamn
             file status is wsrfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * larmen (Path=/spadlarm.dat) - se larm.cpy och
      * x53-OppnaLarm
           Select Larm assign wlaselnamn
             file status is wlafs
             ORGANIZATION IS LINE SEQUENTIAL.
      * versionerna av Admi-konfigurationen (Path=/spadkonfver.dat)
      * - se konfver.cpy och x57-PlaneraAdmiVersion
           Select KonfVer assign wkvselnamn
             file status is wkvfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * utsedda reservfunktioner (Path=/spadreservfunk.dat) - se
      * x61-HamtaReservFunktion
           Select ReservFunk assign wrvselnamn
             file status is wrvfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * stängda redovisningsperioder (Path=/spadperiod.dat), de vid
      * stängningen kvarliggande BestID (spadperiodkvar.dat) och
      * ombokade sena utfall (spadombokning.dat) - se period.cpy och
      * x63-HamtaBokfDatum
           Select Period assign wpeselnamn
             file status is wpefs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select PerKvar assign wpkselnamn
             file status is wpkfs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select Ombok assign wposelnamn
             file status is wpofs
             ORGANIZATION IS LINE SEQUENTIAL.
      * bolagen utöver moderbolaget (Path=/spadbolag.dat) och
      * funktionernas bolag (spadbolagfunk.dat) - se bolag.cpy och
      * x65-HamtaBolag
           Select Bolag assign wboselnamn
             file status is wbofs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select BolagFunk assign wbfselnamn
             file status is wbffs
             ORGANIZATION IS LINE SEQUENTIAL.
      * publiceringsloggen (Path=/spadpublicering.dat), filen som
      * publiceras eller kontrolleras och dess manifest - se
      * publ.cpy och x68-PubliceraFil
           Select Publ assign wpuselnamn
             file status is wpufs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select PublKalla assign wpukallnamn
             file status is wpukallafs
             ORGANIZATION IS LINE SEQUENTIAL.
           Select Manifest assign wpumanselnamn
             file status is wpumanfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * ändringshistoriken för Path=-registren
      * (Path=/spadreghist.dat) - se reghist.cpy och
      * x70-LoggaRegAndring
           Select RegHist assign wrhselnamn
             file status is wrhfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * funktionsgrupperna (Path=/spadfunkgrupp.dat), en rad per
      * grupp och funktion: grupp x(8) och funknr 9 siffror - se
      * vfg.cpy och x71-HamtaFunkGrupper
           Select FunkGrupp assign wfgselnamn
             file status is wfgfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * låsfilerna för registren som läses, prövas och skrivs om i
      * sin helhet av flera motorer (spadresurslas.lck, spadfilvant
      * .lck, spadincident.lck) - exklusiv OPEN I-O håller låset,
      * samma mönster som spadbestseq.bin, se x75-las-register
           Select RegLas assign wrgselnamn
             file status is wrgfs
             ORGANIZATION IS sequential.

       Data Division.
       File Section.
       fd  JobbKat.
       01  jobbkat-record    pic x(75).
       fd  BestReg.
       01  bestreg-record    pic x(143).
       fd  Pipeline.
       01  pipeline-record   pic x(22).
       fd  KorLage.
       01  korlage-record    pic x(21).
       fd  Behorig.
       01  behorig-record    pic x(29).
       fd  RappKlass.
       01  rappklass-record  pic x(10).
       fd  KlassLas.
       01  klasslas-record   pic x(21).
       fd  DsKatalog.
       01  dskatalog-record  pic x(191).
       fd  DsKalla.
       01  dskalla-record    pic x(256).
       fd  DsKopia.
       01  dskopia-record    pic x(256).
       fd  FilVant.
       01  filvant-record    pic x(174).
       fd  ResursReg.
       01  resursreg-record  pic x(30).
       fd  ResursLas.
       01  resurslas-record  pic x(112).
       fd  Frys.
       01  frys-record       pic x(97).
       fd  Godkann.
       01  godkann-record    pic x(127).
       fd  IncKod.
       01  inckod-record     pic x(10).
       fd  Incident.
       01  incident-record   pic x(200).
       fd  Orsak.
       01  orsak-record      pic x(45).
       fd  Kontering.
       01  kontering-record  pic x(44).
       fd  KostStalle.
       01  koststalle-record pic x(59).
       fd  ErpHall.
       01  erphall-record    pic x(145).
       fd  Attest.
       01  attest-record     pic x(57).
       fd  StegRes.
       01  stegres-record    pic x(80).
       fd  Larm.
       01  larm-record       pic x(171).
       fd  KonfVer.
       01  konfver-record    pic x(162).
       fd  ReservFunk.
       01  reservfunk-record pic x(18).
       fd  Period.
       01  period-record     pic x(200).
       fd  PerKvar.
       01  perkvar-record    pic x(16).
       fd  Ombok.
       01  ombok-record      pic x(35).
       fd  Bolag.
       01  bolag-record      pic x(180).
       fd  BolagFunk.
       01  bolagfunk-record  pic x(13).
       fd  Publ.
       01  publ-record       pic x(197).
       fd  PublKalla.
       01  publkalla-record  pic x(256).
       fd  Manifest.
       01  manifest-record   pic x(197).
       fd  RegHist.
       01  reghist-record    pic x(241).
       fd  FunkGrupp.
       01  funkgrupp-record  pic x(17).
       fd  RegLas.
       01  reglas-record     pic x(14).

       working-storage section.
       
           05  wrtox          pic 9(9).
           05  wexportmapp    pic x(73) value spaces.
           05  wexportsekunder pic 9(9) value 3600.
      * exportens filtyp (spad.ini "EF=") - 2 = semikolonfil som
      * förut, 3 = sidindelad utskriftsrapport, se RappDiv
           05  wexportfiltyp  pic 9(9) value 2.
      * skyddad exportmapp för begränsade rapportklasser (spad.ini
      * "SKYDIR=<mapp>") - blank = begränsade typer exporteras inte
           05  wskyddmapp     pic x(73) value spaces.
      * pool av FunktionsNummer denna motorinstans f�r ta hand om
      * (spad.ini "POOL=<funktionsnummer>", en rad per nummer), samt
      * instansens eget namn ("WID=<namn>") och hur gammalt ett
           05  wpoolx         pic 9(9).
           05  wworkerid      pic x(20) value 'WORKER'.
           05  wworkerstalesek pic 9(9) value 90.
      * 1 = en instans betjänar alla poolens nummer ("PH=1"),
      * 0 = instansen claimar ett nummer ur poolen som förut
           05  wpoolhela      pic 9(9) value 0.
      * hur l�nge en claimad/p�g�ende best�llning f�r st� utan
      * framsteg innan janitorn f�r sl�ppa tillbaka den till k�n
      * (spad.ini "JS=<sekunder>"), se SpadJanitorCbl
           05  wz-h            pic s9(9) comp.
           05  wz-q            pic s9(9) comp.
           05  wveckodag       pic 9.
      * passningskontrollen före claim: sekunder sedan midnatt och
      * det öppna fönstrets kvarvarande tid och längd, se
      * x2b-KorfonsterKvar, och nästa fönsterstart, se
      * x2c-NastaFonsterStart
           05  wkf-klocktal    pic 9(6).
           05  wkf-klocktal-re redefines wkf-klocktal.
               10  wkf-hh      pic 9(2).
               10  wkf-mi      pic 9(2).
               10  wkf-ss      pic 9(2).
           05  wkf-nu          pic s9(9) comp.
           05  wkf-start       pic s9(9) comp.
           05  wkf-slut        pic s9(9) comp.
           05  wkf-radkvar     pic s9(9) comp.
           05  wkf-radlangd    pic s9(9) comp.
           05  wkf-kvar        pic s9(9) comp.
           05  wkf-langd       pic s9(9) comp.
           05  wkf-dag         pic s9(4) comp.
           05  wkf-rel         pic s9(9) comp.
           05  wkf-bast        pic s9(9) comp.
           05  wkf-startklock  pic 9(6).
           05  wkf-helgJN      pic x.
           05  wkf-mdagar      pic 9(2).
      * operat�rsregistret: filnamn, l�sf�lt och radbild, se
      * x5-HamtaOperatorRoll och beh�righetskollen i
      * qb-SattAdmiFunkKommando
      * f�r d�rmed ingen budget.
               10  wbr-budget  pic x(9).
               10  wbr-varning pic x(9).
      * 'N' = avaktiverad av HR-matningen (slutat) - får inte lägga
      * order och tas inte med i behörighetskontrollen, se
      * SpadHrCbl. Blankt (äldre rader) eller 'J' = aktiv.
               10  wbr-aktiv   pic x.
      * bolaget beställaren hör till (spadbolag.dat), blankt =
      * moderbolaget - se x67-HamtaBestallarBolag
               10  wbr-bolag   pic x(4).
      * jobbtypkatalogen: filnamn, l�sf�lt och radbild, se
      * x8-KollaJobbTyp
           05  wjobbkatselnamn pic x(80).
           05  wply            pic s9(4) comp.
           05  wpl-tmpsteg     pic x(8).
           05  wpl-tmpnr       pic 9(2).
      * körlägesregistret, se x16b-HamtaKorlage
           05  wkorlageselnamn pic x(80).
           05  wkorlagefs.
               10  wkorlagefskey1 pic x.
               10  wkorlagefskey2 pic x.
           05  w-eof-korlage   pic x.
           05  wkorlagerad.
               10  wkr-funknr   pic 9(9).
               10  wkr-lage     pic 9(1).
               10  wkr-gruppvarv pic 9(5).
               10  wkr-gruppsek pic 9(5).
               10  wkr-overdrag pic x.
      * skrivgruppen i genomströmningsläget: 'J' medan varvlogg och
      * detaljresultat samlas i vkg i stället för att skrivas direkt,
      * se ms2-StartaSkrivGrupp
           05  wgr-aktivJN     pic x value 'N'.
      * behörighetsregistret: filnamn, läsfält och radbild, se
      * x20-KollaBestallarBehorighet
           05  wbehorigselnamn pic x(80).
               10  wbh-id       pic x(20).
               10  wbh-funknr   pic 9(9).
           05  wbehavdelning   pic x(20).
           05  wbehbestallare  pic x(20).
           05  wbehaktiv       pic x.
           05  wbehtraffJN     pic x.
           05  wbehfunnenJN    pic x.
           05  wbehbolag       pic x(4).
           05  wbehkorsbolagJN pic x.
      * rapportklasserna och läsarlistan: filnamn, läsfält och
      * radbilder, se x72-KollaRappLasbehorighet
           05  wrkselnamn      pic x(80).
           05  wrkfs.
               10  wrkfskey1   pic x.
               10  wrkfskey2   pic x.
           05  w-eof-rk        pic x.
           05  wrkrad.
               10  wrk-rapptyp pic 9(9).
               10  wrk-klass   pic 9.
           05  wklselnamn      pic x(80).
           05  wklfs.
               10  wklfskey1   pic x.
               10  wklfskey2   pic x.
           05  w-eof-kl        pic x.
           05  wklrad.
               10  wkl-klass   pic 9.
               10  wkl-id      pic x(20).
           05  wrkbastyp       pic 9(9).
           05  wrkklass        pic 9.
           05  wrkregJN        pic x.
      * körarkivet för indataset (spad.ini "RUNDIR=<mapp>", blank =
      * ingen arkivering) och datasetkatalogens arbetsfält - se
      * x27-ArkiveraIndata och x30-kopiera-och-rakna
           05  wrundir         pic x(73) value spaces.
      * statussidan för avdelningarna (spad.ini "WEBDIR=<delad
      * webbmapp>", blank = ingen sida, och "WS=<sekunder mellan
      * omgenereringarna>") - se SpadWebbCbl
           05  wwebbmapp       pic x(73) value spaces.
           05  wwebbsekunder   pic 9(9) value 300.
      * kommandoinkorgen för den centrala schemaläggningen (spad.ini
      * "CMDDIR=<mapp>", blank = ingen inkorg, och "CS=<sekunder
      * mellan avsökningarna>") - se SpadKommandoCbl
           05  wkommandomapp   pic x(73) value spaces.
           05  wkommandosekunder pic 9(9) value 30.
      * inkorgen för HR-katalogens dagliga extrakt (spad.ini
      * "HRDIR=<mapp>", blank = ingen HR-matning) - se SpadHrCbl
           05  whrmapp         pic x(73) value spaces.
           05  wdskatselnamn   pic x(80).
           05  wdskatfs.
               10  wdskatfskey1 pic x.
               10  wdskatfskey2 pic x.
           05  w-eof-dskat     pic x.
           05  wdskatoppenJN   pic x value 'N'.
           05  wdskallanamn    pic x(80).
           05  wdskallafs.
               10  wdskallafskey1 pic x.
               10  wdskallafskey2 pic x.
           05  w-eof-dskalla   pic x.
           05  wdskopianamn    pic x(80).
           05  wdskopiafs.
               10  wdskopiafskey1 pic x.
               10  wdskopiafskey2 pic x.
           05  wdskopiaJN      pic x.
           05  wdsokJN         pic x.
           05  wdstraffJN      pic x.
           05  wdsrad          pic x(256).
           05  wdslangd        pic s9(4) comp.
           05  wdsx            pic s9(4) comp.
           05  wdsprefixlangd  pic s9(4) comp.
           05  wdsantal        pic 9(9).
      * kontrollsumman: löpande (summa * 31 + tecknets kod) modulo
      * ett primtal under en miljard, radslut räknas som kod 10 -
      * samma värde oavsett vilken maskin som räknar om filen
           05  wdssumma        pic 9(18) comp.
           05  wdskvot         pic 9(18) comp.
           05  wdschecksumma   pic 9(9).
           05  wdsordpar.
               10  wdsord-hog  pic x value low-value.
               10  wdsord-tkn  pic x.
           05  wdsord redefines wdsordpar pic 9(4) comp.
           05  wdsarkivnamn.
               10  filler      pic xx value 'IN'.
               10  wdsa-bestid pic 9(9).
               10  filler      pic x(4) value '.dat'.
      * filväntan: registret läses in i minnet, uppdateras och
      * skrivs tillbaka i sin helhet (samma mönster som
      * SpadStaendeCbl). spad.ini "FS=<sekunder>" är hur länge en
      * fil ska ha legat orörd innan den räknas som färdig - se
      * x33-KollaFilVantan
           05  wfilstabilsek   pic 9(9) value 60.
           05  wfvselnamn      pic x(80).
           05  wfvfs.
               10  wfvfskey1   pic x.
               10  wfvfskey2   pic x.
           05  w-eof-fv        pic x.
           05  wfv-antal       pic 9(4) comp.
           05  wfv-rad         pic x(174) occurs 200.
           05  wfvx            pic 9(4) comp.
           05  wfvy            pic 9(4) comp.
           05  wfvtraff        pic 9(4) comp.
      * fildetaljerna som CBL_CHECK_FILE_EXIST lämnar: storlek,
      * dag/månad/år och tim/min/sek/hundradel, binärt
           05  wfvdetalj.
               10  wfvd-storlek pic 9(18) comp.
               10  wfvd-dag     pic x.
               10  wfvd-manad   pic x.
               10  wfvd-ar      pic 9(4) comp.
               10  wfvd-tim     pic x.
               10  wfvd-min     pic x.
               10  wfvd-sek     pic x.
               10  wfvd-hund    pic x.
           05  wfvfildatum     pic 9(8).
           05  wfvfilklock     pic 9(6).
           05  wfvnusek        pic s9(9) comp.
           05  wfvstabsek      pic s9(9) comp.
           05  wfvklocktal     pic 9(6).
           05  wfvklocktal-re redefines wfvklocktal.
               10  wfvk-hh     pic 9(2).
               10  wfvk-mi     pic 9(2).
               10  wfvk-ss     pic 9(2).
      * resurslåsen: funktionens deklarerade resurser och de
      * hållna låsen i minnet, se x35-TaResurser/x36-SlappResurser
           05  wresselnamn     pic x(80).
           05  wresfs.
               10  wresfskey1  pic x.
               10  wresfskey2  pic x.
           05  w-eof-res       pic x.
           05  wresrad.
               10  wrr-funknr  pic 9(9).
               10  wrr-resurs  pic x(20).
               10  wrr-laege   pic x.
           05  wres-antal      pic 9(4) comp.
           05  wres-tab occurs 20.
               10  wres-namn   pic x(20).
               10  wres-laege  pic x.
           05  wresx           pic 9(4) comp.
           05  wrlselnamn      pic x(80).
           05  wrlfs.
               10  wrlfskey1   pic x.
               10  wrlfskey2   pic x.
           05  w-eof-rl        pic x.
           05  wrloppenJN      pic x value 'N'.
           05  wrlandradJN     pic x.
           05  wrl-antal       pic 9(4) comp.
           05  wrl-rad         pic x(112) occurs 200.
           05  wrlx            pic 9(4) comp.
           05  wrly            pic 9(4) comp.
      * ändringsfrysningen, se x38-KollaFrysning och
      * x39-LoggaFrysUndantag
           05  wfrselnamn      pic x(80).
           05  wfrfs.
               10  wfrfskey1   pic x.
               10  wfrfskey2   pic x.
           05  w-eof-frys      pic x.
           05  wfrkommando     pic 9(9).
           05  wfrystitel.
               10  filler      pic x(13) value 'FRYSUNDANTAG '.
               10  wfu-operator pic x(20).
               10  filler      pic x value ' '.
               10  wfu-orsak   pic x(16).
      * fyraögonsbegärandena i minnet, se x40-BegarGodkannande -
      * godkännandetiden i minuter ur spad.ini GT=
           05  wgkselnamn      pic x(80).
           05  wgkfs.
               10  wgkfskey1   pic x.
               10  wgkfskey2   pic x.
           05  w-eof-gk        pic x.
           05  wgkoppenJN      pic x value 'N'.
           05  wgkandradJN     pic x.
           05  wgodkminuter    pic 9(9) value 60.
           05  wgk-antal       pic 9(4) comp.
           05  wgk-rad         pic x(127) occurs 200.
           05  wgkx            pic 9(4) comp.
           05  wgktraff        pic 9(4) comp.
           05  wgkmaxid        pic 9(9).
           05  wgkaldermin     pic s9(9) comp.
           05  wgkdatum        pic 9(8).
           05  wgkklock        pic 9(6).
           05  wgkkommando     pic 9(9).
           05  wgkoperator     pic x(20).
           05  wgkfunknr       pic 9(9).
           05  wgksek-da       pic s9(9) comp.
           05  wgksek-nu       pic s9(9) comp.
           05  wgkdmox         pic 9(4) comp.
           05  wgkklocktal     pic 9(6).
           05  wgkklocktal-re redefines wgkklocktal.
               10  wgkk-hh     pic 9(2).
               10  wgkk-mi     pic 9(2).
               10  wgkk-ss     pic 9(2).
      * incidenterna: koderna laddas en gång per process, själva
      * registret läses och skrivs om per händelse som berör det,
      * se x43-IncidentHandelse
           05  wikselnamn      pic x(80).
           05  wikfs.
               10  wikfskey1   pic x.
               10  wikfskey2   pic x.
           05  w-eof-ik        pic x.
           05  wikladdadJN     pic x value 'N'.
           05  wikrad.
               10  wik-handelse pic 9(9).
               10  wik-laege   pic x.
           05  wik-antal       pic 9(4) comp value 0.
           05  wik-tab occurs 50.
               10  wik-nr      pic 9(9).
               10  wik-lg      pic x.
           05  wikx            pic 9(4) comp.
           05  wiklaege        pic x.
           05  winselnamn      pic x(80).
           05  winfs.
               10  winfskey1   pic x.
               10  winfskey2   pic x.
           05  w-eof-in        pic x.
           05  winoppenJN      pic x value 'N'.
           05  win-antal       pic 9(4) comp.
           05  win-rad         pic x(200) occurs 500.
           05  winx            pic 9(4) comp.
           05  wintraff        pic 9(4) comp.
           05  winmaxid        pic 9(9).
      * fullt register utan stängd incident att gallra loggas som
      * 596, en gång per körning, se x43e-gallra-incident, och ett
      * register som inte gick att låsa som 597 - se x43f
           05  winfulltJN      pic x value 'N'.
           05  winfulltitel    pic x(50)
                 value 'INCIDENTREGISTRET FULLT, INGET ATT GALLRA'.
           05  winlasttitel    pic x(50)
                 value 'INCIDENTREGISTRET LAST, HANDELSEN EJ KOPPLAD'.
           05  winfelkod       pic 9(9) comp.
           05  winfeltitel     pic x(50).
      * orsakskatalogen läses om vid varje uppslag - den är liten
      * och slås bara upp när ett utfall skrivs
           05  worselnamn      pic x(80).
           05  worfs.
               10  worfskey1   pic x.
               10  worfskey2   pic x.
           05  w-eof-or        pic x.
      * konteringen - reglerna och kostnadsställena läses om vid
      * varje verifikat och intag, registren är små
           05  wktselnamn      pic x(80).
           05  wktfs.
               10  wktfskey1   pic x.
               10  wktfskey2   pic x.
           05  w-eof-kt        pic x.
           05  wksselnamn      pic x(80).
           05  wksfs.
               10  wksfskey1   pic x.
               10  wksfskey2   pic x.
           05  w-eof-ks        pic x.
           05  wehselnamn      pic x(80).
           05  wehfs.
               10  wehfskey1   pic x.
               10  wehfskey2   pic x.
      * ägarattesten läses om vid varje KLAR-utfall, registret är
      * litet
           05  watselnamn      pic x(80).
           05  watfs.
               10  watfskey1   pic x.
               10  watfskey2   pic x.
           05  w-eof-at        pic x.
           05  wsrselnamn      pic x(80).
           05  wsrfs.
               10  wsrfskey1   pic x.
               10  wsrfskey2   pic x.
      * larmregistret läses och skrivs om per ändring, som
      * incidenterna - se x53-OppnaLarm
           05  wlaselnamn      pic x(80).
           05  wlafs.
               10  wlafskey1   pic x.
               10  wlafskey2   pic x.
           05  w-eof-la        pic x.
           05  wlaoppenJN      pic x value 'N'.
           05  wla-antal       pic 9(4) comp.
           05  wla-rad         pic x(171) occurs 500.
           05  wlax            pic 9(4) comp.
           05  wlatraff        pic 9(4) comp.
           05  wlamaxid        pic 9(9).
           05  wlasek          pic s9(9) comp.
      * versionsregistret läses och skrivs om per ändring, som
      * larmen - tidpunkter jämförs som datum * 1000000 + klock
           05  wkvselnamn      pic x(80).
           05  wkvfs.
               10  wkvfskey1   pic x.
               10  wkvfskey2   pic x.
           05  w-eof-kv        pic x.
           05  wkvoppenJN      pic x value 'N'.
           05  wkv-antal       pic 9(4) comp.
           05  wkv-rad         pic x(162) occurs 5000.
           05  wkvx            pic 9(4) comp.
           05  wkvx2           pic 9(4) comp.
           05  wkvtraff        pic 9(4) comp.
           05  wkvdmox         pic 9(4) comp.
           05  wkvmaxid        pic 9(9).
           05  wkvfunknr       pic 9(9).
           05  wkvgdatum       pic 9(8).
           05  wkvgklock       pic 9(6).
           05  wkvnu           pic 9(14).
           05  wkvtid          pic 9(14).
           05  wkvbasta        pic 9(14).
           05  wkvsok          pic 9(14).
      * reservfunktionsregistret: funknr 9(9) och dess reserv 9(9)
           05  wrvselnamn      pic x(80).
           05  wrvfs.
               10  wrvfskey1   pic x.
               10  wrvfskey2   pic x.
           05  w-eof-rv        pic x.
           05  wreservrad.
               10  wrv-funknr  pic 9(9).
               10  wrv-reserv  pic 9(9).
      * periodregistret, kvarliggande och ombokningar i minnet -
      * laddas vid första sd-HamtaBokfDatum i körningen
           05  wpeselnamn      pic x(80).
           05  wpefs.
               10  wpefskey1   pic x.
               10  wpefskey2   pic x.
           05  wpkselnamn      pic x(80).
           05  wpkfs.
               10  wpkfskey1   pic x.
               10  wpkfskey2   pic x.
           05  wposelnamn      pic x(80).
           05  wpofs.
               10  wpofskey1   pic x.
               10  wpofskey2   pic x.
           05  w-eof-pe        pic x.
           05  wpe-laddadJN    pic x value 'N'.
           05  wpe-antal       pic 9(4) comp value 0.
           05  wpe-rad         pic x(200) occurs 240.
           05  wpex            pic 9(4) comp.
           05  wpemanad        pic 9(6).
           05  wpeminmanad     pic 9(6).
           05  wpegrans        pic 9(9).
           05  wpesenJN        pic x.
           05  wpk-antal       pic 9(4) comp value 0.
           05  wpk-rad         pic x(16) occurs 5000.
           05  wpkx            pic 9(4) comp.
           05  wpo-antal       pic 9(4) comp value 0.
           05  wpo-rad         pic x(35) occurs 5000.
           05  wpox            pic 9(4) comp.
           05  wpodmox         pic 9(9).
           05  wpotitel.
               10  filler pic x(27) value
                   'OMBOKAD FRAN STANGD PERIOD '.
               10  wpot-urspr  pic 9(8).
               10  filler pic x(6) value ' TILL '.
               10  wpot-bokf   pic 9(8).
               10  filler pic x value ' '.
      * bolagsregistret och funktionernas bolag: funknr 9(9) och
      * bolagskod x(4)
           05  wboselnamn      pic x(80).
           05  wbofs.
               10  wbofskey1   pic x.
               10  wbofskey2   pic x.
           05  w-eof-bo        pic x.
           05  wbox            pic 9(4) comp.
           05  wbfselnamn      pic x(80).
           05  wbffs.
               10  wbffskey1   pic x.
               10  wbffskey2   pic x.
           05  w-eof-bf        pic x.
           05  wbolagfunkrad.
               10  wbf-funknr  pic 9(9).
               10  wbf-bolag   pic x(4).
           05  wbfsok          pic 9(9).
           05  wbolagfunk      pic x(4).
      * publiceringen: källfilen som räknas, manifestet som skrivs
      * under .man.tmp och byts in, och det tillfälliga namnet när
      * en väntande fil kopieras fram (<fil>.<hhmmsshh>)
           05  wpuselnamn      pic x(80).
           05  wpufs.
               10  wpufskey1   pic x.
               10  wpufskey2   pic x.
           05  wpukallnamn     pic x(150).
           05  wpukallafs.
               10  wpukallafskey1 pic x.
               10  wpukallafskey2 pic x.
           05  w-eof-pukalla   pic x.
           05  wpumanselnamn   pic x(150).
           05  wpumannamn      pic x(150).
           05  wpumanfs.
               10  wpumanfskey1 pic x.
               10  wpumanfskey2 pic x.
           05  wputmpnamn      pic x(150).
           05  wpufilnamn      pic x(150).
           05  wpuklock        pic 9(8).
           05  wpuokJN         pic x.
      * registerhistoriken, se x70-LoggaRegAndring
           05  wrhselnamn      pic x(80).
           05  wrhfs.
               10  wrhfskey1   pic x.
               10  wrhfskey2   pic x.
      * funktionsgruppsregistret, se x71-HamtaFunkGrupper
           05  wfgselnamn      pic x(80).
           05  wfgfs.
               10  wfgfskey1   pic x.
               10  wfgfskey2   pic x.
           05  w-eof-fg        pic x.
           05  wfunkgrupprad.
               10  wfg-grupp   pic x(8).
               10  wfg-funknr  pic 9(9).
      * registerlåset: låsfilens namn, status och omförsök - se
      * x75-las-register. wrglasJN = 'J' medan låset hålls
           05  wrgselnamn      pic x(80).
           05  wrgfs.
               10  wrgfskey1   pic x.
               10  wrgfskey2   pic x.
           05  wrgfil          pic x(20).
           05  wrglasJN        pic x value 'N'.
           05  wrgfelant       pic 9(9).
           05  wrgrad          pic x(14).
      * ' ' = registret saknas, annars kostnadsställets status
      * 'A'/'S', eller 'N' = finns inte i registret
           05  wksstatus       pic x.
           05  wkssok          pic x(20).
           05  wkt-regelJN     pic x occurs 3.
           05  wkt-bx          pic 9(4) comp.
           05  wkt-belopp      pic s9(7)v99.
           05  wkt-radbelopp   pic s9(7)v99.
           05  wkt-debet       pic s9(9)v99.
           05  wkt-kredit      pic s9(9)v99.
           05  wkt-avdelning   pic x(20).
           05  wkt-avdhamtadJN pic x.
           05  wkt-regelorsak.
               10  filler      pic x(7) value 'BELOPP '.
               10  wkr-nr      pic 9.
               10  filler      pic x(24)
                   value ' SAKNAR KONTERINGSREGEL'.
           05  wstrombackend   pic 9 value 0.
           05  wstromfinnsJN   pic x.
      * motsvarande tillst�nd f�r Best-, MessArci- och AdmiAudit-
           05  wstromfinnsJN8  pic x.
           05  wstrombackend9  pic 9 value 0.
           05  wstromfinnsJN9  pic x.
      * dagaggregatet: styrraderna i minnet - första ej aggregerade
      * BestID per backend och de BestID som låg kvar i Best vid
      * aggregeringen (läses i BestHist när de väl arkiverats) -
      * samt läget för den nya-rader-strömmen: 'J' under de
      * positionerade strömmarna, 'O' under de kvarliggande
      * (wstrombackend 3), se sd-OppnaHistLasNy
           05  wdagiltigJN     pic x value 'N'.
           05  wdafran         pic 9(9) occurs 2.
           05  wdo-antal       pic 9(9) comp value 0.
           05  wdo-tab occurs 5000.
               10  wdo-backend pic 9.
               10  wdo-bestid  pic 9(9).
           05  wdox            pic 9(9) comp.
           05  wstromnyJN      pic x value 'N'.
           05  wdabackend      pic 9.
           05  wdaurval        pic x.
           05  wdafinnsJN      pic x.
           05  wdalasJN        pic x value 'N'.
      * kedjekontrollen: vilken backend kedje-/ankarströmmen går
      * mot, se sd-OppnaKedjaLas
           05  wkdbackend      pic 9 value 0.
           05  wkabackend      pic 9 value 0.
       01  sa2. copy "admi-bin.cpy"
                replacing leading ==xxxx== by ==sa2==.
       01  wds. copy "dataset.cpy"
                replacing leading ==xxxx== by ==wds==.
       01  wdh. copy "dataset.cpy"
                replacing leading ==xxxx== by ==wdh==.
       01  wfv. copy "filvant.cpy"
                replacing leading ==xxxx== by ==wfv==.
       01  wrl. copy "reslas.cpy"
                replacing leading ==xxxx== by ==wrl==.
       01  wfr. copy "frys.cpy"
                replacing leading ==xxxx== by ==wfr==.
       01  wfnt. copy "notering-bin.cpy"
                replacing leading ==xxxx== by ==wfnt==.
       01  wgk. copy "godk.cpy"
                replacing leading ==xxxx== by ==wgk==.
       01  win. copy "incident.cpy"
                replacing leading ==xxxx== by ==win==.
       01  wor. copy "orsak.cpy"
                replacing leading ==xxxx== by ==wor==.
       01  wkt. copy "kontering.cpy"
                replacing leading ==xxxx== by ==wkt==.
       01  wks. copy "koststalle.cpy"
                replacing leading ==xxxx== by ==wks==.
       01  weh. copy "erphall.cpy"
                replacing leading ==xxxx== by ==weh==.
       01  wat. copy "attest.cpy"
                replacing leading ==xxxx== by ==wat==.
       01  wsr. copy "stegres.cpy"
                replacing leading ==xxxx== by ==wsr==.
       01  wla. copy "larm.cpy"
                replacing leading ==xxxx== by ==wla==.
       01  wkv. copy "konfver.cpy"
                replacing leading ==xxxx== by ==wkv==.
       01  wpe. copy "period.cpy"
                replacing leading ==xxxx== by ==wpe==.
       01  wpk. copy "perkvar.cpy"
                replacing leading ==xxxx== by ==wpk==.
       01  wpo. copy "ombok.cpy"
                replacing leading ==xxxx== by ==wpo==.
       01  wbo. copy "bolag.cpy"
                replacing leading ==xxxx== by ==wbo==.
       01  wpu. copy "publ.cpy"
                replacing leading ==xxxx== by ==wpu==.
      * arbetspost för effektiv prioritet-beräkningen, se
      * lz2-berakna-effprio
       01  sb2. copy "best-bin.cpy"
      * databasval g�ller som f�r motorns �vriga db-anrop
       01  wlagkomu. copy "komu.cpy"
                replacing leading ==xxxx== by ==wlagkomu==.
       copy "vkg.cpy".
       01  wda. copy "dagagg.cpy"
                replacing leading ==xxxx== by ==wda==.

       linkage section.
       
       01  lvr. copy "varvres-bin.cpy"
               replacing leading ==xxxx== by ==lvr==.
       01  lkalenderid         pic 9(9).
       01  lfonsterkvar        pic 9(9).
       01  lfonsterlangd       pic 9(9).
       01  lstartdatum         pic 9(8).
       01  lstartklock         pic 9(6).
       01  lroll               pic 9(9).
       01  lbelopp1            pic s9(7)v99.
       01  lbelopp2            pic s9(7)v99.
       01  lbelopp3            pic s9(7)v99.
       01  lpostantal          pic 9(9).
       01  lbestallare         pic x(20).
       01  lnybestallare       pic x(20).
       01  lkvot               pic 9(9).
       01  lrapptyp            pic 9(9).
       01  lrappklass          pic 9(9).
       01  ljobbtyp            pic 9(9).
       01  ljobbnamn           pic x(30).
       01  lbestnamn           pic x(30).
       copy "vay.cpy".
       01  lnt. copy "notering-bin.cpy"
               replacing leading ==xxxx== by ==lnt==.
       01  lds. copy "dataset.cpy"
               replacing leading ==xxxx== by ==lds==.
       01  lfilnamn            pic x(80).
       01  lkorlage            pic 9(9).
       01  lgruppvarv          pic 9(9).
       01  lgruppsek           pic 9(9).
       01  lchecksumma         pic 9(9).
       01  lfv. copy "filvant.cpy"
               replacing leading ==xxxx== by ==lfv==.
       01  lrl. copy "reslas.cpy"
               replacing leading ==xxxx== by ==lrl==.
       01  lfr. copy "frys.cpy"
               replacing leading ==xxxx== by ==lfr==.
       01  lorsak              pic x(70).
       01  lgk. copy "godk.cpy"
               replacing leading ==xxxx== by ==lgk==.
       01  lor. copy "orsak.cpy"
               replacing leading ==xxxx== by ==lor==.
       01  lin. copy "incident.cpy"
               replacing leading ==xxxx== by ==lin==.
       copy "vkp.cpy".
       01  lda. copy "dagagg.cpy"
               replacing leading ==xxxx== by ==lda==.
       01  ldaurval            pic x.
       01  lbackend            pic 9.
       01  lkdforra            pic 9(9) comp.
       01  lkdbild             pic x(256).
       01  lkdkedja            pic 9(9) comp.
       01  lkdlager            pic 9.
       01  lkdar               pic 9(4).
       01  lkdpost             pic x(126).
       01  lka. copy "kedja.cpy"
               replacing leading ==xxxx== by ==lka==.
       01  lkh. copy "kedjehuv.cpy"
               replacing leading ==xxxx== by ==lkh==.
       01  lla. copy "larm.cpy"
               replacing leading ==xxxx== by ==lla==.
       01  lkv. copy "konfver.cpy"
               replacing leading ==xxxx== by ==lkv==.
       01  lrvfunknr           pic 9(9).
       01  lpe. copy "period.cpy"
               replacing leading ==xxxx== by ==lpe==.
       01  lbokfdatum          pic 9(8).
       01  lbo. copy "bolag.cpy"
               replacing leading ==xxxx== by ==lbo==.
       01  lbolag              pic x(4).
       01  lbolagnr            pic 9(4).
       01  lpubtmp             pic x(133).
       01  lpubfil             pic x(133).
       01  lpubprogram         pic x(20).
       01  lpu. copy "publ.cpy"
               replacing leading ==xxxx== by ==lpu==.
       01  lrh. copy "reghist.cpy"
               replacing leading ==xxxx== by ==lrh==.
       copy "vfg.cpy".

       procedure division.
       a-huvud section.
               move wir-retryval to wretrysekunder.
           if wir-parm4 = 'ES='
               move wir-retryval to wexportsekunder.
           if wir-parm4 = 'EF='
               move wir-retryval to wexportfiltyp.
           if wir-parm5 = 'FUNKNR='
               move wir-funknrval to wstyrfunknr.
           if wir-parm6 = 'RT=' and wrto-antal < 20
           end-if.
           if wir-parm7 = 'EXPDIR='
               move wir-vard7 to wexportmapp.
           if wir-parm7 = 'SKYDIR='
               move wir-vard7 to wskyddmapp.
           if wir-parm7 = 'NOTDIR='
               move wir-vard7 to wnotifmapp.
           if wir-parm7 = 'IMPDIR='
               move wir-vard10 to wstandbymapp.
           if wir-parm7 = 'ORDDIR='
               move wir-vard7 to wordermapp.
           if wir-parm7 = 'RUNDIR='
               move wir-vard7 to wrundir.
           if wir-parm7 = 'WEBDIR='
               move wir-vard7 to wwebbmapp.
           if wir-parm4 = 'WS='
               move wir-retryval to wwebbsekunder.
           if wir-parm7 = 'CMDDIR='
               move wir-vard7 to wkommandomapp.
           if wir-parm10 = 'HRDIR='
               move wir-vard10 to whrmapp.
           if wir-parm4 = 'CS='
               move wir-retryval to wkommandosekunder.
           if wir-parm4 = 'AD='
               move wir-retryval to wackdagar.
           if wir-parm4 = 'AR='
               move wir-widval to wworkerid.
           if wir-parm4 = 'PS='
               move wir-retryval to wworkerstalesek.
           if wir-parm4 = 'PH='
               move wir-retryval to wpoolhela.
           if wir-parm4 = 'JS='
               move wir-retryval to wjanitorsek.
           if wir-parm4 = 'QB='
               move wir-retryval to wrens-admiaudit.
           if wir-parm4 = 'AG='
               move wir-retryval to waldringsfaktor.
           if wir-parm4 = 'FS='
               move wir-retryval to wfilstabilsek.
           if wir-parm4 = 'GT='
               move wir-retryval to wgodkminuter.
           read inifil into winirad at end move 'J' to weofinifil.
           go to b100.

      * spadbehorig.dat med beställarens id ELLER dennes avdelning
      * (ur beställarregistret) öppnar. Saknas filen tillåts allt,
      * som innan registret fanns - wfinnsJN = 'N' betyder avvisa.
      * En beställare som HR-matningen avaktiverat avvisas alltid.
      * En order över bolagsgräns (beställarens bolag är ett annat
      * än funktionens) kräver alltid en uttrycklig rad, även när
      * registret saknas.
           entry 'sd-KollaBestallarBehorighet' using
             lbestallare, wfunktionsnummer, wfinnsJN.
           move 'J' to wfinnsJN.
           move spaces to wbehavdelning.
           move space to wbehaktiv.
           move lbestallare to wbehbestallare.
           perform x21-hamta-behavdelning.
           if wbehaktiv = 'N'
               move 'N' to wfinnsJN
               go to x20999
           end-if.
           move wfunktionsnummer to wbfsok.
           perform x66b-funk-bolag.
           move 'N' to wbehkorsbolagJN.
           if wbolagfunk not = wbehbolag
               move 'J' to wbehkorsbolagJN
           end-if.
           string wpath 'spadbehorig.dat' delimited by space
             into wbehorigselnamn.
           open input Behorig.
           if wbehorigfskey1 not = '0'
               if wbehkorsbolagJN = 'J'
                   move 'N' to wfinnsJN
               end-if
               go to x20999
           end-if.
           move 'N' to wbehtraffJN.
           move 'N' to w-eof-behorig.
           read Behorig into wbehorigrad

       x21-hamta-behavdelning section.
       x21010.
      * avdelningen och aktivmarkeringen för wbehbestallare ur
      * registret - blanka när raden eller registret saknas, och
      * bolaget i wbehbolag (blankt = moderbolaget)
           move 'N' to wbehfunnenJN.
           move spaces to wbehbolag.
           string wpath 'spadbestallare.dat' delimited by space
             into wbestregselnamn.
           open input BestReg.
           if w-eof-bestreg = 'J'
               go to x21100
           end-if.
           if wbr-id = wbehbestallare
               move wbr-avd   to wbehavdelning
               move wbr-aktiv to wbehaktiv
               move wbr-bolag to wbehbolag
               if wbehbolag = low-values
                   move spaces to wbehbolag
               end-if
               move 'J' to wbehfunnenJN
               go to x21100
           end-if.
           read BestReg into wbestregrad
       x21999.
           exit.

       x72-KollaRappLasbehorighet section.
       x72010.
      * får användaren loperator se rapporter av typen lrapptyp?
      * Klass 0 (ingen rad, eller inget klassregister) är öppen för
      * alla. En begränsad klass kräver att användaren finns i
      * operatörsregistret eller är en aktiv beställare, och står
      * på klassens läsarlista med sitt id eller sin avdelning -
      * wfinnsJN = 'N' betyder dölj, lrappklass är typens klass
           entry 'sd-KollaRappLasbehorighet' using
             lrapptyp, loperator, lrappklass, wfinnsJN.
           move 'J' to wfinnsJN.
           perform x72b-hamta-rappklass.
           move wrkklass to lrappklass.
           if wrkklass = 0
               go to x72999
           end-if.
           move 'N' to wfinnsJN.
           move 'N' to wrkregJN.
           perform x6-las-operatorroll.
           if woperroll > 0
               move 'J' to wrkregJN
           end-if.
           move spaces to wbehavdelning.
           move space to wbehaktiv.
           move loperator to wbehbestallare.
           perform x21-hamta-behavdelning.
           if wbehfunnenJN = 'J' and wbehaktiv not = 'N'
               move 'J' to wrkregJN
           end-if.
           if wrkregJN = 'N'
               go to x72999
           end-if.
           string wpath 'spadklasslasare.dat' delimited by space
             into wklselnamn.
           open input KlassLas.
           if wklfskey1 not = '0'
      * ingen läsarlista - en begränsad klass är stängd för alla
               go to x72999
           end-if.
           move 'N' to w-eof-kl.
           read KlassLas into wklrad
             at end move 'J' to w-eof-kl.
       x72020.
           if w-eof-kl = 'J'
               go to x72100
           end-if.
           if wkl-klass = wrkklass
               if wkl-id = loperator
                   move 'J' to wfinnsJN
               end-if
               if wbehavdelning not = spaces
               and wkl-id = wbehavdelning
                   move 'J' to wfinnsJN
               end-if
           end-if.
           read KlassLas into wklrad
             at end move 'J' to w-eof-kl.
           go to x72020.
       x72100.
           close KlassLas.
       x72999.
           exit program.

       x72b-hamta-rappklass section.
       x72b010.
      * klassen för lrapptyp ur spadrappklass.dat - testkörningarnas
      * (900000000 + typ) och de ersatta radernas (800000000 + typ)
      * RappTyp ärver grundtypens klass
           move 0 to wrkklass.
           move lrapptyp to wrkbastyp.
           if wrkbastyp >= 900000000
               subtract 900000000 from wrkbastyp
           else
               if wrkbastyp >= 800000000
                   subtract 800000000 from wrkbastyp
               end-if
           end-if.
           string wpath 'spadrappklass.dat' delimited by space
             into wrkselnamn.
           open input RappKlass.
           if wrkfskey1 not = '0'
               go to x72b999
           end-if.
           move 'N' to w-eof-rk.
           read RappKlass into wrkrad
             at end move 'J' to w-eof-rk.
       x72b020.
           if w-eof-rk = 'J'
               go to x72b100
           end-if.
           if wrk-rapptyp = wrkbastyp
               move wrk-klass to wrkklass
               go to x72b100
           end-if.
           read RappKlass into wrkrad
             at end move 'J' to w-eof-rk.
           go to x72b020.
       x72b100.
           close RappKlass.
       x72b999.
           exit.

       x73-LoggaRappAtkomst section.
       x73010.
      * en visning eller export av en begränsad rapport spåras i
      * AdmiAudit med användare och tidpunkt: 577 = rapport visad
      * och 578 = rapport exporterad (lbestnummer = BestNummer),
      * 579 = typens radlista visad (lbestnummer = RappTyp)
           entry 'sd-LoggaRappAtkomst' using
             lbestnummer, lkommando, loperator.
           accept wau-datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving wau-klock.
           move wdatamode to wlokaldatamode.
           if wlokaldatamode = 1
             call 'db-LoggaAdmiKommandoAudit' using
               lbestnummer, lkommando, loperator,
               wau-datum, wau-klock.
           if wlokaldatamode = 2
             call 'sf-LoggaAdmiKommandoAudit' using
               lbestnummer, lkommando, loperator,
               wau-datum, wau-klock.
       x73999.
           exit program.

       x74-HamtaSkyddadExportMapp section.
       x74010.
      * exportmappen för begränsade rapportklasser (spad.ini
      * SKYDIR=), blank när raden saknas
           entry 'sd-HamtaSkyddadExportMapp' using lnotifmapp.
           move wskyddmapp to lnotifmapp.
       x74999.
           exit program.

       x22-LoggaAvvisatIntag section.
       x22010.
      * spåra ett avvisat intagsförsök i AdmiAudit, samma mönster
      * sd-str�mentries - de kan inte anropas inifr�n det egna
      * programmet), b�da backend-typerna som tz-vilka-backender
      * s�ger
      * BestHist tas ur dagaggregatets B-rader plus det som
      * tillkommit sedan aggregeringen, se sd-OppnaHistLasNy
           perform tf3-las-dagaggstyr.
           if wdagiltigJN = 'J'
               perform x24b-summa-aggregat
           end-if.
           perform tz-vilka-backender.
           if wark1jn = 'J'
               move 1 to wvolbackend
               perform x25-summa-backend
               perform x24c-summa-nya
           end-if.
           if wark2jn = 'J'
               move 2 to wvolbackend
               perform x25-summa-backend
               perform x24c-summa-nya
           end-if.
           move 0 to wdox.
           perform x24d-summa-kvarliggande.
           move wvolsumma to lantal.
       x24999.
           exit program.
           else
               call 'sf-StangBestLas'
           end-if.
       x25999.
           exit.

       x24b-summa-aggregat section.
       x24b010.
      * B-raderna för beställaren och månaden
           move 'D' to wdaurval.
           if wdabackend = 1
               call 'db-OppnaDagaggLas' using wdaurval, wdafinnsJN
           else
               call 'sf-OppnaDagaggLas' using wdaurval, wdafinnsJN
           end-if.
       x24b020.
           if wdafinnsJN = 'N'
               go to x24b100
           end-if.
           if wdabackend = 1
               call 'db-LasDagagg' using wda, wdafinnsJN
           else
               call 'sf-LasDagagg' using wda, wdafinnsJN
           end-if.
           if wdafinnsJN = 'N'
               go to x24b100
           end-if.
           if wda-Typ = 'B' and wda-Bestallare = lbestallare
               compute wradmanad = wda-Datum / 100
               if wradmanad = wvolmanad
                   add wda-VarvSumma to wvolsumma
               end-if
           end-if.
           go to x24b020.
       x24b100.
           if wdabackend = 1
               call 'db-StangDagaggLas'
           else
               call 'sf-StangDagaggLas'
           end-if.
       x24b999.
           exit.

       x24c-summa-nya section.
       x24c010.
      * BestHist-poster från backendens första ej aggregerade BestID
      * (hela BestHist när aggregatet saknas)
           if wvolbackend = 1
               call 'db-OppnaBestHistLasFran' using
                 wdafran(1), wvolfinnsJN
           else
               call 'sf-OppnaBestHistLasFran' using
                 wdafran(2), wvolfinnsJN
           end-if.
       x24c020.
           if wvolfinnsJN = 'N'
               go to x24c100
           end-if.
           if wvolbackend = 1
               call 'db-LasBestHist' using sb, wvolfinnsJN
           end-if.
           if wvolfinnsJN = 'J'
               perform x26-vag-volymrad
               go to x24c020
           end-if.
       x24c100.
           if wvolbackend = 1
               call 'db-StangBestHistLas'
           else
               call 'sf-StangBestHistLas'
           end-if.
       x24c999.
           exit.

       x24d-summa-kvarliggande section.
       x24d010.
      * de BestID som låg kvar i Best vid aggregeringen och sedan
      * arkiverats - de som fortfarande ligger i Best är redan
      * räknade av x25-summa-backend
           add 1 to wdox.
           if wdox > wdo-antal
               go to x24d999
           end-if.
           if wdo-backend(wdox) = 1
               call 'db-SelectBestHistID' using wdo-bestid(wdox), sb
           else
               call 'sf-SelectBestHistID' using wdo-bestid(wdox), sb
           end-if.
           if sb-BestID > 0
               perform x26-vag-volymrad
           end-if.
           go to x24d010.
       x24d999.
           exit.

       x26-vag-volymrad section.
       x26999.
           exit.

       x27-ArkiveraIndata section.
       x27010.
      * kopierar beställningens indataset till körarkivet (RUNDIR=)
      * vid claim, så en senare tvist eller omstart ser exakt samma
      * underlag som körningen - sb-IndataSet pekas om till kopian
      * (i minnet, det är kopian körningen läser) och katalogen får
      * en 'I'-rad. Finns redan en kopia för ordern, eller för den
      * order den är omstart av, återanvänds den. wfinnsJN = 'N' när
      * indataset inte gick att kopiera.
           entry 'sd-ArkiveraIndata' using sb, wfinnsJN.
           move 'J' to wfinnsJN.
           if wrundir = spaces or sb-IndataSet = spaces
               go to x27999
           end-if.
      * en omkörning efter FEL bär redan kopians namn
           move 0 to wdsprefixlangd.
           inspect wrundir tallying wdsprefixlangd
             for characters before initial space.
           if wdsprefixlangd <= 60
               if sb-IndataSet(1:wdsprefixlangd) =
                  wrundir(1:wdsprefixlangd)
                   go to x27999
               end-if
           end-if.
           perform x27b-sok-arkivkopia.
           if wdstraffJN = 'J'
               if wds-BestID not = sb-BestID
                   move sb-BestID to wds-BestID
                   move sb-FunktionsNummer to wds-FunktionsNummer
                   perform x28b-skriv-katalograd
               end-if
               move wds-Filnamn to sb-IndataSet
               go to x27999
           end-if.
           move sb-IndataSet to wdskallanamn.
           move sb-BestID to wdsa-bestid.
           move spaces to wdskopianamn.
           string wrundir delimited by space
                  wdsarkivnamn delimited by size
                  into wdskopianamn.
           move 'J' to wdskopiaJN.
           perform x30-kopiera-och-rakna.
           if wdsokJN = 'N'
               move 'N' to wfinnsJN
               go to x27999
           end-if.
           move sb-BestID          to wds-BestID.
           move sb-FunktionsNummer to wds-FunktionsNummer.
           move 'I'                to wds-Typ.
           move wdskopianamn       to wds-Filnamn.
           move wdsantal           to wds-PostAntal.
           move wdschecksumma      to wds-Checksumma.
           move sb-IndataSet       to wds-IndataSet.
           perform x28b-skriv-katalograd.
      * kopians namn ryms i IndataSet-fältet (60) - annars får
      * körningen läsa originalet, kopian finns ändå i katalogen
           if wdskopianamn(61:20) = spaces
               move wdskopianamn to sb-IndataSet
           end-if.
       x27999.
           exit program.

       x27b-sok-arkivkopia section.
       x27b010.
      * katalogens 'I'-rad för ordern själv i första hand, annars
      * för ursprungsordern (omstart) - träffen lämnas i wds
           move 'N' to wdstraffJN.
           string wpath 'spaddataset.dat' delimited by space
             into wdskatselnamn.
           open input DsKatalog.
           if wdskatfskey1 not = '0'
               go to x27b999
           end-if.
           move 'N' to w-eof-dskat.
       x27b020.
           read DsKatalog into wdsrad
             at end move 'J' to w-eof-dskat.
           if w-eof-dskat = 'J'
               go to x27b100
           end-if.
           move wdsrad(1:191) to wds.
           if wds-Typ not = 'I'
               go to x27b020
           end-if.
           if wds-BestID = sb-BestID
               move wds to wdh
               move 'J' to wdstraffJN
               go to x27b100
           end-if.
           if sb-UrsprungBestID > 0
           and wds-BestID = sb-UrsprungBestID
               move wds to wdh
               move 'J' to wdstraffJN
           end-if.
           go to x27b020.
       x27b100.
           close DsKatalog.
           if wdstraffJN = 'J'
               move wdh to wds
           end-if.
       x27b999.
           exit.

       x28-RegistreraDataset section.
       x28010.
      * en jobbrutin (eller annan körning) registrerar en fil den
      * producerat - anroparen fyller BestID, FunktionsNummer, Typ,
      * Filnamn och IndataSet; postantal, kontrollsumma och
      * tidpunkt räknas fram här. wfinnsJN = 'N' om filen inte gick
      * att läsa, då skrivs ingen katalograd.
           entry 'sd-RegistreraDataset' using lds, wfinnsJN.
           move 'J' to wfinnsJN.
           move lds to wds.
           move wds-Filnamn to wdskallanamn.
           move 'N' to wdskopiaJN.
           perform x30-kopiera-och-rakna.
           if wdsokJN = 'N'
               move 'N' to wfinnsJN
               go to x28999
           end-if.
           if wds-Typ = space
               move 'U' to wds-Typ
           end-if.
           move wdsantal      to wds-PostAntal.
           move wdschecksumma to wds-Checksumma.
           perform x28b-skriv-katalograd.
           move wds to lds.
       x28999.
           exit program.

       x28b-skriv-katalograd section.
       x28b010.
           accept wau-datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving wau-klock.
           move wau-datum to wds-Datum.
           move wau-klock to wds-Klock.
           string wpath 'spaddataset.dat' delimited by space
             into wdskatselnamn.
           open extend DsKatalog.
           if wdskatfs = '35'
               open output DsKatalog
           end-if.
           write dskatalog-record from wds.
           close DsKatalog.
       x28b999.
           exit.

       x29-OppnaDatasetLas section.
       x29010.
      * strömmande läsning av datasetkatalogen, för dossiern och
      * integritetskontrollen - saknas katalogen blir strömmen tom
           entry 'sd-OppnaDatasetLas'.
           if wdskatoppenJN = 'J'
               close DsKatalog
           end-if.
           move 'N' to wdskatoppenJN.
           string wpath 'spaddataset.dat' delimited by space
             into wdskatselnamn.
           open input DsKatalog.
           if wdskatfskey1 = '0'
               move 'J' to wdskatoppenJN
           end-if.
       x29999.
           exit program.

       x29b-LasDataset section.
       x29b010.
           entry 'sd-LasDataset' using lds, wfinnsJN.
           move 'N' to wfinnsJN.
           if wdskatoppenJN not = 'J'
               go to x29b999
           end-if.
           read DsKatalog into wdsrad
             at end
               close DsKatalog
               move 'N' to wdskatoppenJN
               go to x29b999
           end-read.
           move wdsrad(1:191) to lds.
           move 'J' to wfinnsJN.
       x29b999.
           exit program.

       x29c-StangDatasetLas section.
       x29c010.
           entry 'sd-StangDatasetLas'.
           if wdskatoppenJN = 'J'
               close DsKatalog
           end-if.
           move 'N' to wdskatoppenJN.
       x29c999.
           exit program.

       x30b-BeraknaFilKontroll section.
       x30b010.
      * postantal och kontrollsumma för en fil, räknat på samma sätt
      * som när katalograden skrevs - för avstämning av arkiverade
      * och registrerade filer. wfinnsJN = 'N' om filen saknas.
           entry 'sd-BeraknaFilKontroll' using
             lfilnamn, lpostantal, lchecksumma, wfinnsJN.
           move 'J' to wfinnsJN.
           move lfilnamn to wdskallanamn.
           move 'N' to wdskopiaJN.
           perform x30-kopiera-och-rakna.
           if wdsokJN = 'N'
               move 'N' to wfinnsJN
           end-if.
           move wdsantal to lpostantal.
           move wdschecksumma to lchecksumma.
       x30b999.
           exit program.

       x30-kopiera-och-rakna section.
       x30010.
      * läser wdskallanamn radvis, räknar rader och kontrollsumma
      * och kopierar (wdskopiaJN = 'J') till wdskopianamn
           move 'J' to wdsokJN.
           move 0 to wdsantal.
           move 0 to wdssumma.
           move 0 to wdschecksumma.
           open input DsKalla.
           if wdskallafskey1 not = '0'
               move 'N' to wdsokJN
               go to x30999
           end-if.
           if wdskopiaJN = 'J'
               open output DsKopia
               if wdskopiafskey1 not = '0'
                   close DsKalla
                   move 'N' to wdsokJN
                   go to x30999
               end-if
           end-if.
           move 'N' to w-eof-dskalla.
       x30020.
           move spaces to wdsrad.
           read DsKalla into wdsrad
             at end move 'J' to w-eof-dskalla.
           if w-eof-dskalla = 'J'
               go to x30100
           end-if.
           add 1 to wdsantal.
           perform x31-rad-checksumma.
           if wdskopiaJN = 'J'
               write dskopia-record from wdsrad
           end-if.
           go to x30020.
       x30100.
           close DsKalla.
           if wdskopiaJN = 'J'
               close DsKopia
           end-if.
           move wdssumma to wdschecksumma.
       x30999.
           exit.

       x31-rad-checksumma section.
       x31010.
      * radens signifikanta längd - avslutande blanka räknas inte,
      * de försvinner ändå när en radfil skrivs
           move 256 to wdslangd.
       x31020.
           if wdslangd > 0
               if wdsrad(wdslangd:1) = space
                   subtract 1 from wdslangd
                   go to x31020
               end-if
           end-if.
           move 0 to wdsx.
       x31030.
           add 1 to wdsx.
           if wdsx > wdslangd
               go to x31100
           end-if.
           move wdsrad(wdsx:1) to wdsord-tkn.
           compute wdssumma = wdssumma * 31 + wdsord.
           divide wdssumma by 999999937 giving wdskvot
             remainder wdssumma.
           go to x31030.
       x31100.
           compute wdssumma = wdssumma * 31 + 10.
           divide wdssumma by 999999937 giving wdskvot
             remainder wdssumma.
       x31999.
           exit.

       x32-RegistreraFilVantan section.
       x32010.
      * en beställning ska vänta på en fil innan den får claimas -
      * anroparen fyller FunktionsNummer, BestNummer, Filnamn, NyFilJN
      * och GeUppDatum/GeUppKlock. Avgjorda rader (släppta eller
      * uppgivna) och en tidigare rad för samma beställning rensas
      * bort när registret skrivs om. lfv-Status = 'V' när raden
      * registrerats, blankt om registret var fullt eller låst.
           entry 'sd-RegistreraFilVantan' using lfv.
           move space to lfv-Status.
           move 'spadfilvant.lck' to wrgfil.
           perform x75-las-register.
           if wrglasJN = 'N'
               go to x32999
           end-if.
           perform x32b-las-filvant.
           move 0 to wfvy.
           move 0 to wfvx.
       x32020.
           add 1 to wfvx.
           if wfvx > wfv-antal
               go to x32100
           end-if.
           move wfv-rad(wfvx) to wfv.
           if wfv-Status not = 'V'
               go to x32020
           end-if.
           if wfv-FunktionsNummer = lfv-FunktionsNummer
           and wfv-BestNummer = lfv-BestNummer
               go to x32020
           end-if.
           add 1 to wfvy.
           move wfv-rad(wfvx) to wfv-rad(wfvy).
           go to x32020.
       x32100.
           move wfvy to wfv-antal.
           if wfv-antal >= 200
      * fullt register - hellre en order som startar på klockan än
      * en som aldrig startar
               go to x32999
           end-if.
           move lfv to wfv.
           accept wau-datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving wau-klock.
           move wau-datum to wfv-RegDatum.
           move wau-klock to wfv-RegKlock.
           move 0 to wfv-Storlek, wfv-FilDatum, wfv-FilKlock.
           move 0 to wfv-StabilDatum, wfv-StabilKlock.
           move 'V' to wfv-Status.
           if wfv-NyFilJN not = 'J'
               move 'N' to wfv-NyFilJN
           end-if.
           add 1 to wfv-antal.
           move wfv to wfv-rad(wfv-antal).
           perform x32c-skriv-filvant.
           move 'V' to lfv-Status.
       x32999.
           perform x75b-slapp-register.
           exit program.

       x32b-las-filvant section.
       x32b010.
           move 0 to wfv-antal.
           string wpath 'spadfilvant.dat' delimited by space
             into wfvselnamn.
           open input FilVant.
           if wfvfskey1 not = '0'
      * registret finns ännu inte - ingen väntar
               go to x32b999
           end-if.
           move 'N' to w-eof-fv.
       x32b020.
           read FilVant into wfv
             at end move 'J' to w-eof-fv.
           if w-eof-fv = 'J' or wfv-antal >= 200
               go to x32b100
           end-if.
           add 1 to wfv-antal.
           move wfv to wfv-rad(wfv-antal).
           go to x32b020.
       x32b100.
           close FilVant.
       x32b999.
           exit.

       x32c-skriv-filvant section.
       x32c010.
           string wpath 'spadfilvant.dat' delimited by space
             into wfvselnamn.
           open output FilVant.
           move 0 to wfvx.
       x32c020.
           add 1 to wfvx.
           if wfvx > wfv-antal
               go to x32c100
           end-if.
           write filvant-record from wfv-rad(wfvx).
           go to x32c020.
       x32c100.
           close FilVant.
       x32c999.
           exit.

       x32d-sok-filvant section.
       x32d010.
      * beställningens rad i registret - träffen lämnas i wfv och
      * radnumret i wfvtraff (0 = väntar inte på någon fil)
           move 0 to wfvtraff.
           move 0 to wfvx.
       x32d020.
           add 1 to wfvx.
           if wfvx > wfv-antal
               go to x32d999
           end-if.
           move wfv-rad(wfvx) to wfv.
           if wfv-FunktionsNummer not = sb-FunktionsNummer
           or wfv-BestNummer not = sb-BestNummer
               go to x32d020
           end-if.
           move wfvx to wfvtraff.
       x32d999.
           exit.

       x33-KollaFilVantan section.
       x33010.
      * får beställningen claimas? wfinnsJN = 'J' väntar inte på
      * någon fil, 'S' filen har nyss kommit och legat orörd FS=
      * sekunder - släppt nu, 'V' vänta kvar i kön, 'G' uppgivnings-
      * tiden har passerat utan fil - ska avslutas som ej körd.
      * Filen räknas som färdig först när storlek och ändringstid
      * varit desamma i minst FS= sekunder mellan två sniffningar.
           entry 'sd-KollaFilVantan' using sb, wfinnsJN.
           move 'J' to wfinnsJN.
      * registret hålls låst från läsningen till omskrivningen;
      * är det låst av någon annan får ordern vänta till nästa
      * sniff
           move 'spadfilvant.lck' to wrgfil.
           perform x75-las-register.
           if wrglasJN = 'N'
               move 'V' to wfinnsJN
               go to x33999
           end-if.
           perform x32b-las-filvant.
           perform x32d-sok-filvant.
           if wfvtraff = 0
               go to x33999
           end-if.
           if wfv-Status = 'S'
               go to x33999
           end-if.
           if wfv-Status = 'G'
               move 'G' to wfinnsJN
               go to x33999
           end-if.
           move 'V' to wfinnsJN.
           accept wau-datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving wau-klock.
           if wfv-GeUppDatum > 0
               if wau-datum > wfv-GeUppDatum
               or (wau-datum = wfv-GeUppDatum
                   and wau-klock >= wfv-GeUppKlock)
                   move 'G' to wfv-Status
                   move 'G' to wfinnsJN
                   perform x33c-spara-filvant
                   go to x33999
               end-if
           end-if.
           call 'CBL_CHECK_FILE_EXIST' using wfv-Filnamn, wfvdetalj.
           if return-code not = 0
      * filen finns inte (längre) - börja om när den dyker upp
               if wfv-StabilDatum not = 0
                   move 0 to wfv-Storlek, wfv-FilDatum, wfv-FilKlock
                   move 0 to wfv-StabilDatum, wfv-StabilKlock
                   perform x33c-spara-filvant
               end-if
               go to x33999
           end-if.
           perform x33b-fildatum.
      * gårdagens fil ligger kvar - vänta på en ny
           if wfv-NyFilJN = 'J'
               if wfvfildatum < wfv-RegDatum
               or (wfvfildatum = wfv-RegDatum
                   and wfvfilklock < wfv-RegKlock)
                   go to x33999
               end-if
           end-if.
           if wfv-StabilDatum = 0
           or wfvd-storlek not = wfv-Storlek
           or wfvfildatum not = wfv-FilDatum
           or wfvfilklock not = wfv-FilKlock
      * ny eller växande fil - klockan för orört läge startar om
               move wfvd-storlek to wfv-Storlek
               move wfvfildatum  to wfv-FilDatum
               move wfvfilklock  to wfv-FilKlock
               move wau-datum    to wfv-StabilDatum
               move wau-klock    to wfv-StabilKlock
               perform x33c-spara-filvant
               go to x33999
           end-if.
           move wau-klock to wfvklocktal.
           compute wfvnusek =
             (wfvk-hh * 3600) + (wfvk-mi * 60) + wfvk-ss.
           move wfv-StabilKlock to wfvklocktal.
           compute wfvstabsek =
             (wfvk-hh * 3600) + (wfvk-mi * 60) + wfvk-ss.
           if wau-datum > wfv-StabilDatum
               add 86400 to wfvnusek
           end-if.
           if wfvnusek - wfvstabsek < wfilstabilsek
               go to x33999
           end-if.
           move 'S' to wfv-Status.
           move 'S' to wfinnsJN.
           perform x33c-spara-filvant.
       x33999.
           perform x75b-slapp-register.
           exit program.

       x33b-fildatum section.
       x33b010.
      * fildetaljernas binära dag/månad/tim/min/sek till AAAAMMDD
      * och TTMMSS - bytevärdet läses via wdsord som i x31
           move wfvd-ar to wfvfildatum.
           multiply 100 by wfvfildatum.
           move wfvd-manad to wdsord-tkn.
           add wdsord to wfvfildatum.
           multiply 100 by wfvfildatum.
           move wfvd-dag to wdsord-tkn.
           add wdsord to wfvfildatum.
           move wfvd-tim to wdsord-tkn.
           move wdsord to wfvfilklock.
           multiply 100 by wfvfilklock.
           move wfvd-min to wdsord-tkn.
           add wdsord to wfvfilklock.
           multiply 100 by wfvfilklock.
           move wfvd-sek to wdsord-tkn.
           add wdsord to wfvfilklock.
       x33b999.
           exit.

       x33c-spara-filvant section.
       x33c010.
           move wfv to wfv-rad(wfvtraff).
           perform x32c-skriv-filvant.
       x33c999.
           exit.

       x34-HamtaFilVantan section.
       x34010.
      * beställningens rad i filväntan för köbilden - wfinnsJN =
      * 'N' om den inte väntar på någon fil
           entry 'sd-HamtaFilVantan' using sb, lfv, wfinnsJN.
           move 'N' to wfinnsJN.
           perform x32b-las-filvant.
           perform x32d-sok-filvant.
           if wfvtraff > 0
               move wfv to lfv
               move 'J' to wfinnsJN
           end-if.
       x34999.
           exit program.

       x35-TaResurser section.
       x35010.
      * ta funktionens deklarerade resurslås för en claimad
      * beställning - anroparen fyller Host och WorkerID i lrl.
      * wfinnsJN = 'N' när en annan beställning håller en resurs
      * exklusivt (eller vi vill ha den exklusivt och den hålls
      * alls) - då lämnas den konflikterande låsraden i lrl och
      * inget lås tas.
           entry 'sd-TaResurser' using sb, lrl, wfinnsJN.
           move 'J' to wfinnsJN.
           perform x35b-las-resursreg.
           if wres-antal = 0
               go to x35999
           end-if.
      * låstabellen hålls låst från läsningen till omskrivningen,
      * så två motorer inte båda kan se en resurs som fri. Är den
      * låst av någon annan väntar ordern som vid en konflikt
           move 'spadresurslas.lck' to wrgfil.
           perform x75-las-register.
           if wrglasJN = 'N'
               move spaces to lrl
               move 'RESURSLASET UPPTAGET' to lrl-Resurs
               move 'N' to wfinnsJN
               go to x35999
           end-if.
           perform x35c-las-resurslas.
           move 0 to wresx.
       x35020.
           add 1 to wresx.
           if wresx > wres-antal
               go to x35100
           end-if.
           move 0 to wrlx.
       x35030.
           add 1 to wrlx.
           if wrlx > wrl-antal
               go to x35020
           end-if.
           move wrl-rad(wrlx) to wrl.
           if wrl-Resurs not = wres-namn(wresx)
           or wrl-BestID = sb-BestID
               go to x35030
           end-if.
           if wres-laege(wresx) = 'S' and wrl-Laege = 'S'
               go to x35030
           end-if.
           move wrl to lrl.
           move 'N' to wfinnsJN.
           go to x35999.
       x35100.
      * fritt - tidigare rader för samma beställning (en återupptagen
      * körning) ersätts av de nya
           perform x36b-ta-bort-bestid.
           if wrl-antal + wres-antal > 200
               move spaces to lrl
               move 'LASTABELLEN FULL' to lrl-Resurs
               move 'N' to wfinnsJN
               go to x35999
           end-if.
           accept wau-datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving wau-klock.
           move 0 to wresx.
       x35110.
           add 1 to wresx.
           if wresx > wres-antal
               go to x35200
           end-if.
           move wres-namn(wresx)   to wrl-Resurs.
           move wres-laege(wresx)  to wrl-Laege.
           move sb-FunktionsNummer to wrl-FunktionsNummer.
           move sb-BestID          to wrl-BestID.
           move sb-BestNummer      to wrl-BestNummer.
           move lrl-Host           to wrl-Host.
           move lrl-WorkerID       to wrl-WorkerID.
           move wau-datum          to wrl-Datum.
           move wau-klock          to wrl-Klock.
           add 1 to wrl-antal.
           move wrl to wrl-rad(wrl-antal).
           go to x35110.
       x35200.
           perform x35d-skriv-resurslas.
       x35999.
           perform x75b-slapp-register.
           exit program.

       x35b-las-resursreg section.
       x35b010.
           move 0 to wres-antal.
           string wpath 'spadresurs.dat' delimited by space
             into wresselnamn.
           open input ResursReg.
           if wresfskey1 not = '0'
               go to x35b999
           end-if.
           move 'N' to w-eof-res.
       x35b020.
           read ResursReg into wresrad
             at end move 'J' to w-eof-res.
           if w-eof-res = 'J'
               go to x35b100
           end-if.
           if wrr-funknr not numeric
           or wrr-funknr not = sb-FunktionsNummer
           or wrr-resurs = spaces
               go to x35b020
           end-if.
           if wres-antal >= 20
               go to x35b100
           end-if.
           add 1 to wres-antal.
           move wrr-resurs to wres-namn(wres-antal).
           move 'E' to wres-laege(wres-antal).
           if wrr-laege = 'S'
               move 'S' to wres-laege(wres-antal)
           end-if.
           go to x35b020.
       x35b100.
           close ResursReg.
       x35b999.
           exit.

       x35c-las-resurslas section.
       x35c010.
           move 0 to wrl-antal.
           string wpath 'spadresurslas.dat' delimited by space
             into wrlselnamn.
           open input ResursLas.
           if wrlfskey1 not = '0'
               go to x35c999
           end-if.
           move 'N' to w-eof-rl.
       x35c020.
           read ResursLas into wrl
             at end move 'J' to w-eof-rl.
           if w-eof-rl = 'J' or wrl-antal >= 200
               go to x35c100
           end-if.
           add 1 to wrl-antal.
           move wrl to wrl-rad(wrl-antal).
           go to x35c020.
       x35c100.
           close ResursLas.
       x35c999.
           exit.

       x35d-skriv-resurslas section.
       x35d010.
           string wpath 'spadresurslas.dat' delimited by space
             into wrlselnamn.
           open output ResursLas.
           move 0 to wrlx.
       x35d020.
           add 1 to wrlx.
           if wrlx > wrl-antal
               go to x35d100
           end-if.
           write resurslas-record from wrl-rad(wrlx).
           go to x35d020.
       x35d100.
           close ResursLas.
       x35d999.
           exit.

       x36-SlappResurser section.
       x36010.
      * släpp alla lås beställningen håller - anropas när utfallet
      * KLAR/AVBRUTEN/FEL skrivs och av janitorn
           entry 'sd-SlappResurser' using sb.
      * går låstabellen inte att låsa ligger raderna kvar - janitorn
      * släpper lås vars beställning inte längre körs
           move 'spadresurslas.lck' to wrgfil.
           perform x75-las-register.
           if wrglasJN = 'N'
               go to x36999
           end-if.
           perform x35c-las-resurslas.
           perform x36b-ta-bort-bestid.
           if wrlandradJN = 'J'
               perform x35d-skriv-resurslas
           end-if.
       x36999.
           perform x75b-slapp-register.
           exit program.

       x36b-ta-bort-bestid section.
       x36b010.
      * tar bort beställningens rader ur låstabellen i minnet
           move 'N' to wrlandradJN.
           move 0 to wrly.
           move 0 to wrlx.
       x36b020.
           add 1 to wrlx.
           if wrlx > wrl-antal
               go to x36b100
           end-if.
           move wrl-rad(wrlx) to wrl.
           if wrl-BestID = sb-BestID
               move 'J' to wrlandradJN
               go to x36b020
           end-if.
           add 1 to wrly.
           move wrl-rad(wrlx) to wrl-rad(wrly).
           go to x36b020.
       x36b100.
           move wrly to wrl-antal.
       x36b999.
           exit.

       x37-OppnaResursLasLas section.
       x37010.
      * strömmande läsning av de hållna låsen, för janitorn och
      * fliken med aktiva körningar
           entry 'sd-OppnaResursLasLas'.
           if wrloppenJN = 'J'
               close ResursLas
           end-if.
           move 'N' to wrloppenJN.
           string wpath 'spadresurslas.dat' delimited by space
             into wrlselnamn.
           open input ResursLas.
           if wrlfskey1 = '0'
               move 'J' to wrloppenJN
           end-if.
       x37999.
           exit program.

       x37b-LasResursLas section.
       x37b010.
           entry 'sd-LasResursLas' using lrl, wfinnsJN.
           move 'N' to wfinnsJN.
           if wrloppenJN not = 'J'
               go to x37b999
           end-if.
           read ResursLas into lrl
             at end
               close ResursLas
               move 'N' to wrloppenJN
               go to x37b999
           end-read.
           move 'J' to wfinnsJN.
       x37b999.
           exit program.

       x37c-StangResursLasLas section.
       x37c010.
           entry 'sd-StangResursLasLas'.
           if wrloppenJN = 'J'
               close ResursLas
           end-if.
           move 'N' to wrloppenJN.
       x37c999.
           exit program.

       x38-KollaFrysning section.
       x38010.
      * pågår en ändringsfrysning för funktionen just nu? En global
      * rad (FunktionsNummer 0) gäller alla funktioner. Frågar
      * anroparen med funknr 0 - gemensamma register som kalendern,
      * där en ändring träffar flera funktioner - räcker det att
      * någon frysning pågår. wfinnsJN = 'J' betyder fryst och den
      * träffade raden lämnas i lfr. Saknas registret fryses inget.
           entry 'sd-KollaFrysning' using
             wfunktionsnummer, lfr, wfinnsJN.
           move 'N' to wfinnsJN.
           accept wau-datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving wau-klock.
           string wpath 'spadfrys.dat' delimited by space
             into wfrselnamn.
           open input Frys.
           if wfrfskey1 not = '0'
               go to x38999
           end-if.
           move 'N' to w-eof-frys.
       x38020.
           read Frys into wfr
             at end move 'J' to w-eof-frys.
           if w-eof-frys = 'J'
               go to x38100
           end-if.
           if wfr-FunktionsNummer not numeric
           or wfr-FranDatum not numeric or wfr-FranKlock not numeric
           or wfr-TomDatum not numeric or wfr-TomKlock not numeric
               go to x38020
           end-if.
           if wfr-FunktionsNummer not = 0
           and wfunktionsnummer not = 0
           and wfr-FunktionsNummer not = wfunktionsnummer
               go to x38020
           end-if.
           if wfr-FranDatum > wau-datum
           or (wfr-FranDatum = wau-datum
               and wfr-FranKlock > wau-klock)
               go to x38020
           end-if.
           if wfr-TomDatum < wau-datum
           or (wfr-TomDatum = wau-datum
               and wfr-TomKlock < wau-klock)
               go to x38020
           end-if.
           move wfr to lfr.
           move 'J' to wfinnsJN.
       x38100.
           close Frys.
       x38999.
           exit program.

       x39-LoggaFrysUndantag section.
       x39010.
      * nödändring under en frysning: kräver roll 4 i
      * spadoperator.dat och en orsak. Undantaget loggas i AdmiAudit
      * (kommando 553), i MessArci (händelse 553) och som notering
      * med hela orsaken, stämplad på händelsens tidpunkt - så
      * skiftrapporten visar vem som ändrade vad under frysningen och
      * varför. wfinnsJN = 'N' betyder att undantaget vägras och
      * ändringen inte får göras.
           entry 'sd-LoggaFrysUndantag' using
             wfunktionsnummer, loperator, lorsak, wfinnsJN.
           move 'N' to wfinnsJN.
           if lorsak = spaces
               go to x39999
           end-if.
           perform x6-las-operatorroll.
           if woperroll < 4
               go to x39999
           end-if.
           accept wau-datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving wau-klock.
           move 553 to wfrkommando.
           perform j-berakna-effektiv-datamode.
           if wlokaldatamode = 1
             call 'db-LoggaAdmiKommandoAudit' using
               wfunktionsnummer, wfrkommando, loperator,
               wau-datum, wau-klock.
           if wlokaldatamode = 2
             call 'sf-LoggaAdmiKommandoAudit' using
               wfunktionsnummer, wfrkommando, loperator,
               wau-datum, wau-klock.
           move loperator to wfu-operator.
           move lorsak    to wfu-orsak.
           move 0         to wma-bestid.
           move 553       to wma-kommando.
           if wlokaldatamode = 1
             call 'db-LoggaMessArci' using
               wfunktionsnummer, wma-bestid, wma-kommando, wfrystitel,
               wau-datum, wau-klock.
           if wlokaldatamode = 2
             call 'sf-LoggaMessArci' using
               wfunktionsnummer, wma-bestid, wma-kommando, wfrystitel,
               wau-datum, wau-klock.
      * hela orsaken som notering knuten till händelsen - routas på
      * den globala datamoden, som sd-InsertNotering
           initialize wfnt.
           move wfunktionsnummer to wfnt-FunktionsNummer.
           move 0                to wfnt-BestID.
           move wau-datum        to wfnt-MessDatum.
           move wau-klock        to wfnt-MessKlock.
           move loperator        to wfnt-Operator.
           move wau-datum        to wfnt-NotDatum.
           move wau-klock        to wfnt-NotKlock.
           move lorsak           to wfnt-Text.
           if wdatamode = 1
             call 'db-InsertNotering' using wfnt.
           if wdatamode = 2
             call 'sf-InsertNotering' using wfnt.
           move 'J' to wfinnsJN.
       x39999.
           exit program.

       x40-BegarGodkannande section.
       x40010.
      * fyraögonsprincip för högriskåtgärderna: anroparen fyller
      * Atgard, FunktionsNummer, Parameter och Begarare i lgk.
      * wfinnsJN = 'J' - en godkänd begäran fanns och förbrukas nu,
      *                  åtgärden får utföras (lgk = raden)
      *            'V' - begäran väntar fortfarande på beslut
      *            'N' - ingen begäran fanns, en ny är skapad
      *            'F' - registret är fullt, inget skapat
      * Utgångna begäranden märks 'U' först, så en gammal
      * godkännelse aldrig kan användas efter godkännandetiden.
           entry 'sd-BegarGodkannande' using lgk, wfinnsJN.
           move 'N' to wfinnsJN.
           perform x40b-las-godk.
           perform x40c-utga.
           move 0 to wgktraff.
           move 0 to wgkx.
       x40020.
           add 1 to wgkx.
           if wgkx > wgk-antal
               go to x40100
           end-if.
           move wgk-rad(wgkx) to wgk.
           if wgk-Atgard not = lgk-Atgard
           or wgk-FunktionsNummer not = lgk-FunktionsNummer
           or wgk-Parameter not = lgk-Parameter
           or wgk-Begarare not = lgk-Begarare
               go to x40020
           end-if.
           if wgk-Status = 'G'
               move wgkx to wgktraff
               go to x40100
           end-if.
           if wgk-Status = 'V' and wgktraff = 0
               move wgkx to wgktraff
           end-if.
           go to x40020.
       x40100.
           if wgktraff > 0
               move wgk-rad(wgktraff) to wgk
               if wgk-Status = 'G'
      * godkänd - förbrukas, åtgärden får utföras en gång
                   move 'F' to wgk-Status
                   move wgk to wgk-rad(wgktraff)
                   move 'J' to wgkandradJN
                   move 564 to wgkkommando
                   move wgk-Begarare to wgkoperator
                   move wgk-FunktionsNummer to wgkfunknr
                   perform x40f-logga-audit
                   move 'J' to wfinnsJN
               else
                   move 'V' to wfinnsJN
               end-if
               move wgk to lgk
               go to x40900
           end-if.
           if wgk-antal >= 200
               move 'F' to wfinnsJN
               go to x40900
           end-if.
      * ny begäran med nästa lediga nummer
           initialize wgk.
           move lgk-Atgard          to wgk-Atgard.
           move lgk-FunktionsNummer to wgk-FunktionsNummer.
           move lgk-Parameter       to wgk-Parameter.
           move lgk-Begarare        to wgk-Begarare.
           compute wgk-BegaranID = wgkmaxid + 1.
           move wau-datum to wgk-BegDatum.
           move wau-klock to wgk-BegKlock.
           move 'V' to wgk-Status.
           move spaces to wgk-Godkannare.
           add 1 to wgk-antal.
           move wgk to wgk-rad(wgk-antal).
           move 'J' to wgkandradJN.
           move 560 to wgkkommando.
           move wgk-Begarare to wgkoperator.
           move wgk-FunktionsNummer to wgkfunknr.
           perform x40f-logga-audit.
           move wgk to lgk.
           move 'N' to wfinnsJN.
       x40900.
           if wgkandradJN = 'J'
               perform x40d-skriv-godk
           end-if.
       x40999.
           exit program.

       x40b-las-godk section.
       x40b010.
      * hela registret till minnet, högsta BegaranID i wgkmaxid och
      * nu-tiden i wau-datum/wau-klock
           accept wau-datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving wau-klock.
           move 0 to wgk-antal.
           move 0 to wgkmaxid.
           move 'N' to wgkandradJN.
           if wgkoppenJN = 'J'
               close Godkann
               move 'N' to wgkoppenJN
           end-if.
           string wpath 'spadgodkann.dat' delimited by space
             into wgkselnamn.
           open input Godkann.
           if wgkfskey1 not = '0'
               go to x40b999
           end-if.
           move 'N' to w-eof-gk.
       x40b020.
           read Godkann into wgk
             at end move 'J' to w-eof-gk.
           if w-eof-gk = 'J' or wgk-antal >= 200
               go to x40b100
           end-if.
           if wgk-BegaranID not numeric
               go to x40b020
           end-if.
           add 1 to wgk-antal.
           move wgk to wgk-rad(wgk-antal).
           if wgk-BegaranID > wgkmaxid
               move wgk-BegaranID to wgkmaxid
           end-if.
           go to x40b020.
       x40b100.
           close Godkann.
       x40b999.
           exit.

       x40c-utga section.
       x40c010.
      * väntande begäranden äldre än godkännandetiden, och
      * godkända som inte utförts inom samma tid från
      * godkännandet, går ut
           move 0 to wgkx.
       x40c020.
           add 1 to wgkx.
           if wgkx > wgk-antal
               go to x40c999
           end-if.
           move wgk-rad(wgkx) to wgk.
           if wgk-Status = 'V'
               move wgk-BegDatum to wgkdatum
               move wgk-BegKlock to wgkklock
           else
               if wgk-Status = 'G'
                   move wgk-GodDatum to wgkdatum
                   move wgk-GodKlock to wgkklock
               else
                   go to x40c020
               end-if
           end-if.
           perform x40e-alder.
           if wgkaldermin <= wgodkminuter
               go to x40c020
           end-if.
           move 'U' to wgk-Status.
           move wgk to wgk-rad(wgkx).
           move 'J' to wgkandradJN.
           move 563 to wgkkommando.
           move wgk-Begarare to wgkoperator.
           move wgk-FunktionsNummer to wgkfunknr.
           perform x40f-logga-audit.
           go to x40c020.
       x40c999.
           exit.

       x40d-skriv-godk section.
       x40d010.
           open output Godkann.
           move 0 to wgkx.
       x40d020.
           add 1 to wgkx.
           if wgkx > wgk-antal
               go to x40d100
           end-if.
           write godkann-record from wgk-rad(wgkx).
           go to x40d020.
       x40d100.
           close Godkann.
       x40d999.
           exit.

       x40e-alder section.
       x40e010.
      * minuter från wgkdatum/wgkklock till nu (wau-datum/
      * wau-klock) - årsskiften med 365 dagar, som åldringen i lz2
           move wau-datum to wk-datum.
           perform lz3-dag-och-ar.
           move wk-doy to wdoy-nu.
           move wk-aa  to waa-nu.
           move wgkdatum to wk-datum.
           perform lz3-dag-och-ar.
           move wk-doy to wdoy-da.
           move wk-aa  to waa-da.
           move wau-klock to wgkklocktal.
           compute wgksek-nu =
             (wgkk-hh * 3600) + (wgkk-mi * 60) + wgkk-ss.
           move wgkklock to wgkklocktal.
           compute wgksek-da =
             (wgkk-hh * 3600) + (wgkk-mi * 60) + wgkk-ss.
           compute wgkaldermin =
             (((waa-nu - waa-da) * 365 + wdoy-nu - wdoy-da) * 86400
             + wgksek-nu - wgksek-da) / 60.
       x40e999.
           exit.

       x40f-logga-audit section.
       x40f010.
      * ett fyraögonssteg i AdmiAudit, routat på funktionens
      * datamode på samma sätt som j-berakna-effektiv-datamode
           move wdatamode to wlokaldatamode.
           move 0 to wgkdmox.
       x40f020.
           add 1 to wgkdmox.
           if wgkdmox <= wdmo-antal
               if wdmo-funknr(wgkdmox) = wgkfunknr
                   move wdmo-mode(wgkdmox) to wlokaldatamode
               end-if
               go to x40f020
           end-if.
           if wlokaldatamode = 1
             call 'db-LoggaAdmiKommandoAudit' using
               wgkfunknr, wgkkommando, wgkoperator,
               wau-datum, wau-klock.
           if wlokaldatamode = 2
             call 'sf-LoggaAdmiKommandoAudit' using
               wgkfunknr, wgkkommando, wgkoperator,
               wau-datum, wau-klock.
       x40f999.
           exit.

       x41-BeslutaGodkannande section.
       x41010.
      * en andra operatör (loperator) beslutar om begäran
      * lgk-BegaranID: lgk-Status 'G' = godkänn, annat = avslå.
      * wfinnsJN = 'J' - beslutet är registrerat
      *            'S' - beslutaren är begäraren själv
      *            'R' - beslutaren finns inte i operatörsregistret
      *            'U' - begäran hann gå ut
      *            'N' - ingen väntande begäran med det numret
           entry 'sd-BeslutaGodkannande' using
             lgk, loperator, wfinnsJN.
           move 'N' to wfinnsJN.
           perform x6-las-operatorroll.
           if woperroll = 0
               move 'R' to wfinnsJN
               go to x41999
           end-if.
           perform x40b-las-godk.
           perform x40c-utga.
           move 0 to wgktraff.
           move 0 to wgkx.
       x41020.
           add 1 to wgkx.
           if wgkx > wgk-antal
               go to x41100
           end-if.
           move wgk-rad(wgkx) to wgk.
           if wgk-BegaranID not = lgk-BegaranID
               go to x41020
           end-if.
           move wgkx to wgktraff.
       x41100.
           if wgktraff = 0
               go to x41900
           end-if.
           if wgk-Status = 'U'
               move 'U' to wfinnsJN
               go to x41900
           end-if.
           if wgk-Status not = 'V'
               go to x41900
           end-if.
           if wgk-Begarare = loperator
               move 'S' to wfinnsJN
               go to x41900
           end-if.
           if lgk-Status = 'G'
               move 'G' to wgk-Status
               move 561 to wgkkommando
           else
               move 'A' to wgk-Status
               move 562 to wgkkommando
           end-if.
           move loperator to wgk-Godkannare.
           move wau-datum to wgk-GodDatum.
           move wau-klock to wgk-GodKlock.
           move wgk to wgk-rad(wgktraff).
           move 'J' to wgkandradJN.
           move loperator to wgkoperator.
           move wgk-FunktionsNummer to wgkfunknr.
           perform x40f-logga-audit.
           move wgk to lgk.
           move 'J' to wfinnsJN.
       x41900.
           if wgkandradJN = 'J'
               perform x40d-skriv-godk
           end-if.
       x41999.
           exit program.

       x42-OppnaGodkLas section.
       x42010.
      * strömmande läsning av begärandena för operatörsmenyn -
      * en väntande eller godkänd rad som passerat godkännandetiden
      * lämnas ut som 'U' även om registret inte skrivits om än
           entry 'sd-OppnaGodkLas'.
           if wgkoppenJN = 'J'
               close Godkann
           end-if.
           move 'N' to wgkoppenJN.
           accept wau-datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving wau-klock.
           string wpath 'spadgodkann.dat' delimited by space
             into wgkselnamn.
           open input Godkann.
           if wgkfskey1 = '0'
               move 'J' to wgkoppenJN
           end-if.
       x42999.
           exit program.

       x42b-LasGodk section.
       x42b010.
           entry 'sd-LasGodk' using lgk, wfinnsJN.
           move 'N' to wfinnsJN.
           if wgkoppenJN not = 'J'
               go to x42b999
           end-if.
           read Godkann into lgk
             at end
               close Godkann
               move 'N' to wgkoppenJN
               go to x42b999
           end-read.
           if lgk-Status = 'V'
               move lgk-BegDatum to wgkdatum
               move lgk-BegKlock to wgkklock
               perform x40e-alder
               if wgkaldermin > wgodkminuter
                   move 'U' to lgk-Status
               end-if
           end-if.
           if lgk-Status = 'G'
               move lgk-GodDatum to wgkdatum
               move lgk-GodKlock to wgkklock
               perform x40e-alder
               if wgkaldermin > wgodkminuter
                   move 'U' to lgk-Status
               end-if
           end-if.
           move 'J' to wfinnsJN.
       x42b999.
           exit program.

       x42c-StangGodkLas section.
       x42c010.
           entry 'sd-StangGodkLas'.
           if wgkoppenJN = 'J'
               close Godkann
           end-if.
           move 'N' to wgkoppenJN.
       x42c999.
           exit program.

       x43-IncidentHandelse section.
       x43010.
      * en nyss loggad händelse (wfunktionsnummer, wma-kommando,
      * ltitel, wau-datum/wau-klock) mot incidentregistret: läge 'O'
      * öppnar en incident om funktionen saknar en öppen, läge 'O'
      * och 'K' kopplas annars till den öppna. Övriga händelser
      * berör inte registret.
           if wikladdadJN not = 'J'
               perform x43b-las-inckod
           end-if.
           move space to wiklaege.
           move 0 to wikx.
       x43020.
           add 1 to wikx.
           if wikx <= wik-antal
               if wik-nr(wikx) = wma-kommando
                   move wik-lg(wikx) to wiklaege
               end-if
               go to x43020
           end-if.
           if wiklaege not = 'O' and wiklaege not = 'K'
               go to x43999
           end-if.
      * registret hålls låst från läsningen till omskrivningen - går
      * det inte att låsa kopplas händelsen inte, och det loggas
           move 'spadincident.lck' to wrgfil.
           perform x75-las-register.
           if wrglasJN = 'N'
               move 597 to winfelkod
               move winlasttitel to winfeltitel
               perform x43f-logga-fullt
               go to x43999
           end-if.
           perform x43c-las-incident.
           move 0 to wintraff.
           move 0 to winx.
       x43030.
           add 1 to winx.
           if winx <= win-antal
               move win-rad(winx) to win
               if win-FunktionsNummer = wfunktionsnummer
               and win-Status = 'O'
                   move winx to wintraff
               end-if
               go to x43030
           end-if.
           if wintraff > 0
               move win-rad(wintraff) to win
               move wma-kommando to win-SenasteHandelse
               move wau-datum    to win-SenasteDatum
               move wau-klock    to win-SenasteKlock
               add 1 to win-AntalHandelser
               move win to win-rad(wintraff)
               perform x43d-skriv-incident
               go to x43999
           end-if.
           if wiklaege not = 'O'
               go to x43999
           end-if.
      * fullt register: den äldsta stängda incidenten får ge plats
           if win-antal >= 500
               perform x43e-gallra-incident
           end-if.
           if win-antal >= 500
               if winfulltJN = 'N'
                   move 'J' to winfulltJN
                   move 596 to winfelkod
                   move winfulltitel to winfeltitel
                   perform x43f-logga-fullt
               end-if
               go to x43999
           end-if.
           initialize win.
           compute win-IncidentID = winmaxid + 1.
           move wfunktionsnummer to win-FunktionsNummer.
           move 'O'          to win-Status.
           move wau-datum    to win-OppnadDatum.
           move wau-klock    to win-OppnadKlock.
           move wma-kommando to win-ForstaHandelse.
           move wma-kommando to win-SenasteHandelse.
           move wau-datum    to win-SenasteDatum.
           move wau-klock    to win-SenasteKlock.
           move 1            to win-AntalHandelser.
           move spaces       to win-Operator.
           move ltitel       to win-Titel.
           add 1 to win-antal.
           move win to win-rad(win-antal).
           perform x43d-skriv-incident.
       x43999.
           perform x75b-slapp-register.
           exit.

       x43b-las-inckod section.
       x43b010.
           move 'J' to wikladdadJN.
           move 0 to wik-antal.
           string wpath 'spadincidentkod.dat' delimited by space
             into wikselnamn.
           open input IncKod.
           if wikfskey1 not = '0'
               go to x43b999
           end-if.
           move 'N' to w-eof-ik.
       x43b020.
           read IncKod into wikrad
             at end move 'J' to w-eof-ik.
           if w-eof-ik = 'J' or wik-antal >= 50
               go to x43b100
           end-if.
           if wik-handelse not numeric
               go to x43b020
           end-if.
           add 1 to wik-antal.
           move wik-handelse to wik-nr(wik-antal).
           move wik-laege    to wik-lg(wik-antal).
           if wik-laege = 'o'
               move 'O' to wik-lg(wik-antal)
           end-if.
           if wik-laege = 'k'
               move 'K' to wik-lg(wik-antal)
           end-if.
           go to x43b020.
       x43b100.
           close IncKod.
       x43b999.
           exit.

       x43c-las-incident section.
       x43c010.
      * hela incidentregistret till minnet, högsta IncidentID i
      * winmaxid
           move 0 to win-antal.
           move 0 to winmaxid.
           if winoppenJN = 'J'
               close Incident
               move 'N' to winoppenJN
           end-if.
           string wpath 'spadincident.dat' delimited by space
             into winselnamn.
           open input Incident.
           if winfskey1 not = '0'
               go to x43c999
           end-if.
           move 'N' to w-eof-in.
       x43c020.
           read Incident into win
             at end move 'J' to w-eof-in.
           if w-eof-in = 'J' or win-antal >= 500
               go to x43c100
           end-if.
           if win-IncidentID not numeric
               go to x43c020
           end-if.
           add 1 to win-antal.
           move win to win-rad(win-antal).
           if win-IncidentID > winmaxid
               move win-IncidentID to winmaxid
           end-if.
           go to x43c020.
       x43c100.
           close Incident.
       x43c999.
           exit.

       x43d-skriv-incident section.
       x43d010.
           open output Incident.
           move 0 to winx.
       x43d020.
           add 1 to winx.
           if winx > win-antal
               go to x43d100
           end-if.
           write incident-record from win-rad(winx).
           go to x43d020.
       x43d100.
           close Incident.
       x43d999.
           exit.

       x43e-gallra-incident section.
       x43e010.
      * den första stängda incidenten i registret (= den äldsta)
      * tas bort och resten flyttas upp en plats, som
      * x53c-gallra-larm
           move 0 to wintraff.
           move 0 to winx.
       x43e020.
           add 1 to winx.
           if winx > win-antal
               go to x43e999
           end-if.
           move win-rad(winx) to win.
           if win-Status not = 'S'
               go to x43e020
           end-if.
           move winx to wintraff.
       x43e030.
           if wintraff >= win-antal
               subtract 1 from win-antal
               go to x43e999
           end-if.
           move win-rad(wintraff + 1) to win-rad(wintraff).
           add 1 to wintraff.
           go to x43e030.
       x43e999.
           exit.

       x43f-logga-fullt section.
       x43f010.
      * händelse winfelkod med titeln winfeltitel, direkt mot
      * backend och inte via sd-LoggaMessArci, så händelsen inte
      * själv prövas mot incidentregistret
           move winfelkod to wma-kommando.
           perform j-berakna-effektiv-datamode.
           if wlokaldatamode = 1
             call 'db-LoggaMessArci' using
               wfunktionsnummer, wma-bestid, wma-kommando,
               winfeltitel, wau-datum, wau-klock.
           if wlokaldatamode = 2
             call 'sf-LoggaMessArci' using
               wfunktionsnummer, wma-bestid, wma-kommando,
               winfeltitel, wau-datum, wau-klock.
       x43f999.
           exit.

       x44-UppdateraIncident section.
       x44010.
      * operatörens ändring av en incident (SpadIncidentCbl): bara
      * operatörsfälten - status, tilldelning, löst/stängd och
      * noteringslänken - förs över till den aktuella raden, så
      * händelser som kopplats under tiden inte skrivs över.
      * wfinnsJN = 'N' om IncidentID saknas, 'L' om registret
      * inte gick att låsa.
           entry 'sd-UppdateraIncident' using lin, wfinnsJN.
           move 'N' to wfinnsJN.
           move 'spadincident.lck' to wrgfil.
           perform x75-las-register.
           if wrglasJN = 'N'
               move 'L' to wfinnsJN
               go to x44999
           end-if.
           perform x43c-las-incident.
           move 0 to winx.
       x44020.
           add 1 to winx.
           if winx > win-antal
               go to x44999
           end-if.
           move win-rad(winx) to win.
           if win-IncidentID not = lin-IncidentID
               go to x44020
           end-if.
           move lin-Status      to win-Status.
           move lin-Operator    to win-Operator.
           move lin-KvittDatum  to win-KvittDatum.
           move lin-KvittKlock  to win-KvittKlock.
           move lin-LostDatum   to win-LostDatum.
           move lin-LostKlock   to win-LostKlock.
           move lin-StangdDatum to win-StangdDatum.
           move lin-StangdKlock to win-StangdKlock.
           move lin-NotDatum    to win-NotDatum.
           move lin-NotKlock    to win-NotKlock.
           move win to win-rad(winx).
           perform x43d-skriv-incident.
           move win to lin.
           move 'J' to wfinnsJN.
       x44999.
           perform x75b-slapp-register.
           exit program.

       x45-OppnaIncidentLas section.
       x45010.
      * strömmande läsning av incidenterna, för SpadIncidentCbl och
      * skiftrapporten
           entry 'sd-OppnaIncidentLas'.
           if winoppenJN = 'J'
               close Incident
           end-if.
           move 'N' to winoppenJN.
           string wpath 'spadincident.dat' delimited by space
             into winselnamn.
           open input Incident.
           if winfskey1 = '0'
               move 'J' to winoppenJN
           end-if.
       x45999.
           exit program.

       x45b-LasIncident section.
       x45b010.
           entry 'sd-LasIncident' using lin, wfinnsJN.
           move 'N' to wfinnsJN.
           if winoppenJN not = 'J'
               go to x45b999
           end-if.
           read Incident into lin
             at end
               close Incident
               move 'N' to winoppenJN
               go to x45b999
           end-read.
           move 'J' to wfinnsJN.
       x45b999.
           exit program.

       x45c-StangIncidentLas section.
       x45c010.
           entry 'sd-StangIncidentLas'.
           if winoppenJN = 'J'
               close Incident
           end-if.
           move 'N' to winoppenJN.
       x45c999.
           exit program.

       x46-HamtaFelOrsak section.
       x46010.
      * text och omkörningsbarhet för lor-OrsakKod ur
      * orsakskatalogen - saknas koden där gäller de inbyggda
      * uppgifterna för motorns egna koder (se orsak.cpy), annars
      * 'OKAND ORSAK' och omkörning tillåten. wfinnsJN = 'J' om
      * koden står i katalogen.
           entry 'sd-HamtaFelOrsak' using lor, wfinnsJN.
           move 'N' to wfinnsJN.
           move 'J' to lor-OmkorJN.
           evaluate lor-OrsakKod
               when 0
                   move 'INGEN ORSAK ANGIVEN' to lor-Text
               when 1
                   move 'JOBBRUTIN SAKNAS' to lor-Text
                   move 'N' to lor-OmkorJN
               when 2
                   move 'VAKTHUND - MAXTID OVERSKRIDEN' to lor-Text
               when 3
                   move 'DATABASFEL' to lor-Text
               when 4
                   move 'RIMLIGHETSKONTROLL' to lor-Text
               when 5
                   move 'INDATASET UNDERKANT AV JOBBRUTINEN'
                     to lor-Text
                   move 'N' to lor-OmkorJN
               when 6
                   move 'DELORDER MISSLYCKADES' to lor-Text
               when 7
                   move 'AVBRUTEN AV OPERATOR' to lor-Text
               when 8
                   move 'FOREGANGARE MISSLYCKADES' to lor-Text
               when 9
                   move 'VANTAD FIL KOM ALDRIG' to lor-Text
               when 10
                   move 'MAKULERAD AV OPERATOR' to lor-Text
               when 11
                   move 'EJ ATTESTERAD AV FUNKTIONSAGAREN' to lor-Text
                   move 'N' to lor-OmkorJN
               when other
                   move 'OKAND ORSAK' to lor-Text
           end-evaluate.
           string wpath 'spadorsak.dat' delimited by space
             into worselnamn.
           open input Orsak.
           if worfskey1 not = '0'
               go to x46999
           end-if.
           move 'N' to w-eof-or.
       x46020.
           read Orsak into wor
             at end move 'J' to w-eof-or.
           if w-eof-or = 'J'
               go to x46100
           end-if.
           if wor-OrsakKod not numeric
               go to x46020
           end-if.
           if wor-OrsakKod not = lor-OrsakKod
               go to x46020
           end-if.
           move wor-Text to lor-Text.
           move 'J' to lor-OmkorJN.
           if wor-OmkorJN = 'N' or wor-OmkorJN = 'n'
               move 'N' to lor-OmkorJN
           end-if.
           move 'J' to wfinnsJN.
       x46100.
           close Orsak.
       x46999.
           exit program.

       x47-KollaKostStalle section.
       x47010.
      * är beställarens avdelning ett aktivt kostnadsställe i ERP:s
      * register? wfinnsJN = 'N' betyder avvisa intaget. Saknas
      * registret görs ingen kontroll, som innan det importerades.
           entry 'sd-KollaKostStalle' using lbestallare, wfinnsJN.
           move 'J' to wfinnsJN.
           move spaces to wbehavdelning.
           move lbestallare to wbehbestallare.
           perform x21-hamta-behavdelning.
           move wbehavdelning to wkssok.
           perform x47b-las-koststalle.
           if wksstatus not = ' ' and wksstatus not = 'A'
               move 'N' to wfinnsJN
           end-if.
       x47999.
           exit program.

       x47b-las-koststalle section.
       x47b010.
      * wkssok:s status i kostnadsställeregistret till wksstatus
           move ' ' to wksstatus.
           string wpath 'spadkoststalle.dat' delimited by space
             into wksselnamn.
           open input KostStalle.
           if wksfskey1 not = '0'
               go to x47b999
           end-if.
           move 'N' to wksstatus.
           move 'N' to w-eof-ks.
       x47b020.
           read KostStalle into wks
             at end move 'J' to w-eof-ks.
           if w-eof-ks = 'J'
               go to x47b100
           end-if.
           if wks-KostStalle not = wkssok or wkssok = spaces
               go to x47b020
           end-if.
           if wks-Status = 'A'
               move 'A' to wksstatus
           else
               move 'S' to wksstatus
           end-if.
       x47b100.
           close KostStalle.
       x47b999.
           exit.

       x48-KonteraVerifikat section.
       x48010.
      * konteringsraderna för en KLAR-körnings verifikat ur
      * spadkontering.dat, i vkp. vkp-orsak blank = verifikatet
      * får skickas; annars varför det ska hållas: ett belopp utan
      * regel, debet skilt från kredit, eller ett kostnadsställe
      * som är stängt eller saknas i ERP:s register. Saknas
      * registret, eller regler för funktionen, blir vkp-antal 0
      * och detaljposten skickas ensam som förut.
           entry 'sd-KonteraVerifikat' using sb, vkp.
           move 0 to vkp-antal.
           move spaces to vkp-orsak.
           move 0 to wkt-debet.
           move 0 to wkt-kredit.
           move 'N' to wkt-regelJN(1).
           move 'N' to wkt-regelJN(2).
           move 'N' to wkt-regelJN(3).
           move 'N' to wkt-avdhamtadJN.
           string wpath 'spadkontering.dat' delimited by space
             into wktselnamn.
           open input Kontering.
           if wktfskey1 not = '0'
               go to x48999
           end-if.
           move 'N' to w-eof-kt.
       x48020.
           read Kontering into wkt
             at end move 'J' to w-eof-kt.
           if w-eof-kt = 'J'
               go to x48100
           end-if.
           if wkt-FunktionsNummer not numeric
           or wkt-BeloppNr not numeric
               go to x48020
           end-if.
           if wkt-FunktionsNummer not = sb-FunktionsNummer
           or wkt-BeloppNr < 1 or wkt-BeloppNr > 3
               go to x48020
           end-if.
           move 'J' to wkt-regelJN(wkt-BeloppNr).
           evaluate wkt-BeloppNr
               when 1 move sb-ResultatBelopp1 to wkt-belopp
               when 2 move sb-ResultatBelopp2 to wkt-belopp
               when 3 move sb-ResultatBelopp3 to wkt-belopp
           end-evaluate.
           if wkt-belopp = 0
               go to x48020
           end-if.
           if wkt-Andel not numeric or wkt-Andel = 0
               move wkt-belopp to wkt-radbelopp
           else
               compute wkt-radbelopp rounded =
                 wkt-belopp * wkt-Andel / 100
           end-if.
           if wkt-DebetKredit not = 'D' and wkt-DebetKredit not = 'K'
               if vkp-orsak = spaces
                   move 'OGILTIG DEBET/KREDIT I REGEL' to vkp-orsak
               end-if
               go to x48020
           end-if.
           if vkp-antal >= 20
               if vkp-orsak = spaces
                   move 'FLER AN 20 KONTERINGSRADER' to vkp-orsak
               end-if
               go to x48020
           end-if.
           add 1 to vkp-antal.
           move wkt-BeloppNr     to vkp-beloppnr(vkp-antal).
           move wkt-DebetKredit  to vkp-debetkredit(vkp-antal).
           move wkt-Konto        to vkp-konto(vkp-antal).
           move wkt-radbelopp    to vkp-belopp(vkp-antal).
           move wkt-KostStalle   to vkp-koststalle(vkp-antal).
      * blankt kostnadsställe i regeln = beställarens avdelning
           if wkt-KostStalle = spaces
               if wkt-avdhamtadJN = 'N'
                   move spaces to wbehavdelning
                   move sb-Bestallare to wbehbestallare
                   perform x21-hamta-behavdelning
                   move wbehavdelning to wkt-avdelning
                   move 'J' to wkt-avdhamtadJN
               end-if
               move wkt-avdelning to vkp-koststalle(vkp-antal)
           end-if.
           if wkt-DebetKredit = 'D'
               add wkt-radbelopp to wkt-debet
           else
               add wkt-radbelopp to wkt-kredit
           end-if.
           go to x48020.
       x48100.
           close Kontering.
           if wkt-regelJN(1) = 'N' and wkt-regelJN(2) = 'N'
           and wkt-regelJN(3) = 'N'
               go to x48999
           end-if.
           if vkp-orsak not = spaces
               go to x48999
           end-if.
      * varje belopp som bokas måste ha en regel, annars stämmer
      * verifikatet inte mot detaljposten
           if sb-ResultatBelopp1 not = 0 and wkt-regelJN(1) = 'N'
               move 1 to wkr-nr
               move wkt-regelorsak to vkp-orsak
               go to x48999
           end-if.
           if sb-ResultatBelopp2 not = 0 and wkt-regelJN(2) = 'N'
               move 2 to wkr-nr
               move wkt-regelorsak to vkp-orsak
               go to x48999
           end-if.
           if sb-ResultatBelopp3 not = 0 and wkt-regelJN(3) = 'N'
               move 3 to wkr-nr
               move wkt-regelorsak to vkp-orsak
               go to x48999
           end-if.
           if wkt-debet not = wkt-kredit
               move 'KONTERINGEN BALANSERAR INTE' to vkp-orsak
               go to x48999
           end-if.
           move 0 to wkt-bx.
       x48200.
           add 1 to wkt-bx.
           if wkt-bx > vkp-antal
               go to x48999
           end-if.
           if vkp-koststalle(wkt-bx) = spaces
               move 'BESTALLAREN SAKNAR AVDELNING' to vkp-orsak
               go to x48999
           end-if.
           move vkp-koststalle(wkt-bx) to wkssok.
           perform x47b-las-koststalle.
           if wksstatus = 'S'
               string 'STANGT KOSTNADSSTALLE ' delimited by size
                      wkssok delimited by space
                      into vkp-orsak
               go to x48999
           end-if.
           if wksstatus = 'N'
               string 'OKANT KOSTNADSSTALLE ' delimited by size
                      wkssok delimited by space
                      into vkp-orsak
               go to x48999
           end-if.
           go to x48200.
       x48999.
           exit program.

       x49-HallErpVerifikat section.
       x49010.
      * ett verifikat som inte får skickas läggs i spaderphall.dat
      * med orsaken ur vkp-orsak, tills reglerna eller registret
      * rättats och SpadKonteringCbl släpper det
           entry 'sd-HallErpVerifikat' using sb, vkp.
           move sb-FunktionsNummer  to weh-FunktionsNummer.
           move sb-BestNummer       to weh-BestNummer.
           move sb-Bestallare       to weh-Bestallare.
           move sb-KorslutDatum     to weh-KorslutDatum.
           move sb-KorslutKlock     to weh-KorslutKlock.
           move sb-ResultatBelopp1  to weh-Belopp1.
           move sb-ResultatBelopp2  to weh-Belopp2.
           move sb-ResultatBelopp3  to weh-Belopp3.
           move sb-KorPostAntal     to weh-KorPostAntal.
           accept weh-HallDatum from date yyyymmdd.
           accept wau-falt from time.
           divide wau-falt by 100 giving weh-HallKlock.
           move vkp-orsak           to weh-Orsak.
           string wpath 'spaderphall.dat' delimited by space
             into wehselnamn.
           open extend ErpHall.
           if wehfs = '35'
               open output ErpHall
           end-if.
           write erphall-record from weh.
           close ErpHall.
       x49999.
           exit program.

       x50-HamtaAttestAgare section.
       x50010.
      * ska funktionens KLAR-körningar attesteras av ägaren innan
      * rapport, verifikat och avisering släpps? wfinnsJN = 'J' och
      * ägarens operatörs-ID i loperator när funktionen står i
      * spadattest.dat - saknas filen eller raden gäller ingen
      * attest, som innan registret fanns
           entry 'sd-HamtaAttestAgare' using
             wfunktionsnummer, loperator, wfinnsJN.
           move 'N' to wfinnsJN.
           move spaces to loperator.
           string wpath 'spadattest.dat' delimited by space
             into watselnamn.
           open input Attest.
           if watfskey1 not = '0'
               go to x50999
           end-if.
           move 'N' to w-eof-at.
       x50020.
           read Attest into wat
             at end move 'J' to w-eof-at.
           if w-eof-at = 'J'
               go to x50100
           end-if.
           if wat-FunktionsNummer not numeric
           or wat-FunktionsNummer not = wfunktionsnummer
               go to x50020
           end-if.
           move wat-Agare to loperator.
           move 'J' to wfinnsJN.
       x50100.
           close Attest.
       x50999.
           exit program.

       x51-LoggaKommandoAudit section.
       x51010.
      * en åtgärd som inte går via Admi.Kommando (makulering från
      * kommandoinkorgen) spåras i AdmiAudit som en Admi-växling:
      * funktion, kommando och operatör - ett avvisat försök med
      * kommando + 900, som i qe-LoggaAuditAvvisad
           entry 'sd-LoggaKommandoAudit' using
             wfunktionsnummer, lkommando, loperator.
           accept wau-datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving wau-klock.
           perform j-berakna-effektiv-datamode.
           if wlokaldatamode = 1
             call 'db-LoggaAdmiKommandoAudit' using
               wfunktionsnummer, lkommando, loperator,
               wau-datum, wau-klock.
           if wlokaldatamode = 2
             call 'sf-LoggaAdmiKommandoAudit' using
               wfunktionsnummer, lkommando, loperator,
               wau-datum, wau-klock.
       x51999.
           exit program.

       x52-RapporteraSteg section.
       x52010.
      * ett hushållsprogram lämnar sitt resultat till sekvensen
      * (SpadNattCbl) när det avslutas: antal behandlade poster,
      * wfinnsJN 'J' = gick bra / 'N' = fel och en förklaring.
      * Körs programmet fristående skrivs filen ändå - sekvensen
      * tar bort den innan varje steg
           entry 'sd-RapporteraSteg' using lantal, wfinnsJN, lorsak.
           move lantal   to wsr-Antal.
           move wfinnsJN to wsr-OkJN.
           move lorsak   to wsr-Text.
           string wpath 'spadstegres.dat' delimited by space
             into wsrselnamn.
           open output StegRes.
           if wsrfskey1 not = '0'
               go to x52999
           end-if.
           write stegres-record from wsr.
           close StegRes.
       x52999.
           exit program.

       x53-OppnaLarm section.
       x53010.
      * ett nytt larm från gatewayen (SpadGwCbl) - lla fylls med
      * funktion, händelse, severity, tidpunkt, första jourkontakt
      * och titel, LarmID delas ut här. wfinnsJN = 'J' registrerat,
      * 'F' = samma larm (funktion, händelse och tidpunkt) finns
      * redan - gatewayen körs om efter ett avbrott - och 'X' =
      * registret är fullt av okvitterade larm
           entry 'sd-OppnaLarm' using lla, wfinnsJN.
           perform x53b-las-larm.
           move 0 to wlax.
       x53020.
           add 1 to wlax.
           if wlax <= wla-antal
               move wla-rad(wlax) to wla
               if wla-FunktionsNummer = lla-FunktionsNummer
               and wla-Handelse = lla-Handelse
               and wla-OppnadDatum = lla-OppnadDatum
               and wla-OppnadKlock = lla-OppnadKlock
                   move wla to lla
                   move 'F' to wfinnsJN
                   go to x53999
               end-if
               go to x53020
           end-if.
      * fullt register: det äldsta kvitterade larmet får ge plats
           if wla-antal >= 500
               perform x53c-gallra-larm
           end-if.
           if wla-antal >= 500
               move 'X' to wfinnsJN
               go to x53999
           end-if.
           compute lla-LarmID = wlamaxid + 1.
           move 'O' to lla-Status.
           move spaces to lla-Operator.
           move 0 to lla-KvittDatum, lla-KvittKlock, lla-KvittSek.
           add 1 to wla-antal.
           move lla to wla-rad(wla-antal).
           perform x53d-skriv-larm.
           move 'J' to wfinnsJN.
       x53999.
           exit program.

       x53b-las-larm section.
       x53b010.
      * hela larmregistret till minnet, högsta LarmID i wlamaxid och
      * nu-tiden i wau-datum/wau-klock
           accept wau-datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving wau-klock.
           move 0 to wla-antal.
           move 0 to wlamaxid.
           if wlaoppenJN = 'J'
               close Larm
               move 'N' to wlaoppenJN
           end-if.
           string wpath 'spadlarm.dat' delimited by space
             into wlaselnamn.
           open input Larm.
           if wlafskey1 not = '0'
               go to x53b999
           end-if.
           move 'N' to w-eof-la.
       x53b020.
           read Larm into wla
             at end move 'J' to w-eof-la.
           if w-eof-la = 'J' or wla-antal >= 500
               go to x53b100
           end-if.
           if wla-LarmID not numeric
               go to x53b020
           end-if.
           add 1 to wla-antal.
           move wla to wla-rad(wla-antal).
           if wla-LarmID > wlamaxid
               move wla-LarmID to wlamaxid
           end-if.
           go to x53b020.
       x53b100.
           close Larm.
       x53b999.
           exit.

       x53c-gallra-larm section.
       x53c010.
      * det första kvitterade larmet i registret (= det äldsta)
      * tas bort och resten flyttas upp en plats
           move 0 to wlatraff.
           move 0 to wlax.
       x53c020.
           add 1 to wlax.
           if wlax > wla-antal
               go to x53c999
           end-if.
           move wla-rad(wlax) to wla.
           if wla-Status not = 'K'
               go to x53c020
           end-if.
           move wlax to wlatraff.
       x53c030.
           if wlatraff >= wla-antal
               subtract 1 from wla-antal
               go to x53c999
           end-if.
           move wla-rad(wlatraff + 1) to wla-rad(wlatraff).
           add 1 to wlatraff.
           go to x53c030.
       x53c999.
           exit.

       x53d-skriv-larm section.
       x53d010.
           open output Larm.
           move 0 to wlax.
       x53d020.
           add 1 to wlax.
           if wlax > wla-antal
               go to x53d100
           end-if.
           write larm-record from wla-rad(wlax).
           go to x53d020.
       x53d100.
           close Larm.
       x53d999.
           exit.

       x53e-kvittsek section.
       x53e010.
      * sekunder från larmet (wla-OppnadDatum/-Klock) till nu
      * (wau-datum/wau-klock) - årsskiften med 365 dagar, som
      * x40e-alder
           move wau-datum to wk-datum.
           perform lz3-dag-och-ar.
           move wk-doy to wdoy-nu.
           move wk-aa  to waa-nu.
           move wla-OppnadDatum to wk-datum.
           perform lz3-dag-och-ar.
           move wk-doy to wdoy-da.
           move wk-aa  to waa-da.
           move wau-klock to wgkklocktal.
           compute wgksek-nu =
             (wgkk-hh * 3600) + (wgkk-mi * 60) + wgkk-ss.
           move wla-OppnadKlock to wgkklocktal.
           compute wgksek-da =
             (wgkk-hh * 3600) + (wgkk-mi * 60) + wgkk-ss.
           compute wlasek =
             ((waa-nu - waa-da) * 365 + wdoy-nu - wdoy-da) * 86400
             + wgksek-nu - wgksek-da.
           if wlasek < 0
               move 0 to wlasek
           end-if.
       x53e999.
           exit.

       x54-KvitteraLarm section.
       x54010.
      * operatörens kvittens av larmet lla-LarmID (SpadOperatorCbl,
      * Form1): operatör, tidpunkt och sekunder till kvittens
      * stämplas och kvittensen loggas i AdmiAudit (575).
      * wfinnsJN = 'J' kvitterat, 'K' = redan kvitterat (lla visar
      * av vem), 'N' = LarmID saknas
           entry 'sd-KvitteraLarm' using lla, loperator, wfinnsJN.
           move 'N' to wfinnsJN.
           perform x53b-las-larm.
           move 0 to wlax.
       x54020.
           add 1 to wlax.
           if wlax > wla-antal
               go to x54999
           end-if.
           move wla-rad(wlax) to wla.
           if wla-LarmID not = lla-LarmID
               go to x54020
           end-if.
           if wla-Status = 'K'
               move wla to lla
               move 'K' to wfinnsJN
               go to x54999
           end-if.
           perform x53e-kvittsek.
           move 'K'       to wla-Status.
           move loperator to wla-Operator.
           move wau-datum to wla-KvittDatum.
           move wau-klock to wla-KvittKlock.
           move wlasek    to wla-KvittSek.
           move wla to wla-rad(wlax).
           perform x53d-skriv-larm.
           move wla to lla.
           move 575 to wgkkommando.
           move loperator to wgkoperator.
           move wla-FunktionsNummer to wgkfunknr.
           perform x40f-logga-audit.
           move 'J' to wfinnsJN.
       x54999.
           exit program.

       x55-EskaleraLarm section.
       x55010.
      * gatewayens eskalering: nytt steg, kontakt och tidpunkt förs
      * över till raden - bara om larmet fortfarande är öppet, så
      * en kvittens som hann före inte eskaleras bort.
      * wfinnsJN = 'J' eskalerat, 'K' = kvitterat under tiden,
      * 'N' = LarmID saknas
           entry 'sd-EskaleraLarm' using lla, wfinnsJN.
           move 'N' to wfinnsJN.
           perform x53b-las-larm.
           move 0 to wlax.
       x55020.
           add 1 to wlax.
           if wlax > wla-antal
               go to x55999
           end-if.
           move wla-rad(wlax) to wla.
           if wla-LarmID not = lla-LarmID
               go to x55020
           end-if.
           if wla-Status not = 'O'
               move 'K' to wfinnsJN
               go to x55999
           end-if.
           move lla-Steg     to wla-Steg.
           move lla-Kontakt  to wla-Kontakt.
           move lla-EskDatum to wla-EskDatum.
           move lla-EskKlock to wla-EskKlock.
           move wla to wla-rad(wlax).
           perform x53d-skriv-larm.
           move 'J' to wfinnsJN.
       x55999.
           exit program.

       x56-OppnaLarmLas section.
       x56010.
      * strömmande läsning av larmen, för gatewayens eskalering,
      * operatörens kvittens och skiftrapporten
           entry 'sd-OppnaLarmLas'.
           if wlaoppenJN = 'J'
               close Larm
           end-if.
           move 'N' to wlaoppenJN.
           string wpath 'spadlarm.dat' delimited by space
             into wlaselnamn.
           open input Larm.
           if wlafskey1 = '0'
               move 'J' to wlaoppenJN
           end-if.
       x56999.
           exit program.

       x56b-LasLarm section.
       x56b010.
           entry 'sd-LasLarm' using lla, wfinnsJN.
           move 'N' to wfinnsJN.
           if wlaoppenJN not = 'J'
               go to x56b999
           end-if.
           read Larm into lla
             at end
               close Larm
               move 'N' to wlaoppenJN
               go to x56b999
           end-read.
           move 'J' to wfinnsJN.
       x56b999.
           exit program.

       x56c-StangLarmLas section.
       x56c010.
           entry 'sd-StangLarmLas'.
           if wlaoppenJN = 'J'
               close Larm
           end-if.
           move 'N' to wlaoppenJN.
       x56c999.
           exit program.

       x57-PlaneraAdmiVersion section.
       x57010.
      * en planerad konfigurationsändring (SpadAdmiCbl): lkv fylls
      * med FunktionsNummer, GiltigDatum/GiltigKlock, operatör och
      * de nya värdena - VersionID delas ut här, och versionen förs
      * in i Admi-raden vid första läsningen av raden efter
      * tidpunkten, se x57c-tillampa-forfallna. Finns ännu ingen
      * version för funktionen sparas först den konfiguration som
      * gäller nu, så det som gällde före ändringen går att visa.
      * Loggas i AdmiAudit (580). wfinnsJN = 'J' planerad, 'T' =
      * JobbTyp saknas eller är inaktiv i katalogen, 'X' =
      * registret är fullt
           entry 'sd-PlaneraAdmiVersion' using lkv, wfinnsJN.
           move lkv-Param1 to wjobbtypkoll.
           perform x8b-kolla-jobbtyp-lokal.
           if wfinnsjobbJN = 'N'
               move 'T' to wfinnsJN
               go to x57999
           end-if.
           move lkv-FunktionsNummer to wkvfunknr.
           perform x57b-las-konfver.
           perform x57d-grundversion.
           if wkv-antal >= 5000
               move 'X' to wfinnsJN
               go to x57999
           end-if.
           add 1 to wkvmaxid.
           move wkvmaxid  to lkv-VersionID.
           move 'P'       to lkv-Status.
           move wau-datum to lkv-RegDatum.
           move wau-klock to lkv-RegKlock.
           move 0 to lkv-TillDatum, lkv-TillKlock.
           add 1 to wkv-antal.
           move lkv to wkv-rad(wkv-antal).
           perform x57e-skriv-konfver.
           move 580 to wgkkommando.
           move lkv-Operator to wgkoperator.
           move wkvfunknr to wgkfunknr.
           perform x40f-logga-audit.
           move 'J' to wfinnsJN.
       x57999.
           exit program.

       x57b-las-konfver section.
       x57b010.
      * hela versionsregistret till minnet, högsta VersionID i
      * wkvmaxid och nu-tiden i wau-datum/wau-klock (och wkvnu)
           accept wau-datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving wau-klock.
           compute wkvnu = wau-datum * 1000000 + wau-klock.
           move 0 to wkv-antal.
           move 0 to wkvmaxid.
           if wkvoppenJN = 'J'
               close KonfVer
               move 'N' to wkvoppenJN
           end-if.
           string wpath 'spadkonfver.dat' delimited by space
             into wkvselnamn.
           open input KonfVer.
           if wkvfskey1 not = '0'
               go to x57b999
           end-if.
           move 'N' to w-eof-kv.
       x57b020.
           read KonfVer into wkv
             at end move 'J' to w-eof-kv.
           if w-eof-kv = 'J' or wkv-antal >= 5000
               go to x57b100
           end-if.
           if wkv-VersionID not numeric
               go to x57b020
           end-if.
           add 1 to wkv-antal.
           move wkv to wkv-rad(wkv-antal).
           if wkv-VersionID > wkvmaxid
               move wkv-VersionID to wkvmaxid
           end-if.
           go to x57b020.
       x57b100.
           close KonfVer.
       x57b999.
           exit.

       x57c-tillampa-forfallna section.
       x57c010.
      * planerade versioner för wkvfunknr vars tidpunkt passerats
      * förs in i Admi-raden. Har flera hunnit passera gäller bara
      * den senaste - de tidigare var aldrig i kraft och märks 'E'.
      * Tidpunkten då versionen fördes in stämplas i TillDatum/
      * TillKlock och loggas i AdmiAudit (581, eller 582 om
      * versionen inte kunde föras in).
           perform x57b-las-konfver.
           if wkv-antal = 0
               go to x57c999
           end-if.
           move 0 to wkvtraff.
           move 0 to wkvbasta.
           move 0 to wkvx.
       x57c020.
           add 1 to wkvx.
           if wkvx > wkv-antal
               go to x57c100
           end-if.
           move wkv-rad(wkvx) to wkv.
           if wkv-FunktionsNummer not = wkvfunknr
           or wkv-Status not = 'P'
               go to x57c020
           end-if.
           compute wkvtid = wkv-GiltigDatum * 1000000
             + wkv-GiltigKlock.
           if wkvtid > wkvnu
               go to x57c020
           end-if.
      * registret ligger i VersionID-ordning - vid lika tidpunkt
      * gäller den senast planerade
           if wkvtraff > 0 and wkvtid < wkvbasta
               perform x57h-markera-ersatt
               go to x57c020
           end-if.
           if wkvtraff > 0
               move wkvx to wkvx2
               move wkvtraff to wkvx
               move wkv-rad(wkvx) to wkv
               perform x57h-markera-ersatt
               move wkvx2 to wkvx
           end-if.
           move wkvx to wkvtraff.
           move wkvtid to wkvbasta.
           go to x57c020.
       x57c100.
           if wkvtraff = 0
               go to x57c999
           end-if.
           move wkv-rad(wkvtraff) to wkv.
           perform x57f-for-in-admi.
           if wupdatedJN = 'J'
               move 'G' to wkv-Status
               move 581 to wgkkommando
           else
               move 'F' to wkv-Status
               move 582 to wgkkommando
           end-if.
           move wau-datum to wkv-TillDatum.
           move wau-klock to wkv-TillKlock.
           move wkv to wkv-rad(wkvtraff).
           perform x57e-skriv-konfver.
           move wkv-Operator to wgkoperator.
           move wkvfunknr to wgkfunknr.
           perform x40f-logga-audit.
       x57c999.
           exit.

       x57d-grundversion section.
       x57d010.
      * finns ingen version för wkvfunknr sparas den konfiguration
      * som gäller nu som grundversion (TillDatum 0 = gällde innan
      * versionerna infördes). Registret ska vara inläst (x57b).
           move 0 to wkvx.
       x57d020.
           add 1 to wkvx.
           if wkvx <= wkv-antal
               move wkv-rad(wkvx) to wkv
               if wkv-FunktionsNummer = wkvfunknr
                   go to x57d999
               end-if
               go to x57d020
           end-if.
           if wkv-antal >= 5000
               go to x57d999
           end-if.
           perform x57g-las-admirad.
           if sa2-AdmiID = 999999
               go to x57d999
           end-if.
           move 0 to wkvgdatum, wkvgklock.
           perform x57i-ny-version.
           perform x57e-skriv-konfver.
       x57d999.
           exit.

       x57e-skriv-konfver section.
       x57e010.
           open output KonfVer.
           move 0 to wkvx.
       x57e020.
           add 1 to wkvx.
           if wkvx > wkv-antal
               go to x57e100
           end-if.
           write konfver-record from wkv-rad(wkvx).
           go to x57e020.
       x57e100.
           close KonfVer.
       x57e999.
           exit.

       x57f-for-in-admi section.
       x57f010.
      * versionen wkv förs in i Admi-raden med samma optimistiska
      * versionslåsning som sd-UpdateAdmiParametrar/-Granser - först
      * styrfälten, sedan skyddsfälten. wupdatedJN = 'J' om båda
      * gick igenom. JobbTyp kontrolleras på nytt mot katalogen,
      * den kan ha inaktiverats sedan versionen planerades.
           move 'N' to wupdatedJN.
           move wkv-Param1 to wjobbtypkoll.
           perform x8b-kolla-jobbtyp-lokal.
           if wfinnsjobbJN = 'N'
               go to x57f999
           end-if.
           move 1 to wversionforsok.
       x57f020.
           if wversionforsok > wretryantal
               go to x57f999
           end-if.
           perform x57g-las-admirad.
           if sa2-AdmiID = 999999
               go to x57f999
           end-if.
           move sa2-Version to wversion.
           if wlokaldatamode = 1
             call 'db-UpdateAdmiParametrar' using
               wkvfunknr, wkv-SniffSekunder, wkv-KorVarvSekunder,
               wkv-AliveRapp, wkv-Param1, wkv-Param2, wkv-Param3,
               wversion, wupdatedJN.
           if wlokaldatamode = 2
             call 'sf-UpdateAdmiParametrar' using
               wkvfunknr, wkv-SniffSekunder, wkv-KorVarvSekunder,
               wkv-AliveRapp, wkv-Param1, wkv-Param2, wkv-Param3,
               wversion, wupdatedJN.
           if wupdatedJN not = 'J'
               add 1 to wversionforsok
               go to x57f020
           end-if.
           move 'N' to wupdatedJN.
           move 1 to wversionforsok.
       x57f030.
           if wversionforsok > wretryantal
               go to x57f999
           end-if.
           perform x57g-las-admirad.
           move sa2-Version to wversion.
           if wlokaldatamode = 1
             call 'db-UpdateAdmiGranser' using
               wkvfunknr, wkv-MaxForsok, wkv-MaxAntal,
               wkv-KalenderID, wversion, wupdatedJN.
           if wlokaldatamode = 2
             call 'sf-UpdateAdmiGranser' using
               wkvfunknr, wkv-MaxForsok, wkv-MaxAntal,
               wkv-KalenderID, wversion, wupdatedJN.
           if wupdatedJN not = 'J'
               add 1 to wversionforsok
               go to x57f030
           end-if.
       x57f999.
           exit.

       x57g-las-admirad section.
       x57g010.
      * Admi-raden för wkvfunknr till sa2, routad på funktionens
      * datamode på samma sätt som j-berakna-effektiv-datamode
           move wdatamode to wlokaldatamode.
           move 0 to wkvdmox.
       x57g020.
           add 1 to wkvdmox.
           if wkvdmox <= wdmo-antal
               if wdmo-funknr(wkvdmox) = wkvfunknr
                   move wdmo-mode(wkvdmox) to wlokaldatamode
               end-if
               go to x57g020
           end-if.
           initialize sa2.
           move 999999 to sa2-AdmiID.
           if wlokaldatamode = 1
             call 'db-selectspadadmifunk' using wkvfunknr, sa2.
           if wlokaldatamode = 2
             call 'sf-selectspadadmifunk' using wkvfunknr, sa2.
       x57g999.
           exit.

       x57h-markera-ersatt section.
       x57h010.
      * versionen wkv (rad wkvx) passerades av en senare planerad
      * innan den hann föras in
           move 'E' to wkv-Status.
           move wau-datum to wkv-TillDatum.
           move wau-klock to wkv-TillKlock.
           move wkv to wkv-rad(wkvx).
       x57h999.
           exit.

       x57i-ny-version section.
       x57i010.
      * ny 'G'-rad sist i registret med sa2:s värden, gällande från
      * wkvgdatum/wkvgklock - anroparen skriver registret
           initialize wkv.
           add 1 to wkvmaxid.
           move wkvmaxid  to wkv-VersionID.
           move wkvfunknr to wkv-FunktionsNummer.
           move 'G'       to wkv-Status.
           move wkvgdatum to wkv-GiltigDatum, wkv-TillDatum.
           move wkvgklock to wkv-GiltigKlock, wkv-TillKlock.
           move spaces    to wkv-Operator.
           move wau-datum to wkv-RegDatum.
           move wau-klock to wkv-RegKlock.
           move sa2-SniffSekunder   to wkv-SniffSekunder.
           move sa2-KorVarvSekunder to wkv-KorVarvSekunder.
           move sa2-AliveRapp       to wkv-AliveRapp.
           move sa2-Param1          to wkv-Param1.
           move sa2-Param2          to wkv-Param2.
           move sa2-Param3          to wkv-Param3.
           move sa2-MaxForsok       to wkv-MaxForsok.
           move sa2-MaxAntal        to wkv-MaxAntal.
           move sa2-KalenderID      to wkv-KalenderID.
           add 1 to wkv-antal.
           move wkv to wkv-rad(wkv-antal).
       x57i999.
           exit.

       x57j-forbered-direkt section.
       x57j010.
      * före en ändring direkt i Admi-raden (Form1, SpadPromCbl):
      * grundversionen sparas om funktionen saknar versioner
           perform x57b-las-konfver.
           perform x57d-grundversion.
       x57j999.
           exit.

       x57k-registrera-direkt section.
       x57k010.
      * efter en ändring direkt i Admi-raden, eller en ny rad vid
      * driftsättningen: den nya konfigurationen sparas som en
      * version som gäller från nu
           perform x57b-las-konfver.
           if wkv-antal >= 5000
               go to x57k999
           end-if.
           perform x57g-las-admirad.
           if sa2-AdmiID = 999999
               go to x57k999
           end-if.
           move wau-datum to wkvgdatum.
           move wau-klock to wkvgklock.
           perform x57i-ny-version.
           perform x57e-skriv-konfver.
       x57k999.
           exit.

       x58-HamtaAdmiVidTid section.
       x58010.
      * konfigurationen som gällde för lkv-FunktionsNummer vid
      * tidpunkten lkv-GiltigDatum/lkv-GiltigKlock: den senaste
      * version som förts in (TillDatum/TillKlock) - eller, för en
      * framtida tidpunkt, är planerad (GiltigDatum/GiltigKlock) -
      * senast vid tidpunkten. Versionen lämnas i lkv.
      * wfinnsJN = 'J' funnen, 'N' = inga versioner för funktionen
      * vid den tidpunkten
           entry 'sd-HamtaAdmiVidTid' using lkv, wfinnsJN.
           move 'N' to wfinnsJN.
           move lkv-FunktionsNummer to wkvfunknr.
           compute wkvsok = lkv-GiltigDatum * 1000000
             + lkv-GiltigKlock.
           perform x57b-las-konfver.
           move 0 to wkvbasta.
           move 0 to wkvx.
       x58020.
           add 1 to wkvx.
           if wkvx > wkv-antal
               go to x58999
           end-if.
           move wkv-rad(wkvx) to wkv.
           if wkv-FunktionsNummer not = wkvfunknr
               go to x58020
           end-if.
           evaluate wkv-Status
               when 'G'
                   compute wkvtid = wkv-TillDatum * 1000000
                     + wkv-TillKlock
               when 'P'
                   compute wkvtid = wkv-GiltigDatum * 1000000
                     + wkv-GiltigKlock
               when other
                   go to x58020
           end-evaluate.
           if wkvtid > wkvsok
               go to x58020
           end-if.
           if wfinnsJN = 'J' and wkvtid < wkvbasta
               go to x58020
           end-if.
           move wkv to lkv.
           move wkvtid to wkvbasta.
           move 'J' to wfinnsJN.
           go to x58020.
       x58999.
           exit program.

       x59-MakuleraAdmiVersion section.
       x59010.
      * en planerad version (lkv-VersionID) makuleras innan den
      * trätt i kraft - loggas i AdmiAudit (583). wfinnsJN = 'J'
      * makulerad, 'S' = versionen är inte längre planerad (lkv
      * visar dess status), 'N' = VersionID saknas
           entry 'sd-MakuleraAdmiVersion' using
             lkv, loperator, wfinnsJN.
           move 'N' to wfinnsJN.
           perform x57b-las-konfver.
           move 0 to wkvx.
       x59020.
           add 1 to wkvx.
           if wkvx > wkv-antal
               go to x59999
           end-if.
           move wkv-rad(wkvx) to wkv.
           if wkv-VersionID not = lkv-VersionID
               go to x59020
           end-if.
           if wkv-Status not = 'P'
               move wkv to lkv
               move 'S' to wfinnsJN
               go to x59999
           end-if.
           move 'M' to wkv-Status.
           move wau-datum to wkv-TillDatum.
           move wau-klock to wkv-TillKlock.
           move wkv to wkv-rad(wkvx).
           perform x57e-skriv-konfver.
           move wkv to lkv.
           move 583 to wgkkommando.
           move loperator to wgkoperator.
           move wkv-FunktionsNummer to wgkfunknr.
           perform x40f-logga-audit.
           move 'J' to wfinnsJN.
       x59999.
           exit program.

       x60-OppnaKonfVerLas section.
       x60010.
      * strömmande läsning av versionsregistret, för listningen i
      * SpadAdmiCbl
           entry 'sd-OppnaKonfVerLas'.
           if wkvoppenJN = 'J'
               close KonfVer
           end-if.
           move 'N' to wkvoppenJN.
           string wpath 'spadkonfver.dat' delimited by space
             into wkvselnamn.
           open input KonfVer.
           if wkvfskey1 = '0'
               move 'J' to wkvoppenJN
           end-if.
       x60999.
           exit program.

       x60b-LasKonfVer section.
       x60b010.
           entry 'sd-LasKonfVer' using lkv, wfinnsJN.
           move 'N' to wfinnsJN.
           if wkvoppenJN not = 'J'
               go to x60b999
           end-if.
           read KonfVer into lkv
             at end
               close KonfVer
               move 'N' to wkvoppenJN
               go to x60b999
           end-read.
           move 'J' to wfinnsJN.
       x60b999.
           exit program.

       x60c-StangKonfVerLas section.
       x60c010.
           entry 'sd-StangKonfVerLas'.
           if wkvoppenJN = 'J'
               close KonfVer
           end-if.
           move 'N' to wkvoppenJN.
       x60c999.
           exit program.

       x61-HamtaReservFunktion section.
       x61010.
      * den utsedda reservfunktionen för wfunktionsnummer - dit kan
      * köade beställningar ledas om när funktionens rutin eller
      * mottagande system ligger nere, se SpadMassCbl.
      * lrvfunknr = 0 när registret eller raden saknas
           entry 'sd-HamtaReservFunktion' using
             wfunktionsnummer, lrvfunknr.
           move 0 to lrvfunknr.
           string wpath 'spadreservfunk.dat' delimited by space
             into wrvselnamn.
           open input ReservFunk.
           if wrvfskey1 not = '0'
               go to x61999
           end-if.
           move 'N' to w-eof-rv.
       x61020.
           read ReservFunk into wreservrad
             at end move 'J' to w-eof-rv.
           if w-eof-rv = 'J'
               go to x61100
           end-if.
           if wrv-funknr not numeric or wrv-reserv not numeric
               go to x61020
           end-if.
           if wrv-funknr = wfunktionsnummer
               move wrv-reserv to lrvfunknr
               go to x61100
           end-if.
           go to x61020.
       x61100.
           close ReservFunk.
       x61999.
           exit program.

       x62-HamtaPeriod section.
       x62010.
      * periodregistrets rad för lpe-Manad - wfinnsJN = 'N' när
      * månaden är öppen (ingen rad). Registret läses om varje gång
      * så en nyss stängd period syns direkt
           entry 'sd-HamtaPeriod' using lpe, wfinnsJN.
           move 'N' to wfinnsJN.
           move lpe-Manad to wpemanad.
           perform x62b-las-perioder.
           perform x62e-sok-period.
           if wpex > 0
               move wpe-rad(wpex) to lpe
               move 'J' to wfinnsJN
           end-if.
       x62999.
           exit program.

       x62b-las-perioder section.
       x62b010.
           move 0 to wpe-antal.
           move spaces to wpeselnamn.
           string wpath 'spadperiod.dat' delimited by space
             into wpeselnamn.
           open input Period.
           if wpefskey1 not = '0'
      * inget register - alla månader är öppna
               go to x62b999
           end-if.
           move 'N' to w-eof-pe.
       x62b020.
           read Period into wpe at end move 'J' to w-eof-pe.
           if w-eof-pe = 'J' or wpe-antal >= 240
               go to x62b100
           end-if.
           add 1 to wpe-antal.
           move wpe to wpe-rad(wpe-antal).
           go to x62b020.
       x62b100.
           close Period.
       x62b999.
           exit.

       x62c-las-kvar section.
       x62c010.
           move 0 to wpk-antal.
           move spaces to wpkselnamn.
           string wpath 'spadperiodkvar.dat' delimited by space
             into wpkselnamn.
           open input PerKvar.
           if wpkfskey1 not = '0'
               go to x62c999
           end-if.
           move 'N' to w-eof-pe.
       x62c020.
           read PerKvar into wpk at end move 'J' to w-eof-pe.
           if w-eof-pe = 'J' or wpk-antal >= 5000
               go to x62c100
           end-if.
           add 1 to wpk-antal.
           move wpk to wpk-rad(wpk-antal).
           go to x62c020.
       x62c100.
           close PerKvar.
       x62c999.
           exit.

       x62d-las-ombok section.
       x62d010.
           move 0 to wpo-antal.
           move spaces to wposelnamn.
           string wpath 'spadombokning.dat' delimited by space
             into wposelnamn.
           open input Ombok.
           if wpofskey1 not = '0'
               go to x62d999
           end-if.
           move 'N' to w-eof-pe.
       x62d020.
           read Ombok into wpo at end move 'J' to w-eof-pe.
           if w-eof-pe = 'J' or wpo-antal >= 5000
               go to x62d100
           end-if.
           add 1 to wpo-antal.
           move wpo to wpo-rad(wpo-antal).
           go to x62d020.
       x62d100.
           close Ombok.
       x62d999.
           exit.

       x62e-sok-period section.
       x62e010.
      * wpex = registerraden för wpemanad, 0 = öppen månad
           move 0 to wpex.
       x62e020.
           add 1 to wpex.
           if wpex > wpe-antal
               move 0 to wpex
               go to x62e999
           end-if.
           move wpe-rad(wpex) to wpe.
           if wpe-Manad not = wpemanad
               go to x62e020
           end-if.
       x62e999.
           exit.

       x63-HamtaBokfDatum section.
       x63010.
      * bokföringsdagen för ett utfall i BestHist (lbackend = den
      * backend posten lästes ur, se sd-HamtaHistStromBackend):
      * slutdagen (senaste-dagen när korslut saknas) - utom när
      * slutdagens månad är stängd och utfallet inte hörde till de
      * frysta vid stängningen. Ett sådant sent utfall bokas i
      * öppen period på den dag det först lästes, registreras i
      * spadombokning.dat och spåras i MessArci (588) - därefter
      * bokas det alltid på samma dag, även vid en ombyggnad av
      * dagaggregatet. Används av SpadDagaggCbl och rapporterna
           entry 'sd-HamtaBokfDatum' using sb, lbackend, lbokfdatum.
           if sb-KorslutDatum > 0
               move sb-KorslutDatum to lbokfdatum
           else
               move sb-SenasteDatum to lbokfdatum
           end-if.
           if wpe-laddadJN not = 'J'
               perform x62b-las-perioder
               perform x62c-las-kvar
               perform x62d-las-ombok
               move 'J' to wpe-laddadJN
           end-if.
           if wpe-antal = 0
               go to x63999
           end-if.
           compute wpemanad = lbokfdatum / 100.
           perform x62e-sok-period.
           if wpex = 0
               go to x63999
           end-if.
           if wpe-Status not = 'S' and wpe-Status not = 'R'
               go to x63999
           end-if.
      * under gränsen och inte kvarliggande = fanns i BestHist vid
      * stängningen och ingår i de frysta summorna
           move 'J' to wpesenJN.
           if (lbackend = 1 and sb-BestID < wpe-Grans1)
           or (lbackend = 2 and sb-BestID < wpe-Grans2)
               perform x63c-sok-kvar
           end-if.
           if wpesenJN = 'N'
               go to x63999
           end-if.
           move 0 to wpox.
       x63020.
           add 1 to wpox.
           if wpox > wpo-antal
               perform x63b-registrera-ombok
               go to x63999
           end-if.
           move wpo-rad(wpox) to wpo.
           if wpo-Backend not = lbackend or wpo-BestID not = sb-BestID
               go to x63020
           end-if.
           move wpo-BokfDatum to lbokfdatum.
       x63999.
           exit program.

       x63b-registrera-ombok section.
       x63b010.
           accept wau-datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving wau-klock.
           initialize wpo.
           move lbackend           to wpo-Backend.
           move sb-BestID          to wpo-BestID.
           move sb-FunktionsNummer to wpo-FunktionsNummer.
           move lbokfdatum         to wpo-UrsprDatum.
           move wau-datum          to wpo-BokfDatum.
           open extend Ombok.
           if wpofskey1 not = '0'
               open output Ombok
           end-if.
           write ombok-record from wpo.
           close Ombok.
           if wpo-antal < 5000
               add 1 to wpo-antal
               move wpo to wpo-rad(wpo-antal)
           end-if.
           move wpo-BokfDatum to lbokfdatum.
      * referensen tillbaka i händelseloggen, routad på
      * funktionens datamode som x40f-logga-audit
           move wpo-UrsprDatum to wpot-urspr.
           move wpo-BokfDatum  to wpot-bokf.
           move sb-BestID      to wma-bestid.
           move 588            to wma-kommando.
           move sb-FunktionsNummer to wgkfunknr.
           move wdatamode to wlokaldatamode.
           move 0 to wpodmox.
       x63b020.
           add 1 to wpodmox.
           if wpodmox <= wdmo-antal
               if wdmo-funknr(wpodmox) = wgkfunknr
                   move wdmo-mode(wpodmox) to wlokaldatamode
               end-if
               go to x63b020
           end-if.
           if wlokaldatamode = 1
             call 'db-LoggaMessArci' using
               wgkfunknr, wma-bestid, wma-kommando, wpotitel,
               wau-datum, wau-klock.
           if wlokaldatamode = 2
             call 'sf-LoggaMessArci' using
               wgkfunknr, wma-bestid, wma-kommando, wpotitel,
               wau-datum, wau-klock.
       x63b999.
           exit.

       x63c-sok-kvar section.
       x63c010.
      * wpesenJN = 'J' när BestID:t låg kvar i Best när månaden
      * stängdes, annars 'N'
           move 'N' to wpesenJN.
           move 0 to wpkx.
       x63c020.
           add 1 to wpkx.
           if wpkx > wpk-antal
               go to x63c999
           end-if.
           move wpk-rad(wpkx) to wpk.
           if wpk-Manad = wpemanad and wpk-Backend = lbackend
           and wpk-BestID = sb-BestID
               move 'J' to wpesenJN
               go to x63c999
           end-if.
           go to x63c020.
       x63c999.
           exit.

       x64-rens-grans section.
       x64010.
      * BestHist rensas aldrig in i en stängd månad som inte
      * frisläppts: brytdatumet sänks till första dagen i den
      * tidigaste sådana månaden (anroparen ser det nya datumet)
           perform x62b-las-perioder.
           move 0 to wpeminmanad.
           move 0 to wpex.
       x64020.
           add 1 to wpex.
           if wpex > wpe-antal
               go to x64100
           end-if.
           move wpe-rad(wpex) to wpe.
           if wpe-Status = 'S'
               if wpeminmanad = 0 or wpe-Manad < wpeminmanad
                   move wpe-Manad to wpeminmanad
               end-if
           end-if.
           go to x64020.
       x64100.
           if wpeminmanad > 0
               compute wpegrans = (wpeminmanad * 100) + 1
               if lbrytdatum > wpegrans
                   move wpegrans to lbrytdatum
               end-if
           end-if.
       x64999.
           exit.

       x65-HamtaBolag section.
       x65010.
      * bolagsraden för lbo-Bolag. Blank kod är moderbolaget med
      * ERPDIR=/EXPDIR= ur spad.ini. wfinnsJN = 'N' när koden inte
      * står i registret - då är mapparna blanka och inget ska
      * skrivas för bolaget
           entry 'sd-HamtaBolag' using lbo, wfinnsJN.
           move 'N' to wfinnsJN.
           if lbo-Bolag = spaces or lbo-Bolag = low-values
               move spaces        to lbo-Bolag
               move 'MODERBOLAGET' to lbo-Namn
               move werpmapp      to lbo-ErpMapp
               move wexportmapp   to lbo-ExportMapp
               move 'J' to wfinnsJN
               go to x65999
           end-if.
           move spaces to lbo-Namn, lbo-ErpMapp, lbo-ExportMapp.
           perform x65c-oppna-bolag.
           if wbofskey1 not = '0'
               go to x65999
           end-if.
       x65020.
           read Bolag into wbo at end move 'J' to w-eof-bo.
           if w-eof-bo = 'J'
               go to x65100
           end-if.
           if wbo-Bolag = lbo-Bolag
               move wbo to lbo
               move 'J' to wfinnsJN
               go to x65100
           end-if.
           go to x65020.
       x65100.
           close Bolag.
       x65999.
           exit program.

       x65b-HamtaBolagNr section.
       x65b010.
      * registrets rad nummer lbolagnr (1 = första) - för de
      * körningar som gör ett varv per bolag. wfinnsJN = 'N' efter
      * sista raden
           entry 'sd-HamtaBolagNr' using lbolagnr, lbo, wfinnsJN.
           move 'N' to wfinnsJN.
           perform x65c-oppna-bolag.
           if wbofskey1 not = '0'
               go to x65b999
           end-if.
           move 0 to wbox.
       x65b020.
           read Bolag into wbo at end move 'J' to w-eof-bo.
           if w-eof-bo = 'J'
               go to x65b100
           end-if.
           if wbo-Bolag = spaces
               go to x65b020
           end-if.
           add 1 to wbox.
           if wbox = lbolagnr
               move wbo to lbo
               move 'J' to wfinnsJN
               go to x65b100
           end-if.
           go to x65b020.
       x65b100.
           close Bolag.
       x65b999.
           exit program.

       x65c-oppna-bolag section.
       x65c010.
           move spaces to wboselnamn.
           string wpath 'spadbolag.dat' delimited by space
             into wboselnamn.
           open input Bolag.
           move 'N' to w-eof-bo.
       x65c999.
           exit.

       x66-HamtaFunktionsBolag section.
       x66010.
      * bolaget wfunktionsnummer tillhör - blankt (moderbolaget) när
      * registret eller raden saknas
           entry 'sd-HamtaFunktionsBolag' using
             wfunktionsnummer, lbolag.
           move wfunktionsnummer to wbfsok.
           perform x66b-funk-bolag.
           move wbolagfunk to lbolag.
       x66999.
           exit program.

       x66b-funk-bolag section.
       x66b010.
           move spaces to wbolagfunk.
           move spaces to wbfselnamn.
           string wpath 'spadbolagfunk.dat' delimited by space
             into wbfselnamn.
           open input BolagFunk.
           if wbffskey1 not = '0'
               go to x66b999
           end-if.
           move 'N' to w-eof-bf.
       x66b020.
           read BolagFunk into wbolagfunkrad
             at end move 'J' to w-eof-bf.
           if w-eof-bf = 'J'
               go to x66b100
           end-if.
           if wbf-funknr not numeric
               go to x66b020
           end-if.
           if wbf-funknr = wbfsok
               move wbf-bolag to wbolagfunk
               go to x66b100
           end-if.
           go to x66b020.
       x66b100.
           close BolagFunk.
       x66b999.
           exit.

       x67-HamtaBestallarBolag section.
       x67010.
      * bolaget beställaren hör till ur beställarregistret - blankt
      * (moderbolaget) när raden eller registret saknas
           entry 'sd-HamtaBestallarBolag' using lbestallare, lbolag.
           move spaces to wbehavdelning.
           move space to wbehaktiv.
           move lbestallare to wbehbestallare.
           perform x21-hamta-behavdelning.
           move wbehbolag to lbolag.
       x67999.
           exit program.

       x68-PubliceraFil section.
       x68010.
      * lpubtmp är en komplett fil under tillfälligt namn - den döps
      * om till lpubfil, manifestet <lpubfil>.man skrivs och
      * publiceringen loggas. wfinnsJN = 'N' när lpubtmp saknas
      * eller inte kunde döpas om - lpubtmp ligger då kvar
           entry 'sd-PubliceraFil' using
             lpubtmp, lpubfil, lpubprogram, wfinnsJN.
           move lpubtmp to wputmpnamn.
           perform x68b-publicera.
           move wpuokJN to wfinnsJN.
       x68999.
           exit program.

       x68a-PubliceraKopia section.
       x68a010.
      * lpubtmp är en fil som byggs på efter hand (den väntande
      * ERP-, metrik- eller gatewayfilen) - den kopieras till ett
      * eget tillfälligt namn som sedan publiceras som lpubfil.
      * lpubtmp själv ligger kvar och byggs vidare
           entry 'sd-PubliceraKopia' using
             lpubtmp, lpubfil, lpubprogram, wfinnsJN.
           move 'N' to wfinnsJN.
           accept wpuklock from time.
           move spaces to wputmpnamn.
           string lpubfil delimited by space
                  '.' delimited by size
                  wpuklock delimited by size
                  into wputmpnamn.
           call 'CBL_COPY_FILE' using lpubtmp, wputmpnamn.
           if return-code not = 0
               go to x68a999
           end-if.
           perform x68b-publicera.
           if wpuokJN = 'N'
               call 'CBL_DELETE_FILE' using wputmpnamn
           end-if.
           move wpuokJN to wfinnsJN.
       x68a999.
           exit program.

       x68b-publicera section.
       x68b010.
           move 'N' to wpuokJN.
           move wputmpnamn to wpukallnamn.
           perform x68c-rakna-fil.
           if wpuokJN = 'N'
               go to x68b999
           end-if.
           move 'N' to wpuokJN.
           move spaces to wpufilnamn.
           move lpubfil to wpufilnamn.
           call 'CBL_DELETE_FILE' using wpufilnamn.
           call 'CBL_RENAME_FILE' using wputmpnamn, wpufilnamn.
           if return-code not = 0
               go to x68b999
           end-if.
           move 'J' to wpuokJN.
           accept wpu-Datum from date yyyymmdd.
           accept wpuklock from time.
           divide wpuklock by 100 giving wpu-Klock.
           move lpubprogram to wpu-Program.
           move lpubfil to wpu-Filnamn.
      * manifestet skrivs också under tillfälligt namn och byts in,
      * så att det aldrig ligger ett halvskrivet manifest
           perform x68d-manifestnamn.
           move spaces to wpumanselnamn.
           string wpumannamn delimited by space
                  '.tmp' delimited by size
                  into wpumanselnamn.
           open output Manifest.
           if wpumanfskey1 not = '0'
               go to x68b100
           end-if.
           write manifest-record from wpu.
           close Manifest.
           call 'CBL_DELETE_FILE' using wpumannamn.
           call 'CBL_RENAME_FILE' using wpumanselnamn, wpumannamn.
       x68b100.
           move spaces to wpuselnamn.
           string wpath 'spadpublicering.dat' delimited by space
             into wpuselnamn.
           open extend Publ.
           if wpufs = '35'
               open output Publ
           end-if.
           if wpufskey1 not = '0'
               go to x68b999
           end-if.
           write publ-record from wpu.
           close Publ.
       x68b999.
           exit.

       x68c-rakna-fil section.
       x68c010.
      * wpukallnamn radvis: antal rader och kontrollsumma som i
      * x30-kopiera-och-rakna, storleken ur CBL_CHECK_FILE_EXIST.
      * wpuokJN = 'N' när filen saknas
           move 'N' to wpuokJN.
           move 0 to wpu-Poster, wpu-Byte, wpu-Kontroll.
           call 'CBL_CHECK_FILE_EXIST' using wpukallnamn, wfvdetalj.
           if return-code not = 0
               go to x68c999
           end-if.
           move wfvd-storlek to wpu-Byte.
           move 0 to wdssumma.
           open input PublKalla.
           if wpukallafskey1 not = '0'
               go to x68c999
           end-if.
           move 'N' to w-eof-pukalla.
       x68c020.
           move spaces to wdsrad.
           read PublKalla into wdsrad
             at end move 'J' to w-eof-pukalla.
           if w-eof-pukalla = 'J'
               go to x68c100
           end-if.
           add 1 to wpu-Poster.
           perform x31-rad-checksumma.
           go to x68c020.
       x68c100.
           close PublKalla.
           move wdssumma to wpu-Kontroll.
           move 'J' to wpuokJN.
       x68c999.
           exit.

       x68d-manifestnamn section.
       x68d010.
           move spaces to wpumannamn.
           string lpubfil delimited by space
                  '.man' delimited by size
                  into wpumannamn.
       x68d999.
           exit.

       x69-ForberedTillagg section.
       x69010.
      * före ett tillägg till en fil som publiceras efter hand: finns
      * ingen väntande fil lpubtmp men en publicerad lpubfil (från
      * en tidigare körning) börjar den väntande som en kopia av den
      * publicerade, så att inget tappas vid nästa publicering
           entry 'sd-ForberedTillagg' using lpubtmp, lpubfil.
           call 'CBL_CHECK_FILE_EXIST' using lpubtmp, wfvdetalj.
           if return-code = 0
               go to x69999
           end-if.
           call 'CBL_CHECK_FILE_EXIST' using lpubfil, wfvdetalj.
           if return-code not = 0
               go to x69999
           end-if.
           call 'CBL_COPY_FILE' using lpubfil, lpubtmp.
       x69999.
           exit program.

       x69b-KontrolleraFil section.
       x69b010.
      * räknar om lpubfil som vid publiceringen - lpu får antal
      * rader, storlek och kontrollsumma. wfinnsJN = 'N' när filen
      * saknas
           entry 'sd-KontrolleraFil' using lpubfil, lpu, wfinnsJN.
           move spaces to wpukallnamn.
           move lpubfil to wpukallnamn.
           perform x68c-rakna-fil.
           move spaces to lpu.
           move 0 to lpu-Datum, lpu-Klock.
           move wpu-Poster   to lpu-Poster.
           move wpu-Byte     to lpu-Byte.
           move wpu-Kontroll to lpu-Kontroll.
           move lpubfil      to lpu-Filnamn.
           move wpuokJN to wfinnsJN.
       x69b999.
           exit program.

       x69c-LasManifest section.
       x69c010.
      * manifestet <lpubfil>.man i lpu - wfinnsJN = 'N' när det
      * saknas
           entry 'sd-LasManifest' using lpubfil, lpu, wfinnsJN.
           move 'N' to wfinnsJN.
           perform x68d-manifestnamn.
           move wpumannamn to wpumanselnamn.
           open input Manifest.
           if wpumanfskey1 not = '0'
               go to x69c999
           end-if.
           read Manifest into lpu
             at end
               close Manifest
               go to x69c999
           end-read.
           close Manifest.
           move 'J' to wfinnsJN.
       x69c999.
           exit program.

       x70-LoggaRegAndring section.
       x70010.
      * en ändring av en rad i ett Path=-register läggs till i
      * spadreghist.dat - anroparen fyller Operator, Register,
      * Atgard, Program, Fore och Efter. Tidpunkten sätts här
           entry 'sd-LoggaRegAndring' using lrh.
           accept lrh-Datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving lrh-Klock.
           move spaces to wrhselnamn.
           string wpath 'spadreghist.dat' delimited by space
             into wrhselnamn.
           open extend RegHist.
           if wrhfs = '35'
               open output RegHist
           end-if.
           if wrhfskey1 not = '0'
               go to x70999
           end-if.
           write reghist-record from lrh.
           close RegHist.
       x70999.
           exit program.

       x71-HamtaFunkGrupper section.
       x71010.
      * hela funktionsgruppsregistret i filordning - anroparen letar
      * själv upp gruppen. Saknas filen är vfg-antal 0. Rader utan
      * grupp eller med ogiltigt funknr hoppas över
           entry 'sd-HamtaFunkGrupper' using vfg.
           move 0 to vfg-antal.
           move spaces to wfgselnamn.
           string wpath 'spadfunkgrupp.dat' delimited by space
             into wfgselnamn.
           open input FunkGrupp.
           if wfgfskey1 not = '0'
               go to x71999
           end-if.
           move 'N' to w-eof-fg.
       x71020.
           read FunkGrupp into wfunkgrupprad
             at end move 'J' to w-eof-fg.
           if w-eof-fg = 'J'
               go to x71100
           end-if.
           if wfg-grupp = spaces or wfg-funknr not numeric
               go to x71020
           end-if.
           if wfg-funknr = 0
               go to x71020
           end-if.
           if vfg-antal >= 1000
               go to x71100
           end-if.
           add 1 to vfg-antal.
           move wfg-grupp  to vfg-grupp(vfg-antal).
           move wfg-funknr to vfg-funknr(vfg-antal).
           go to x71020.
       x71100.
           close FunkGrupp.
       x71999.
           exit program.

       x75-las-register section.
       x75010.
      * låser registret vars låsfil anroparen lagt i wrgfil - en
      * exklusiv OPEN I-O håller låset tills x75b-slapp-register
      * stänger, med omförsöken ur spad.ini som spadbestseq.bin.
      * wrglasJN = 'N' om låset inte gick att få; då får registret
      * varken läsas för ett beslut eller skrivas om.
           move 'N' to wrglasJN.
           move 0 to wrgfelant.
           move spaces to wrgselnamn.
           string wpath wrgfil delimited by space into wrgselnamn.
           open i-o RegLas.
       x75020.
           if wrgfs = '35'
      * finns ännu inte - skapa den
               open output RegLas
               move zeros to wrgrad
               write reglas-record from wrgrad
               close RegLas
               open i-o RegLas
               go to x75020
           end-if.
           if wrgfskey1 not = '0'
               add 1 to wrgfelant
               if wrgfelant < wretryantal
                   call 'c$sleep' using wretrysekunder
                   open i-o RegLas
                   go to x75020
               end-if
               go to x75999
           end-if.
           read RegLas into wrgrad.
           move 'J' to wrglasJN.
       x75999.
           exit.

       x75b-slapp-register section.
       x75b010.
           if wrglasJN = 'J'
               close RegLas
               move 'N' to wrglasJN
           end-if.
       x75b999.
           exit.

       x8-KollaJobbTyp section.
       x8010.
      * finns jobbtypen i katalogen och �r den aktiv? Saknas
      * katalogfilen till�ts allt, som innan katalogen fanns -
      * wfinnsJN = 'N' betyder att typen ska avvisas
           entry 'sd-KollaJobbTyp' using ljobbtyp, wfinnsJN.
           move ljobbtyp to wjobbtypkoll.
           perform x8b-kolla-jobbtyp-lokal.
           move wfinnsjobbJN to wfinnsJN.
       x8999.
           exit program.

       x17-ArJobbTypDelbar section.
       x17010.
      * tål jobbtypen att köras i varvintervall av flera motorer?
      * Bara en uttrycklig J-flagga i katalogen öppnar för delning
      * - saknas filen eller kolumnen är svaret nej, en order ska
      * aldrig delas av misstag
           entry 'sd-ArJobbTypDelbar' using ljobbtyp, wfinnsJN.
           move 'N' to wfinnsJN.
           move ljobbtyp to wjobbtypkoll.
           perform x10-las-jobbkat.
           if wjobbkatfskey1 = '0' and wjobbtraffJN = 'J'
           and wjk-delbar = 'J'
               move 'J' to wfinnsJN
           end-if.
       x17999.
           exit program.

       x17b-ArJobbTypOmstartbar section.
       x17b010.
      * tål jobbtypen att återstartas mitt i varvföljden? Bara en
      * uttrycklig J-flagga i katalogen öppnar - wfinnsJN = 'N'
      * betyder att omstarten ska vägras
           entry 'sd-ArJobbTypOmstartbar' using ljobbtyp, wfinnsJN.
           move 'N' to wfinnsJN.
           move ljobbtyp to wjobbtypkoll.
           perform x10-las-jobbkat.
           if wjobbkatfskey1 = '0' and wjobbtraffJN = 'J'
           and wjk-omstartbar = 'J'
               move 'J' to wfinnsJN
           end-if.
       x17b999.
           exit program.

       x18-HamtaSplitParametrar section.
       x18010.
      * delningsgränsen och antalet delar (spad.ini SG=/SN=)
           entry 'sd-HamtaSplitParametrar' using lkvot, lantal.
           move wsplitgrans to lkvot.
           move wsplitdelar to lantal.
       x18999.
           exit program.

       x9-HamtaJobbTypNamn section.
       x9010.
      * katalognamnet f�r en jobbtyp, blankt n�r typen (eller
      * katalogen) saknas - underh�llsbilden i Form1 visar det
      * bredvid Param1 s� operat�ren ser i ord vad funken r�knar
           entry 'sd-HamtaJobbTypNamn' using ljobbtyp, ljobbnamn.
           move spaces to ljobbnamn.
           move ljobbtyp to wjobbtypkoll.
           perform x10-las-jobbkat.
           if wjobbkatfskey1 = '0' and wjobbtraffJN = 'J'
               move wjk-namn to ljobbnamn
           end-if.
       x9999.
           exit program.

       x10-las-jobbkat section.
       x10010.
      * letar upp wjobbtypkoll i katalogen - wjobbtraffJN = 'J' och
      * wjobbkatrad fylld vid tr�ff
           move 'N' to wjobbtraffJN.
           string wpath 'spadjobbtyp.dat' delimited by space
             into wjobbkatselnamn.
           open input JobbKat.
           if wjobbkatfskey1 not = '0'
               go to x10999
           end-if.
           move 'N' to w-eof-jobbkat.
           read JobbKat into wjobbkatrad
             at end move 'J' to w-eof-jobbkat.
       x10020.
           if w-eof-jobbkat = 'J'
               go to x10100
           end-if.
           if wjk-typ = wjobbtypkoll
               move 'J' to wjobbtraffJN
               go to x10100
           end-if.
           read JobbKat into wjobbkatrad
             at end move 'J' to w-eof-jobbkat.
           go to x10020.
       x10100.
           close JobbKat.
       x10999.
           exit.

       x16-HamtaPipeline section.
       x16010.
      * pipelinedefinitionen för ett FunktionsNummer ur
      * spadpipeline.dat - stegen lämnas i stegnummerordning.
      * Saknas filen eller rader för numret är vpl-antal 0 och
      * körningen går som förut på Admi-Param1, se c-korning-0000.
           entry 'sd-HamtaPipeline' using wfunktionsnummer, vpl.
           move 0 to vpl-antal.
           string wpath 'spadpipeline.dat' delimited by space
             into wpipeselnamn.
           open input Pipeline.
           if wpipefskey1 not = '0'
               go to x16999
           end-if.
           move 'N' to w-eof-pipe.
           read Pipeline into wpiperad
             at end move 'J' to w-eof-pipe.
       x16020.
           if w-eof-pipe = 'J'
               go to x16100
           end-if.
           if wpr-funknr = wfunktionsnummer
           and wpr-varvant > 0
           and vpl-antal < 10
               add 1 to vpl-antal
               move wpr-jobbtyp to vpl-jobbtyp(vpl-antal)
               move wpr-varvant to vpl-stegantal(vpl-antal)
               move wpr-stegnr  to wpl-stegnr(vpl-antal)
           end-if.
           read Pipeline into wpiperad
             at end move 'J' to w-eof-pipe.
           go to x16020.
       x16100.
           close Pipeline.
      * raderna kan stå i valfri ordning i filen - sortera stegen
      * på stegnummer innan de lämnas ut
           if vpl-antal < 2
       x16999.
           exit program.

       x16b-HamtaKorlage section.
       x16b010.
      * körläget för ett FunktionsNummer ur spadkorlage.dat - saknas
      * filen eller raden är läget 0 och körningen tar varvtakten
      * från KorVarvSekunder som förut. I läge 1 (genomströmning)
      * skrivs varvlogg, detaljresultat och framsteg i grupper om
      * gruppvarv varv eller gruppsekunder sekunder, det som kommer
      * först - saknas båda gäller 100 varv, och gruppen ryms i
      * högst 500 varv (vkg)
           entry 'sd-HamtaKorlage' using
             wfunktionsnummer, lkorlage, lgruppvarv, lgruppsek.
           move 0 to lkorlage, lgruppvarv, lgruppsek.
           string wpath 'spadkorlage.dat' delimited by space
             into wkorlageselnamn.
           open input KorLage.
           if wkorlagefskey1 not = '0'
               go to x16b999
           end-if.
           move 'N' to w-eof-korlage.
       x16b020.
           read KorLage into wkorlagerad
             at end move 'J' to w-eof-korlage.
           if w-eof-korlage = 'J'
               go to x16b100
           end-if.
           if wkr-funknr not = wfunktionsnummer
               go to x16b020
           end-if.
           move wkr-lage      to lkorlage.
           move wkr-gruppvarv to lgruppvarv.
           move wkr-gruppsek  to lgruppsek.
       x16b100.
           close KorLage.
           if lkorlage = 1
               if lgruppvarv = 0 and lgruppsek = 0
                   move 100 to lgruppvarv
               end-if
               if lgruppvarv > 500
                   move 500 to lgruppvarv
               end-if
           end-if.
       x16b999.
           exit program.

       x16c-HamtaFonsterOverdrag section.
       x16c010.
      * får funktionens körningar dra över körfönstrets slut?
      * Kolumnen efter gruppsekunderna i spadkorlage.dat: 'J' = får
      * dra över, annars (även utan rad eller fil) måste en order
      * rymmas i det öppna fönstret för att claimas, se
      * x2b-KorfonsterKvar
           entry 'sd-HamtaFonsterOverdrag' using
             wfunktionsnummer, wfinnsJN.
           move 'N' to wfinnsJN.
           string wpath 'spadkorlage.dat' delimited by space
             into wkorlageselnamn.
           open input KorLage.
           if wkorlagefskey1 not = '0'
               go to x16c999
           end-if.
           move 'N' to w-eof-korlage.
       x16c020.
           read KorLage into wkorlagerad
             at end move 'J' to w-eof-korlage.
           if w-eof-korlage = 'J'
               go to x16c100
           end-if.
           if wkr-funknr not = wfunktionsnummer
               go to x16c020
           end-if.
           if wkr-overdrag = 'J'
               move 'J' to wfinnsJN
           end-if.
       x16c100.
           close KorLage.
       x16c999.
           exit program.

       x7-KollaTolerans section.
       x7010.
      * rimlighetskontroll av en k�rnings resultat mot funktionens
       x6999.
           exit.

       x2-ArInomKorfonster section.
       x2010.
      * f�r en best�llning claimas just nu enligt k�rf�nster-
      * kalendern? lkalenderid pekar ut raderna i spadkalender.dat;
      * wfinnsJN = 'J' n�r k�rning �r till�ten. Regler: en helgdags-
      * rad (H) f�r dagens datum sp�rrar alltid; finns f�nsterrader
      * (F) f�r kalendern m�ste nu-tiden ligga i n�got av dem
      * (veckodag 0 = alla dagar); utan f�nsterrader �r dygnet
      * �ppet. Saknas filen eller kalendern helt �r svaret 'J' -
      * d� ska ingenting h�llas tillbaka.
           entry 'sd-ArInomKorfonster' using lkalenderid, wfinnsJN.
           move 'J' to wfinnsJN.
           if lkalenderid = 0
               go to x2999
           end-if.
           accept wau-falt from date yyyymmdd.
           move wau-falt to wkal-datum.
           accept wau-falt from time.
           divide wau-falt by 100 giving wkal-klock.
           perform x4-veckodag.

           string wpath 'spadkalender.dat' delimited by space
             into wkalselnamn.
           move 'N' to wfonsterfinnsJN.
           move 'N' to wtraffJN.
           open input Kalender.
           if wkalfskey1 not = '0'
               go to x2999
           end-if.
           move 'N' to w-eof-kal.
           read Kalender into wkalrad
             at end move 'J' to w-eof-kal.
       x2020.
           if w-eof-kal = 'J'
               go to x2100
           end-if.
           if wkr-posttyp = 'H'
           and wkh-kalenderid = lkalenderid
           and wkh-datum = wkal-datum
      * helgdag - sp�rrar oavsett f�nsterrader
               move 'N' to wfinnsJN
               close Kalender
               go to x2999
           end-if.
      * ett f�nster med start > slut (t ex 180000-060000, "inte
      * under kontorstid") sl�r runt midnatt: d� g�ller klockslag
      * fr�n starttiden ELLER fram till sluttiden
           if wkr-posttyp = 'F'
           and wkr-kalenderid = lkalenderid
               move 'J' to wfonsterfinnsJN
               if wkr-veckodag = 0 or wkr-veckodag = wveckodag
                   if wkr-starttid <= wkr-sluttid
                       if wkal-klock >= wkr-starttid
                       and wkal-klock <= wkr-sluttid
                           move 'J' to wtraffJN
                       end-if
                   else
                       if wkal-klock >= wkr-starttid
                       or wkal-klock <= wkr-sluttid
                           move 'J' to wtraffJN
                       end-if
                   end-if
               end-if
           end-if.
           read Kalender into wkalrad
             at end move 'J' to w-eof-kal.
           go to x2020.
       x2100.
           close Kalender.
           if wfonsterfinnsJN = 'J' and wtraffJN = 'N'
               move 'N' to wfinnsJN
           end-if.
       x2999.
           exit program.

       x2b-KorfonsterKvar section.
       x2b010.
      * sekunder kvar av det körfönster som är öppet nu och hela
      * fönstrets längd, för passningskontrollen före claim i
      * SpadFunkCblMain. Överlappar flera fönster gäller det som
      * stänger sist. Utan kalender, fil eller fönsterrader är
      * dygnet öppet och båda blir 999999999; en helgdag eller en
      * tid utanför fönstren ger 0. Fönstret räknas som slut vid
      * sin sluttid även om ett annat fönster tar vid direkt.
           entry 'sd-KorfonsterKvar' using
             lkalenderid, lfonsterkvar, lfonsterlangd.
           move 999999999 to lfonsterkvar, lfonsterlangd.
           if lkalenderid = 0
               go to x2b999
           end-if.
           accept wau-falt from date yyyymmdd.
           move wau-falt to wkal-datum.
           accept wau-falt from time.
           divide wau-falt by 100 giving wkal-klock.
           perform x4-veckodag.
           move wkal-klock to wkf-klocktal.
           compute wkf-nu = (wkf-hh * 3600) + (wkf-mi * 60) + wkf-ss.

           string wpath 'spadkalender.dat' delimited by space
             into wkalselnamn.
           move 'N' to wfonsterfinnsJN.
           move 0 to wkf-kvar, wkf-langd.
           open input Kalender.
           if wkalfskey1 not = '0'
               go to x2b999
           end-if.
           move 'N' to w-eof-kal.
       x2b020.
           read Kalender into wkalrad
             at end move 'J' to w-eof-kal.
           if w-eof-kal = 'J'
               go to x2b100
           end-if.
           if wkr-posttyp = 'H'
           and wkh-kalenderid = lkalenderid
           and wkh-datum = wkal-datum
               move 0 to lfonsterkvar, lfonsterlangd
               close Kalender
               go to x2b999
           end-if.
           if wkr-posttyp not = 'F'
           or wkr-kalenderid not = lkalenderid
               go to x2b020
           end-if.
           move 'J' to wfonsterfinnsJN.
           if wkr-veckodag not = 0 and wkr-veckodag not = wveckodag
               go to x2b020
           end-if.
           move wkr-starttid to wkf-klocktal.
           compute wkf-start =
             (wkf-hh * 3600) + (wkf-mi * 60) + wkf-ss.
           move wkr-sluttid to wkf-klocktal.
           compute wkf-slut =
             (wkf-hh * 3600) + (wkf-mi * 60) + wkf-ss.
      * samma träffregel som x2-ArInomKorfonster, även för ett
      * fönster som slår runt midnatt
           if wkr-starttid <= wkr-sluttid
               if wkal-klock < wkr-starttid
               or wkal-klock > wkr-sluttid
                   go to x2b020
               end-if
               compute wkf-radkvar  = wkf-slut - wkf-nu
               compute wkf-radlangd = wkf-slut - wkf-start
           else
               if wkal-klock < wkr-starttid
               and wkal-klock > wkr-sluttid
                   go to x2b020
               end-if
               if wkal-klock >= wkr-starttid
                   compute wkf-radkvar = 86400 - wkf-nu + wkf-slut
               else
                   compute wkf-radkvar = wkf-slut - wkf-nu
               end-if
               compute wkf-radlangd = 86400 - wkf-start + wkf-slut
           end-if.
           if wkf-radkvar > wkf-kvar
               move wkf-radkvar  to wkf-kvar
               move wkf-radlangd to wkf-langd
           end-if.
           go to x2b020.
       x2b100.
           close Kalender.
           if wfonsterfinnsJN = 'J'
               move wkf-kvar  to lfonsterkvar
               move wkf-langd to lfonsterlangd
           end-if.
       x2b999.
           exit program.

       x2c-NastaFonsterStart section.
       x2c010.
      * datum och klockslag då nästa körfönster öppnar sedan det
      * som är öppet nu stängt (lfonsterkvar sekunder kvar enligt
      * sd-KorfonsterKvar, 0 utanför fönstren) - en order som hålls
      * kvar blir klar tidigast då plus körtiden, se passnings-
      * kontrollen i SpadFunkCblMain. Helgdagar hoppas över och
      * högst två veckor framåt söks; utan träff blir båda 0.
           entry 'sd-NastaFonsterStart' using
             lkalenderid, lfonsterkvar, lstartdatum, lstartklock.
           move 0 to lstartdatum, lstartklock.
           if lkalenderid = 0
               go to x2c999
           end-if.
           accept wau-falt from date yyyymmdd.
           move wau-falt to wkal-datum.
           accept wau-falt from time.
           divide wau-falt by 100 giving wkal-klock.
           move wkal-klock to wkf-klocktal.
           compute wkf-nu = (wkf-hh * 3600) + (wkf-mi * 60) + wkf-ss.
           string wpath 'spadkalender.dat' delimited by space
             into wkalselnamn.
           move 0 to wkf-dag.
       x2c020.
           if wkf-dag > 14
               go to x2c999
           end-if.
           perform x4-veckodag.
           move 999999999 to wkf-bast.
           move 'N' to wkf-helgJN.
           open input Kalender.
           if wkalfskey1 not = '0'
               go to x2c999
           end-if.
           move 'N' to w-eof-kal.
       x2c030.
           read Kalender into wkalrad
             at end move 'J' to w-eof-kal.
           if w-eof-kal = 'J'
               go to x2c040
           end-if.
           if wkr-posttyp = 'H'
           and wkh-kalenderid = lkalenderid
           and wkh-datum = wkal-datum
               move 'J' to wkf-helgJN
               go to x2c030
           end-if.
           if wkr-posttyp not = 'F'
           or wkr-kalenderid not = lkalenderid
               go to x2c030
           end-if.
           if wkr-veckodag not = 0 and wkr-veckodag not = wveckodag
               go to x2c030
           end-if.
      * sekunder från nu till fönstrets start; ett fönster som
      * öppnar innan det nuvarande stängt räknas inte
           move wkr-starttid to wkf-klocktal.
           compute wkf-rel = (wkf-dag * 86400)
             + (wkf-hh * 3600) + (wkf-mi * 60) + wkf-ss - wkf-nu.
           if wkf-rel <= 0 or wkf-rel < lfonsterkvar
               go to x2c030
           end-if.
           if wkf-rel < wkf-bast
               move wkf-rel      to wkf-bast
               move wkr-starttid to wkf-startklock
           end-if.
           go to x2c030.
       x2c040.
           close Kalender.
           if wkf-helgJN = 'N' and wkf-bast < 999999999
               move wkal-datum     to lstartdatum
               move wkf-startklock to lstartklock
               go to x2c999
           end-if.
           perform x2d-addera-dag.
           add 1 to wkf-dag.
           go to x2c020.
       x2c999.
           exit program.

       x2d-addera-dag section.
       x2d010.
      * wkal-datum stegas en dag framåt, samma rutin som
      * b035-addera-dag i SpadFunkCblMain
           move wkal-datum(1:4) to wk-aa.
           move wkal-datum(5:2) to wk-mm.
           move wkal-datum(7:2) to wk-dd.
           if wk-mm = 12
               move 31 to wkf-mdagar
           else
               compute wkf-mdagar =
                 wk-cumdagar(wk-mm + 1) - wk-cumdagar(wk-mm)
           end-if.
           if wk-mm = 2
               perform lz4-ar-skottar
               if wk-skottrest = 1
                   move 29 to wkf-mdagar
               end-if
           end-if.
           if wk-dd < wkf-mdagar
               add 1 to wk-dd
               go to x2d100
           end-if.
           move 1 to wk-dd.
           if wk-mm = 12
               move 1 to wk-mm
               add 1 to wk-aa
           else
               add 1 to wk-mm
           end-if.
       x2d100.
           compute wkal-datum =
             (wk-aa * 10000) + (wk-mm * 100) + wk-dd.
       x2d999.
           exit.

       x4-veckodag section.
       x4010.
       k-selectspadadmifunk section.
       kk010.
           entry "sd-selectspadadmifunk" using wfunktionsnummer, sa.
      * planerade konfigurationsversioner vars tidpunkt passerats
      * förs in först, så anroparen alltid får den gällande
           move wfunktionsnummer to wkvfunknr.
           perform x57c-tillampa-forfallna.
           perform j-berakna-effektiv-datamode.
           if wlokaldatamode = 1
             call  "db-selectspadadmifunk" using wfunktionsnummer, sa.
             call 'db-InsertSpadAdmi' using sa.
           if wlokaldatamode = 2
             call 'sf-InsertSpadAdmi' using sa.
      * den första konfigurationsversionen gäller från driftsättningen
           move wfunktionsnummer to wkvfunknr.
           perform x57k-registrera-direkt.
       kx999.
           exit program.

       m010.
           entry "sd-InsertSpadBest" using wfunktionsnummer, sb         .
           perform j-berakna-effektiv-datamode.
      * beställningen tillhör funktionens bolag - stämplas här så
      * alla intag, omkörningar och omledningar får det
           move sb-FunktionsNummer to wbfsok.
           perform x66b-funk-bolag.
           move wbolagfunk to sb-Bolag.
      * wfunktionsnummer styr bara datamode-uppslagningen ovan -
      * b�da backend-entries tar enbart sb, s� den f�r inte skickas
      * med dit (d� binds sb-posten till fel f�lt)
       mu2010.
      * skriver om intagsfälten på en köad rad - anropas bara under
      * redigeringslåset (villkorad ReturKod 0 -> 185), se
      * ändringsflödet i SpadOperatorCbl och SpadHrCbl
           entry 'sd-UppdateraBestIntagsfalt' using
             wfunktionsnummer, sb.
           perform j-berakna-effektiv-datamode.
       ms010.
      * en kompakt varvloggpost per genomf�rt varv
           entry 'sd-InsertKorLogg' using wfunktionsnummer, lkl.
      * under en skrivgrupp samlas posten och skrivs med gruppen
           if wgr-aktivJN = 'J'
               if vkg-klantal >= 500
                   perform ms5-skriv-grupp
               end-if
               add 1 to vkg-klantal
               move lkl to vkg-kl(vkg-klantal)
               go to ms999
           end-if.
           perform j-berakna-effektiv-datamode.
           if wlokaldatamode = 1
             call 'db-InsertKorLogg' using lkl.
      * rapportuttaget i SpadDetaljCbl så en KLAR MED ANM-körning
      * kan utredas på detaljnivå
           entry 'sd-InsertVarvResultat' using wfunktionsnummer, lvr.
      * under en skrivgrupp samlas posten och skrivs med gruppen -
      * en full buffert skrivs i förväg i stället för att tappas
           if wgr-aktivJN = 'J'
               if vkg-vrantal >= 500
                   perform ms5-skriv-grupp
               end-if
               add 1 to vkg-vrantal
               move lvr to vkg-vr(vkg-vrantal)
               go to mr999
           end-if.
           perform j-berakna-effektiv-datamode.
           if wlokaldatamode = 1
             call 'db-InsertVarvResultat' using lvr.
       mr999.
           exit program.

       ms2-StartaSkrivGrupp section.
       ms2010.
      * genomströmningsläget i c-korning-0000: från och med nu
      * samlas varvlogg (sd-InsertKorLogg) och detaljresultat
      * (sd-InsertVarvResultat, från jobbrutinen) i vkg och skrivs
      * gruppvis i en transaktion av sd-SparaSkrivGrupp - motorn
      * uppdaterar Best-raden först efter att gruppen skrivits, så
      * en omstart tar vid efter senast skrivna grupp
           entry 'sd-StartaSkrivGrupp' using wfunktionsnummer.
           move 'J' to wgr-aktivJN.
           move 0 to vkg-klantal, vkg-vrantal.
       ms2999.
           exit program.

       ms3-SparaSkrivGrupp section.
       ms3010.
      * skriv den samlade gruppen, samlandet fortsätter
           entry 'sd-SparaSkrivGrupp' using wfunktionsnummer.
           perform ms5-skriv-grupp.
       ms3999.
           exit program.

       ms4-AvslutaSkrivGrupp section.
       ms4010.
      * skriv det som återstår och gå tillbaka till direktskrivning
           entry 'sd-AvslutaSkrivGrupp' using wfunktionsnummer.
           perform ms5-skriv-grupp.
           move 'N' to wgr-aktivJN.
       ms4999.
           exit program.

       ms5-skriv-grupp section.
       ms5010.
           if vkg-klantal = 0 and vkg-vrantal = 0
               go to ms5999
           end-if.
           perform j-berakna-effektiv-datamode.
           if wlokaldatamode = 1
             call 'db-SparaSkrivGrupp' using vkg.
           if wlokaldatamode = 2
             call 'sf-SparaSkrivGrupp' using vkg.
           move 0 to vkg-klantal, vkg-vrantal.
       ms5999.
           exit.

       mb-HamtaNastaBestNummer section.
       mb010.
      * n�sta lediga BestNummer - numera ur EN central serie som
       nc999.
           exit program.

       nm-MakuleraBestHist section.
       nm010.
      * ogiltigförklarar en avslutad körning i BestHist (ReturKod
      * 189) när en tvist om resultatet godkänts - se SpadDispytCbl.
      * wfunktionsnummer styr bara datamode-uppslagningen
           entry 'sd-MakuleraBestHist' using
             wfunktionsnummer, wbestid, lupdatedJN.
           perform j-berakna-effektiv-datamode.
           if wlokaldatamode = 1
             call 'db-MakuleraBestHist' using wbestid, lupdatedJN.
           if wlokaldatamode = 2
             call 'sf-MakuleraBestHist' using wbestid, lupdatedJN.
       nm999.
           exit program.

       nn-MarkeraRappErsatt section.
       nn010.
      * den ogiltigförklarade körningens rapportrader markeras som
      * ersatta (RappTyp + 800000000) i samma backend som
      * sd-LagraRappRad skrev dem till
           entry 'sd-MarkeraRappErsatt' using
             wfunktionsnummer, lbestnummer, lantal.
           move 0 to lantal.
           perform j-berakna-effektiv-datamode.
           if wlokaldatamode = 1
             call 'db-MarkeraRappErsatt' using lbestnummer, lantal.
           if wlokaldatamode = 2
             call 'sf-MarkeraRappErsatt' using lbestnummer, lantal.
       nn999.
           exit program.

       nn2-PseudonymiseraBestallare section.
       nn2010.
      * anonymisering av en beställare: id:t byts mot pseudonymen i
      * Best, BestHist, noteringarna och AdmiAudit - som rensningen
      * i båda backend-typerna om någon FunktionsNummer är styrd
      * mot dem. lantal = antal ändrade poster, se SpadAnonymCbl
           entry 'sd-PseudonymiseraBestallare' using
             lbestallare, lnybestallare, lantal.
           move 0 to lantal.
           perform tz-vilka-backender.
           if wark1jn = 'J'
               call 'db-PseudonymiseraBestallare' using
                 lbestallare, lnybestallare, wantal
               add wantal to lantal
           end-if.
           if wark2jn = 'J'
               call 'sf-PseudonymiseraBestallare' using
                 lbestallare, lnybestallare, wantal
               add wantal to lantal
           end-if.
      * dagaggregatet bär beställar-id:t också - det töms, och
      * nästa nattkörning av SpadDagaggCbl bygger om det
           perform da7-tom-dagagg.
       nn2999.
           exit program.

       p-KollaBegaranAvbrytExekveringFinns section.
       p010.  
           entry 'sd-KollaBegaranAvbrytExekveringFinns' 
             call 'sf-LoggaMessArci' using
               wfunktionsnummer, wma-bestid, wma-kommando, ltitel,
               wau-datum, wau-klock.
           perform x43-IncidentHandelse.
       qk999.
           exit program.

      * FunktionsNummer �r styrd mot dem, se t-ArkiveraSpadBest
           entry 'sd-RensaBestHist' using lbrytdatum, lantal.
           move 0 to lantal.
           perform x64-rens-grans.
           perform tz-vilka-backender.
           if wark1jn = 'J'
               call 'db-RensaBestHist' using lbrytdatum, wantal
           entry 'sd-OppnaHistLas'.
           perform tz-vilka-backender.
           move 0 to wstrombackend.
           move 'N' to wstromnyJN.
           if wark1jn = 'J'
               move 1 to wstrombackend
               call 'db-OppnaBestHistLas' using wstromfinnsJN
           if wstrombackend = 0
               go to tg999
           end-if.
           if wstrombackend = 3
               perform th2-nasta-kvarliggande
               if wstrombackend = 3
                   move 'J' to wfinnsJN
               end-if
               go to tg999
           end-if.
           if wstromfinnsJN = 'N'
               perform th-nasta-strom
               go to tg020
               call 'db-StangBestHistLas'
               if wark2jn = 'J'
                   move 2 to wstrombackend
                   if wstromnyJN = 'J'
                       call 'sf-OppnaBestHistLasFran' using
                         wdafran(2), wstromfinnsJN
                   else
                       call 'sf-OppnaBestHistLas' using wstromfinnsJN
                   end-if
               else
                   move 0 to wstrombackend
               end-if
               end-if
               move 0 to wstrombackend
           end-if.
      * den nya-rader-strömmen fortsätter med de BestID som låg
      * kvar i Best när dagaggregatet byggdes, se sd-OppnaHistLasNy
           if wstrombackend = 0 and wstromnyJN = 'J'
               move 'O' to wstromnyJN
               move 3 to wstrombackend
               move 0 to wdox
           end-if.
       th999.
           exit.

       th2-nasta-kvarliggande section.
       th2010.
      * nästa kvarliggande BestID som hunnit arkiveras - de som
      * fortfarande ligger i Best hoppas över. wstrombackend = 0
      * när listan är genomgången
           add 1 to wdox.
           if wdox > wdo-antal
               move 0 to wstrombackend
               go to th2999
           end-if.
           if wdo-backend(wdox) = 1
               call 'db-SelectBestHistID' using wdo-bestid(wdox), sb
           else
               call 'sf-SelectBestHistID' using wdo-bestid(wdox), sb
           end-if.
           if sb-BestID = 0
               go to th2010
           end-if.
       th2999.
           exit.

       ti-StangHistLas section.
       ti010.
      * st�dar upp om anroparen avbryter mitt i str�mmen
               call 'sf-StangBestHistLas'
           end-if.
           move 0 to wstrombackend.
           move 'N' to wstromnyJN.
       ti999.
           exit program.

       tf2-OppnaHistLasNy section.
       tf2010.
      * som sd-OppnaHistLas men bara det som inte finns i dag-
      * aggregatet: varje backend läses från första ej aggregerade
      * BestID, och sist slås de BestID upp som låg kvar i Best vid
      * aggregeringen och sedan arkiverats. Utan giltigt aggregat
      * blir det hela BestHist. Läses med sd-LasHist och stängs med
      * sd-StangHistLas som vanligt
           entry 'sd-OppnaHistLasNy'.
           perform tf3-las-dagaggstyr.
           perform tz-vilka-backender.
           move 0 to wstrombackend.
           move 'J' to wstromnyJN.
           if wark1jn = 'J'
               move 1 to wstrombackend
               call 'db-OppnaBestHistLasFran' using
                 wdafran(1), wstromfinnsJN
           else
               if wark2jn = 'J'
                   move 2 to wstrombackend
                   call 'sf-OppnaBestHistLasFran' using
                     wdafran(2), wstromfinnsJN
               end-if
           end-if.
       tf2999.
           exit program.

       tf3-las-dagaggstyr section.
       tf3010.
      * dagaggregatets styrrader till minnet. Aggregatet är giltigt
      * bara när en K-rad finns (se sf-BorjaSkrivDagagg) - annars
      * nollas gränserna och allt räknas som nytt
           move 'N' to wdagiltigJN.
           move 0 to wdafran(1).
           move 0 to wdafran(2).
           move 0 to wdo-antal.
           perform tf4-dagagg-backend.
           move 'S' to wdaurval.
           if wdabackend = 1
               call 'db-OppnaDagaggLas' using wdaurval, wdafinnsJN
           else
               call 'sf-OppnaDagaggLas' using wdaurval, wdafinnsJN
           end-if.
       tf3020.
           if wdafinnsJN = 'N'
               go to tf3040
           end-if.
           if wdabackend = 1
               call 'db-LasDagagg' using wda, wdafinnsJN
           else
               call 'sf-LasDagagg' using wda, wdafinnsJN
           end-if.
           if wdafinnsJN = 'N'
               go to tf3040
           end-if.
           if wda-Typ = 'K'
           and (wda-Kommando = 1 or wda-Kommando = 2)
               move 'J' to wdagiltigJN
               move wda-Antal to wdafran(wda-Kommando)
           end-if.
           if wda-Typ = 'O' and wdo-antal < 5000
               add 1 to wdo-antal
               move wda-Kommando to wdo-backend(wdo-antal)
               move wda-Antal    to wdo-bestid(wdo-antal)
           end-if.
           go to tf3020.
       tf3040.
           if wdabackend = 1
               call 'db-StangDagaggLas'
           else
               call 'sf-StangDagaggLas'
           end-if.
           if wdagiltigJN = 'N'
               move 0 to wdafran(1)
               move 0 to wdafran(2)
               move 0 to wdo-antal
           end-if.
       tf3999.
           exit.

       tf4-dagagg-backend section.
       tf4010.
      * aggregatet ligger i den globala datamodens backend - det är
      * ett gemensamt lager, inte styrt per FunktionsNummer
           if wdatamode = 1
               move 1 to wdabackend
           else
               move 2 to wdabackend
           end-if.
       tf4999.
           exit.

       ti2-HamtaHistStromBackend section.
       ti2010.
      * vilken backend aktuell post i BestHist-strömmen kom ifrån
      * (1 = databas, 2 = fil) - SpadDagaggCbl håller gränsen per
      * backend
           entry 'sd-HamtaHistStromBackend' using lbackend.
           if wstrombackend = 3
               move wdo-backend(wdox) to lbackend
           else
               move wstrombackend to lbackend
           end-if.
       ti2999.
           exit program.

       da1-OppnaDagaggLas section.
       da1010.
      * strömmande läsning av dagaggregatet: urval 'D' = dataraderna
      * (U/B) - tom ström när aggregatet inte är giltigt - och 'S' =
      * styrraderna (K/O). Läses med sd-LasDagagg och stängs med
      * sd-StangDagaggLas. Rapporterna läser sedan resten med
      * sd-OppnaHistLasNy
           entry 'sd-OppnaDagaggLas' using ldaurval.
           move 'N' to wdalasJN.
           if ldaurval = 'D'
               perform tf3-las-dagaggstyr
               if wdagiltigJN = 'N'
                   go to da1999
               end-if
           end-if.
           perform tf4-dagagg-backend.
           move ldaurval to wdaurval.
           if wdabackend = 1
               call 'db-OppnaDagaggLas' using wdaurval, wdafinnsJN
           else
               call 'sf-OppnaDagaggLas' using wdaurval, wdafinnsJN
           end-if.
           move 'J' to wdalasJN.
       da1999.
           exit program.

       da2-LasDagagg section.
       da2010.
           entry 'sd-LasDagagg' using lda, wfinnsJN.
           move 'N' to wfinnsJN.
           if wdalasJN not = 'J'
               go to da2999
           end-if.
           if wdabackend = 1
               call 'db-LasDagagg' using lda, wfinnsJN
           else
               call 'sf-LasDagagg' using lda, wfinnsJN
           end-if.
       da2999.
           exit program.

       da3-StangDagaggLas section.
       da3010.
           entry 'sd-StangDagaggLas'.
           if wdalasJN = 'J'
               if wdabackend = 1
                   call 'db-StangDagaggLas'
               else
                   call 'sf-StangDagaggLas'
               end-if
           end-if.
           move 'N' to wdalasJN.
       da3999.
           exit program.

       da4-BorjaSkrivDagagg section.
       da4010.
      * skrivning av dagaggregatet, se SpadDagaggCbl: urval 'R' =
      * ombyggnad (allt skrivs om), 'I' = nattens tillägg (nya
      * datarader läggs till, styrraderna skrivs om). Styrraderna
      * skrivs sist, efter dataraderna
           entry 'sd-BorjaSkrivDagagg' using ldaurval.
           perform tf4-dagagg-backend.
           if wdabackend = 1
               call 'db-BorjaSkrivDagagg' using ldaurval
           else
               call 'sf-BorjaSkrivDagagg' using ldaurval
           end-if.
       da4999.
           exit program.

       da5-SkrivDagagg section.
       da5010.
           entry 'sd-SkrivDagagg' using lda.
           if wdabackend = 1
               call 'db-SkrivDagagg' using lda
           else
               call 'sf-SkrivDagagg' using lda
           end-if.
       da5999.
           exit program.

       da6-AvslutaSkrivDagagg section.
       da6010.
           entry 'sd-AvslutaSkrivDagagg'.
           if wdabackend = 1
               call 'db-AvslutaSkrivDagagg'
           else
               call 'sf-AvslutaSkrivDagagg'
           end-if.
       da6999.
           exit program.

       da7-tom-dagagg section.
       da7010.
      * tömmer dagaggregatet helt - rapporterna läser då hela
      * BestHist tills SpadDagaggCbl byggt om det
           perform tf4-dagagg-backend.
           move 'R' to wdaurval.
           if wdabackend = 1
               call 'db-BorjaSkrivDagagg' using wdaurval
               call 'db-AvslutaSkrivDagagg'
           else
               call 'sf-BorjaSkrivDagagg' using wdaurval
               call 'sf-AvslutaSkrivDagagg'
           end-if.
       da7999.
           exit.

       kh1-BeraknaKedja section.
       kh1010.
      * kedjesumman för en post i AdmiAudit/MessArci/Notering eller
      * ett kedjeankare: samma löpande summa som filkontrollen i
      * x31-rad-checksumma, men startad på föregående posts värde i
      * stället för 0 - en ändrad, borttagen eller insmugen post
      * bryter därmed alla efterföljande länkar. Anroparen lägger
      * postbilden (med egna kedjefältet 0) i lkdbild.
           entry 'sd-BeraknaKedja' using lkdforra, lkdbild, lkdkedja.
           move lkdforra to wdssumma.
           move lkdbild to wdsrad.
           perform x31-rad-checksumma.
           move wdssumma to lkdkedja.
       kh1999.
           exit program.

       kh2-OppnaKedjaLas section.
       kh2010.
      * kedjekontrollen läser ett kedjat lager (lkdlager 1 =
      * AdmiAudit, 2 = MessArci, 3 = Notering) i kedjeordning mot
      * en uttalad backend - lkdar 0 = det levande lagret, annars
      * årsarkivet. wfinnsJN = 'N' när lagret/arkivet saknas. Se
      * SpadKedjaCbl.
           entry 'sd-OppnaKedjaLas' using
             lbackend, lkdlager, lkdar, wfinnsJN.
           move lbackend to wkdbackend.
           if wkdbackend = 1
               call 'db-OppnaKedjaLas' using lkdlager, lkdar, wfinnsJN
           else
               call 'sf-OppnaKedjaLas' using lkdlager, lkdar, wfinnsJN
           end-if.
       kh2999.
           exit program.

       kh3-LasKedja section.
       kh3010.
      * nästa post ur kedjeströmmen i lagrets egen layout
           entry 'sd-LasKedja' using lkdpost, wfinnsJN.
           if wkdbackend = 1
               call 'db-LasKedja' using lkdpost, wfinnsJN
           else
               call 'sf-LasKedja' using lkdpost, wfinnsJN
           end-if.
       kh3999.
           exit program.

       kh4-StangKedjaLas section.
       kh4010.
           entry 'sd-StangKedjaLas'.
           if wkdbackend = 1
               call 'db-StangKedjaLas'
           else
               call 'sf-StangKedjaLas'
           end-if.
           move 0 to wkdbackend.
       kh4999.
           exit program.

       kh5-OppnaAnkareLas section.
       kh5010.
      * kedjeankarna i AnkareNr-ordning för en backend, se kedja.cpy
           entry 'sd-OppnaAnkareLas' using lbackend, wfinnsJN.
           move lbackend to wkabackend.
           if wkabackend = 1
               call 'db-OppnaAnkareLas' using wfinnsJN
           else
               call 'sf-OppnaAnkareLas' using wfinnsJN
           end-if.
       kh5999.
           exit program.

       kh6-LasAnkare section.
       kh6010.
           entry 'sd-LasAnkare' using lka, wfinnsJN.
           if wkabackend = 1
               call 'db-LasAnkare' using lka, wfinnsJN
           else
               call 'sf-LasAnkare' using lka, wfinnsJN
           end-if.
       kh6999.
           exit program.

       kh7-StangAnkareLas section.
       kh7010.
           entry 'sd-StangAnkareLas'.
           if wkabackend = 1
               call 'db-StangAnkareLas'
           else
               call 'sf-StangAnkareLas'
           end-if.
           move 0 to wkabackend.
       kh7999.
           exit program.

       kh8-HamtaKedjeHuvud section.
       kh8010.
      * kedjehuvudet för en backend, se kedjehuv.cpy - nollor om det
      * ännu inte finns
           entry 'sd-HamtaKedjeHuvud' using lbackend, lkh.
           if lbackend = 1
               call 'db-HamtaKedjeHuvud' using lkh
           else
               call 'sf-HamtaKedjeHuvud' using lkh
           end-if.
       kh8999.
           exit program.

       kh9-ArkiveraKedjelager section.
       kh9010.
      * rullar poster äldre än brytdatumet i ett kedjat lager
      * (lkdlager, se sd-OppnaKedjaLas) ut till per-årsarkiv och
      * lämnar ett A-ankare per år - båda backend-typerna behandlas
      * om någon FunktionsNummer är styrd mot dem, se
      * sd-ArkiveraKorLogg
           entry 'sd-ArkiveraKedjelager' using
             lkdlager, lbrytdatum, lantal.
           move 0 to lantal.
           perform tz-vilka-backender.
           if wark1jn = 'J'
               call 'db-ArkiveraKedjelager' using
                 lkdlager, lbrytdatum, wantal
               add wantal to lantal
           end-if.
           if wark2jn = 'J'
               call 'sf-ArkiveraKedjelager' using
                 lkdlager, lbrytdatum, wantal
               add wantal to lantal
           end-if.
       kh9999.
           exit program.

       tj-OppnaBestLas section.
       tj010.
      * str�mmande l�sning av hela Best �ver b�da konfigurerade
       tk999.
           exit program.

       tk2-HamtaBestStromBackend section.
       tk2010.
      * vilken backend aktuell post i Best-strömmen kom ifrån, som
      * sd-HamtaHistStromBackend
           entry 'sd-HamtaBestStromBackend' using lbackend.
           move wstrombackend2 to lbackend.
       tk2999.
           exit program.

       tl-nasta-beststrom section.
       tl010.
           if wstrombackend2 = 1
       vf999.
           exit program.

       vl-HamtaHrMapp section.
       vl010.
      * inkorgen för HR-katalogens extrakt (spad.ini HRDIR=),
      * blank = ingen HR-matning
           entry 'sd-HamtaHrMapp' using lnotifmapp.
           move whrmapp to lnotifmapp.
       vl999.
           exit program.

       vh-HamtaStandbyMapp section.
       vh010.
      * varmreservens utdelning (spad.ini SBDIR=, blank = ingen
       vi999.
           exit program.

       vj-HamtaWebbParametrar section.
       vj010.
      * webbmappen för statussidan (spad.ini WEBDIR=, blank = ingen
      * sida) och sekunderna mellan omgenereringarna (WS=), se
      * SpadWebbCbl
           entry 'sd-HamtaWebbParametrar' using lnotifmapp, lkvot.
           move wwebbmapp     to lnotifmapp.
           move wwebbsekunder to lkvot.
       vj999.
           exit program.

       vk-HamtaKommandoParametrar section.
       vk010.
      * kommandoinkorgen för schemaläggningen (spad.ini CMDDIR=,
      * blank = ingen inkorg) och sekunderna mellan avsökningarna
      * (CS=), se SpadKommandoCbl
           entry 'sd-HamtaKommandoParametrar' using lnotifmapp, lkvot.
           move wkommandomapp     to lnotifmapp.
           move wkommandosekunder to lkvot.
       vk999.
           exit program.

       vg-HamtaAckParametrar section.
       vg010.
      * inkorgen för ERP-kvittenser (spad.ini ACKDIR=, blank = ingen
       v999.
           exit program.

       va-HamtaExportFiltyp section.
       va010.
      * filtypen för den obemannade exporten (spad.ini EF=, 2 om
      * raden saknas) - egen entry, så exportparametrarnas övriga
      * anropare inte berörs
           entry 'sd-HamtaExportFiltyp' using lkvot.
           move wexportfiltyp to lkvot.
       va999.
           exit program.

       wb-OppnaAdmiLas section.
       wb010.
      * strömmande läsning av samtliga Admi-poster, utan
               move 'N' to lupdatedJN
               go to x999
           end-if.
           move wfunktionsnummer to wkvfunknr.
           perform x57j-forbered-direkt.
           perform qg-UppdateraAdmiParametrarMedVersion.
           move wupdatedJN to lupdatedJN.
           if wupdatedJN = 'J'
               perform x57k-registrera-direkt
           end-if.
       x999.
           exit program.

           entry 'sd-UpdateAdmiGranser' using
             wfunktionsnummer, lparam1, lparam2, lparam3,
             lupdatedJN.
           move wfunktionsnummer to wkvfunknr.
           perform x57j-forbered-direkt.
           move 'N' to wupdatedJN.
           perform varying wversionforsok from 1 by 1
             until wversionforsok > wretryantal or wupdatedJN = 'J'
             end-if
           end-perform.
           move wupdatedJN to lupdatedJN.
           if wupdatedJN = 'J'
               perform x57k-registrera-direkt
           end-if.
       x19999.
           exit program.

           entry 'sd-HamtaPoolLista' using vfp, lworkerid.
           move wpool-antal to vfp-antal.
           move wworkerid   to lworkerid.
           move wpoolhela   to vfp-hela.
           perform varying wpoolx from 1 by 1 until wpoolx > 20
               move wpool-funknr(wpoolx) to vfp-funknr(wpoolx)
           end-perform.
           perform varying wpoolx from 1 by 1
             until wpoolx > vfp-antal or lclaimatJN = 'J'
               move vfp-funknr(wpoolx) to wfunktionsnummer
               perform y7-forsok-klaima
           end-perform.
       y2999.
           exit program.

       y6-KlaimaPoolFunktion section.
       y6010.
      * en instans som betjänar hela poolen (vfp-hela = 1) claimar
      * varje nummer för sig - lclaimfunknr är numret som ska tas,
      * lclaimatJN = 'N' om en annan levande instans redan har det
           entry 'sd-KlaimaPoolFunktion' using
             lclaimfunknr, lworkerid, lclaimatJN.
           move 'N' to lclaimatJN.
           accept wau-datum from date yyyymmdd.
           accept wau-falt  from time.
           divide wau-falt by 100 giving wau-klock.
           move lclaimfunknr to wfunktionsnummer.
           perform y7-forsok-klaima.
       y6999.
           exit program.

       y7-forsok-klaima section.
       y7010.
      * ett claimförsök på wfunktionsnummer, gemensamt för
      * y2-KlaimaFunktionsNummer och y6-KlaimaPoolFunktion
           perform j-berakna-effektiv-datamode
           if wlokaldatamode = 1
               call 'db-TryClaimAdmiWorker' using
                 wfunktionsnummer, lworkerid, wau-datum, wau-klock,
                 lclaimatJN, lcurrentowner, lcurrentdatum,
                 lcurrentklock
           end-if
           if wlokaldatamode = 2
               call 'sf-TryClaimAdmiWorker' using
                 wfunktionsnummer, lworkerid, wau-datum, wau-klock,
                 lclaimatJN, lcurrentowner, lcurrentdatum,
                 lcurrentklock
           end-if
           if lclaimatJN = 'N'
               perform y3-ar-hjartslag-daligt
               if wstaledJN = 'J'
                   if wlokaldatamode = 1
                       call 'db-ForceClaimAdmiWorker' using
                         wfunktionsnummer, lworkerid, wau-datum,
                         wau-klock
                   end-if
                   if wlokaldatamode = 2
                       call 'sf-ForceClaimAdmiWorker' using
                         wfunktionsnummer, lworkerid, wau-datum,
                         wau-klock
                   end-if
                   move 'J' to lclaimatJN
               end-if
           end-if
           if lclaimatJN = 'J'
               move wfunktionsnummer to lclaimfunknr
           end-if.
       y7999.
           exit.

       y3-ar-hjartslag-daligt section.
       y3010.
      * avg�r om ett tidigare claimat hj�rtslag (lcurrentdatum/klock)
      * �r s� gammalt att en ny instans f�r ta �ver FunktionsNummer,
      * anropas bara fr�n y7-forsok-klaima
           move 'N' to wstaledJN.
           if lcurrentowner = spaces or lcurrentdatum = 0
               move 'J' to wstaledJN
