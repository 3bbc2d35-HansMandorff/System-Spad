      *           funktionen under körfönstret, detaljresultaten,
      *           slututfallet, rapportraderna och verifikat-
      *           referensen - klart att bifoga ärendet som det är.
      *2026-10-15 Ny sektion med härkomstkedjan ur datasetkatalogen:
      *           arkiverat indataset och registrerad utdata med
      *           postantal och kontrollsumma, vilken körning som
      *           producerade underlaget och vilka körningar som
      *           sedan läste utdatan.
      *2026-10-15 Ny sektion med tvisterna kring körningen ur
      *           spaddispyt.dat: orsak, beslut och - för en godkänd
      *           tvist - återföringsverifikatet. Ersatta
      *           rapportrader (RappTyp + 800000000) märks ERSATT.
      *2026-10-15 Utfallet VÄNTAR PÅ ATTEST (Kommando 42) visas.
      *2026-10-15 Ny sektion med Admi-konfigurationen som gällde vid
      *           körstarten, ur konfigurationsversionerna.
      *2026-10-15 Rapportrader av en RappTyp med begränsad klass
      *           skrivs inte i dossiern (den ligger i den delade
      *           exportmappen) - en rad hänvisar till SKYDIR=.
      *
       program-id. SpadDossierCbl.
       environment division.
           Select Erp assign werpselnamn
             file status is werpfs
             ORGANIZATION IS LINE SEQUENTIAL.
      * tvisteregistret (Path=/spaddispyt.dat), se dispyt.cpy
           Select Dispyt assign wdpselnamn
             file status is wdpfs
             ORGANIZATION IS LINE SEQUENTIAL.
       data division.
       File Section.
       fd  Dossier.
       01  dossier-record    pic x(220).
       fd  Erp.
       01  erp-record        pic x(110).
       fd  Dispyt.
       01  dispyt-record     pic x(310).

       working-storage section.
       01  wev. copy "erpver.cpy"
               10  wef-datum      pic 9(8).
               10  filler         pic x(4) value '.dat'.
           05  w-eof-erp          pic x.
           05  wdpselnamn         pic x(80).
           05  wdpfs.
               10  wdpfskey1      pic x.
               10  wdpfskey2      pic x.
           05  w-eof-dp           pic x.
           05  wantaltvist        pic 9(4) comp.
           05  wd9-tal2           pic zzzzzzzz9.
           05  wantalvarv         pic 9(9).
           05  wforsta-datum      pic 9(9).
           05  wforsta-klock      pic 9(9).
           05  wsista-klock       pic 9(9).
           05  wsektionsrad       pic x(60).
           05  wtextrad           pic x(220).
      * rapportklassen för senast lästa RappTyp, se i-rapportrader
           05  wrapptyp           pic 9(9) value 0.
           05  wrappklass         pic 9(9) value 0.
           05  wlasJN             pic x.
           05  woperator          pic x(20) value spaces.
           05  wbegransadJN       pic x value 'N'.
           05  wbegransadrad      pic x(50)
               value 'RAPPORTRADER I BEGRÄNSAD KLASS - SE SKYDIR'.
           05  wutrad.
               10  wu-etikett     pic x(16).
               10  wu-varde       pic x(60).
           05  wdisprad.
               10  filler pic x(22) value 'SpadDossier klar, se  '.
               10  wd-filnamn pic x(25).
      * härkomstkedjan: orderns egna filer ur datasetkatalogen och
      * raderna som visar dem, se k-harkomst
           05  wdsx               pic s9(4) comp.
           05  wds-traffJN        pic x.
           05  wdi-antal          pic s9(4) comp value 0.
           05  wdi-namn           pic x(80) occurs 10.
           05  wdu-antal          pic s9(4) comp value 0.
           05  wdu-namn           pic x(80) occurs 20.
           05  wdsrad1.
               10  wdr-typ        pic x(8).
               10  wdr-fil        pic x(80).
               10  filler         pic x(8) value ' POSTER '.
               10  wdr-antal      pic zzzzzzzz9.
               10  filler         pic x(8) value ' KSUMMA '.
               10  wdr-ksumma     pic 9(9).
           05  wdsrad2.
               10  filler         pic x(8) value spaces.
               10  wdr2-text      pic x(12).
               10  wdr2-varde     pic x(80).
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       01  sbl.
           copy "varvres-bin.cpy" replacing leading ==xxxx== by ==vr==.
       01  ra.
           copy "rapp.cpy" replacing leading ==xxxx== by ==ra==.
       01  ds.
           copy "dataset.cpy" replacing leading ==xxxx== by ==ds==.
       01  dp.
           copy "dispyt.cpy" replacing leading ==xxxx== by ==dp==.
       01  kv.
           copy "konfver.cpy" replacing leading ==xxxx== by ==kv==.

       procedure division.
       main section.
           open output Dossier.

           perform c-bestallningen.
           perform m-konfiguration.
           perform d-handelser.
           perform e-varvforlopp.
           perform f-kommandon.
           perform h-utfall.
           perform i-rapportrader.
           perform j-verifikat.
           perform l-tvister.
           perform k-harkomst.

           close Dossier.
           move wdosfilnamn to wd-filnamn.
       c999.
           exit.

       m-konfiguration section.
       m010.
      * Admi-konfigurationen körningen startade under, ur
      * versionsregistret (spadkonfver.dat) - tidpunkten är
      * körstarten, eller beställningen om körningen aldrig startade
           move '=== KONFIGURATION VID KORSTART (ADMI) ==='
             to wsektionsrad.
           write dossier-record from wsektionsrad.
           initialize kv.
           move sb-FunktionsNummer to kv-FunktionsNummer.
           if sb-KorstartDatum > 0
               move sb-KorstartDatum to kv-GiltigDatum
               move sb-KorstartKlock to kv-GiltigKlock
           else
               move sb-BestDatum to kv-GiltigDatum
               move sb-BestKlock to kv-GiltigKlock
           end-if.
           call 'sd-HamtaAdmiVidTid' using kv, wfinnsJN.
           if wfinnsJN not = 'J'
               move 'VERSION       : ' to wu-etikett
               move 'INGEN SPARAD VID TIDPUNKTEN' to wu-varde
               write dossier-record from wutrad
               go to m999
           end-if.
           move 'VERSION       : ' to wu-etikett.
           move spaces to wu-varde.
           move kv-VersionID to wd9-tal.
           if kv-TillDatum = 0
               string wd9-tal ' (FORE VERSIONSHANTERINGEN)'
                 delimited by size into wu-varde
           else
               move kv-TillDatum to wh-datum
               move kv-TillKlock to wh-klock
               string wd9-tal ' INFORD ' wh-datum ' ' wh-klock
                 delimited by size into wu-varde
           end-if.
           write dossier-record from wutrad.
           if kv-Operator not = spaces
               move 'PLANERAD AV   : ' to wu-etikett
               move kv-Operator to wu-varde
               write dossier-record from wutrad
           end-if.
           move 'JOBBTYP       : ' to wu-etikett.
           move kv-Param1 to wd9-tal.
           perform mb-skriv-tal.
           move 'RAPPTYP       : ' to wu-etikett.
           move kv-Param3 to wd9-tal.
           perform mb-skriv-tal.
           move 'MAXTID SEK    : ' to wu-etikett.
           move kv-Param2 to wd9-tal.
           perform mb-skriv-tal.
           move 'MAXFORSOK     : ' to wu-etikett.
           move kv-MaxForsok to wd9-tal.
           perform mb-skriv-tal.
           move 'MAXANTAL      : ' to wu-etikett.
           move kv-MaxAntal to wd9-tal.
           perform mb-skriv-tal.
           move 'KALENDERID    : ' to wu-etikett.
           move kv-KalenderID to wd9-tal.
           perform mb-skriv-tal.
           move 'KORVARV SEK   : ' to wu-etikett.
           move kv-KorVarvSekunder to wd9-tal.
           perform mb-skriv-tal.
           move 'SNIFF SEK     : ' to wu-etikett.
           move kv-SniffSekunder to wd9-tal.
           perform mb-skriv-tal.
       m999.
           exit.

       mb-skriv-tal section.
       mb010.
           move spaces to wu-varde.
           string wd9-tal delimited by size into wu-varde.
           write dossier-record from wutrad.
       mb999.
           exit.

       d-handelser section.
       d010.
      * claim-, paus-, återupptagnings- och utfallshändelserna ur
           evaluate sb-Kommando
               when 4  move 'KLAR'                 to wu-varde
               when 41 move 'KLAR MED ANMARKNING'  to wu-varde
               when 42 move 'VANTAR PA ATTEST'     to wu-varde
               when 7  move 'AVBRUTEN'             to wu-varde
               when 8  move 'FEL'                  to wu-varde
               when other move 'PAGAR/OAVSLUTAD'   to wu-varde
               go to i999
           end-if.
           if ra-BestNummer = sb-BestNummer
      * en begränsad klass lämnas bara till den skyddade mappen
      * (SpadRappExportCbl) - här står en hänvisning i stället
               if ra-RappTyp not = wrapptyp
                   move ra-RappTyp to wrapptyp
                   call 'sd-KollaRappLasbehorighet' using
                     wrapptyp, woperator, wrappklass, wlasJN
               end-if
               if wrappklass > 0
                   if wbegransadJN = 'N'
                       move 'J' to wbegransadJN
                       write dossier-record from wbegransadrad
                   end-if
                   go to i020
               end-if
               move ra-Rad to wtextrad
      * rader som ersatts efter en godkänd tvist står kvar under
      * RappTyp + 800000000, se sd-MarkeraRappErsatt
               if ra-RappTyp >= 800000000
               and ra-RappTyp < 900000000
                   move spaces to wtextrad
                   string 'ERSATT: ' ra-Rad delimited by size
                     into wtextrad
               end-if
               write dossier-record from wtextrad
           end-if.
           go to i020.
               move wev-SeqNummer to wvf-seq
               move werpfilnamn   to wvf-fil
               write dossier-record from wverifrad
               if wev-RefSeqNummer is numeric
               and wev-RefSeqNummer > 0
                   move spaces to wtextrad
                   move wev-RefSeqNummer to wd9-tal
                   string '  (aterforing av seqnr ' wd9-tal ')'
                     delimited by size into wtextrad
                   write dossier-record from wtextrad
               end-if
           end-if.
           read Erp into wev at end move 'J' to w-eof-erp.
           go to j020.
           close Erp.
       j999.
           exit.

       l-tvister section.
       l010.
      * tvisterna kring körningen ur spaddispyt.dat - för en
      * godkänd tvist även återföringsverifikatet i beslutsdagens
      * ERP-fil
           move '=== TVISTER ===' to wsektionsrad.
           write dossier-record from wsektionsrad.
           move 0 to wantaltvist.
           string wpath 'spaddispyt.dat' delimited by space
             into wdpselnamn.
           open input Dispyt.
           if wdpfskey1 not = '0'
               go to l100
           end-if.
           move 'N' to w-eof-dp.
       l020.
           read Dispyt into dp at end move 'J' to w-eof-dp.
           if w-eof-dp = 'J'
               go to l090
           end-if.
           if dp-BestID not = wvalbestid
               go to l020
           end-if.
           add 1 to wantaltvist.
           move 'TVIST         : ' to wu-etikett.
           move spaces to wu-varde.
           move dp-DispytID to wd9-tal.
           evaluate dp-Status
               when 'O'
                   string wd9-tal ' OPPEN' delimited by size
                     into wu-varde
               when 'A'
                   string wd9-tal ' GODKAND' delimited by size
                     into wu-varde
               when other
                   string wd9-tal ' AVVISAD' delimited by size
                     into wu-varde
           end-evaluate.
           write dossier-record from wutrad.
           move 'OPPNAD        : ' to wu-etikett.
           move spaces to wu-varde.
           move dp-OppnadDatum to wh-datum.
           move dp-OppnadKlock to wh-klock.
           string wh-datum ' ' wh-klock ' ' dp-Operator
             delimited by size into wu-varde.
           write dossier-record from wutrad.
           move 'ORSAK         : ' to wu-etikett.
           move dp-Orsak to wu-varde.
           write dossier-record from wutrad.
           if dp-Status = 'O'
               go to l020
           end-if.
           move 'BESLUT        : ' to wu-etikett.
           move spaces to wu-varde.
           move dp-BeslutDatum to wh-datum.
           move dp-BeslutKlock to wh-klock.
           string wh-datum ' ' wh-klock ' ' dp-BeslutOperator
             delimited by size into wu-varde.
           write dossier-record from wutrad.
           move 'MOTIVERING    : ' to wu-etikett.
           move dp-Beslut to wu-varde.
           write dossier-record from wutrad.
           if dp-Status = 'A'
           and dp-AterSeqNummer > 0
               move 'ATERFORING    : ' to wu-etikett
               move spaces to wu-varde
               move dp-AterSeqNummer to wd9-tal
               move dp-OrigSeqNummer to wd9-tal2
               move dp-BeslutDatum to wh-datum
               string 'seqnr ' wd9-tal ' av ' wd9-tal2
                 ' i ERP' wh-datum '.dat' delimited by size
                 into wu-varde
               write dossier-record from wutrad
           end-if.
           go to l020.
       l090.
           close Dispyt.
       l100.
           if wantaltvist = 0
               move 'Inga tvister registrerade for korningen.'
                 to wtextrad
               write dossier-record from wtextrad
           end-if.
       l999.
           exit.

       k-harkomst section.
       k010.
      * härkomstkedjan ur datasetkatalogen: först orderns egna
      * rader (och ursprungsorderns vid en omstart), sedan ett
      * andra varv som letar körningen som producerade underlaget
      * och körningarna som läste orderns utdata
           move '=== DATASET OCH HARKOMST ===' to wsektionsrad.
           write dossier-record from wsektionsrad.
           if sb-UrsprungBestID > 0
               move 'OMSTART AV   : ' to wu-etikett
               move spaces to wu-varde
               move sb-UrsprungBestID to wd9-tal
               string 'BESTID ' wd9-tal delimited by size
                 into wu-varde
               write dossier-record from wutrad
           end-if.
           call 'sd-OppnaDatasetLas'.
       k020.
           call 'sd-LasDataset' using ds, wfinnsJN.
           if wfinnsJN = 'N'
               go to k100
           end-if.
           if ds-BestID not = wvalbestid
           and (sb-UrsprungBestID = 0
                or ds-BestID not = sb-UrsprungBestID)
               go to k020
           end-if.
           if ds-Typ = 'I'
               move 'INDATA  ' to wdr-typ
               if wdi-antal < 10
                   add 1 to wdi-antal
                   move ds-IndataSet to wdi-namn(wdi-antal)
               end-if
           else
               move 'UTDATA  ' to wdr-typ
               if wdu-antal < 20
                   add 1 to wdu-antal
                   move ds-Filnamn to wdu-namn(wdu-antal)
               end-if
           end-if.
           move ds-Filnamn     to wdr-fil.
           move ds-PostAntal   to wdr-antal.
           move ds-Checksumma  to wdr-ksumma.
           write dossier-record from wdsrad1.
           if ds-IndataSet not = spaces
               move 'FRAN        ' to wdr2-text
               move ds-IndataSet to wdr2-varde
               write dossier-record from wdsrad2
           end-if.
           go to k020.
       k100.
           if wdi-antal = 0 and wdu-antal = 0
               move 'Inga dataset registrerade for ordern.'
                 to wtextrad
               write dossier-record from wtextrad
               go to k999
           end-if.
           call 'sd-OppnaDatasetLas'.
       k110.
           call 'sd-LasDataset' using ds, wfinnsJN.
           if wfinnsJN = 'N'
               go to k999
           end-if.
           if ds-BestID = wvalbestid
               go to k110
           end-if.
      * underlaget producerades av en annan körning
           if ds-Typ = 'U'
               move 'N' to wds-traffJN
               move 0 to wdsx
               perform kb-sok-indatanamn
               if wds-traffJN = 'J'
                   move 'PRODUCERAD AV' to wdr2-text
                   move spaces to wdr2-varde
                   move ds-BestID to wd9-tal
                   string 'BESTID ' wd9-tal ' ' ds-Filnamn
                     delimited by size into wdr2-varde
                   write dossier-record from wdsrad2
               end-if
           end-if.
      * orderns utdata lästes av en senare körning
           if ds-Typ = 'I'
               move 'N' to wds-traffJN
               move 0 to wdsx
               perform kc-sok-utdatanamn
               if wds-traffJN = 'J'
                   move 'LAST AV     ' to wdr2-text
                   move spaces to wdr2-varde
                   move ds-BestID to wd9-tal
                   string 'BESTID ' wd9-tal ' ' ds-IndataSet
                     delimited by size into wdr2-varde
                   write dossier-record from wdsrad2
               end-if
           end-if.
           go to k110.
       k999.
           exit.

       kb-sok-indatanamn section.
       kb010.
           add 1 to wdsx.
           if wdsx > wdi-antal
               go to kb999
           end-if.
           if wdi-namn(wdsx) = ds-Filnamn
               move 'J' to wds-traffJN
               go to kb999
           end-if.
           go to kb010.
       kb999.
           exit.

       kc-sok-utdatanamn section.
       kc010.
           add 1 to wdsx.
           if wdsx > wdu-antal
               go to kc999
           end-if.
           if wdu-namn(wdsx) = ds-IndataSet
               move 'J' to wds-traffJN
               go to kc999
           end-if.
           go to kc010.
       kc999.
           exit.
