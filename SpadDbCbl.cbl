	        DelStartVarv int  ,
	        DelSlutVarv int  ,
	        UrsprungBestID int  ,
	        OmstartVarv int  ,
	        OrsakKod int  ,
	        Bolag char(4)
           )
       end-exec.
       
	        DelStartVarv int  ,
	        DelSlutVarv int  ,
	        UrsprungBestID int  ,
	        OmstartVarv int  ,
	        OrsakKod int  ,
	        Bolag char(4)
           )
       end-exec.
      * avvecklade Admi-definitioner, se db-FlyttaAdmiTillHist
            Kommando        int,
            Operator        char(20),
            Datum           int,
            Klock           int,
            KedjaNr         int,
            KedjaForra      int,
            Kedja           int
       )
       end-exec.

            Operator        char(20),
            NotDatum        int,
            NotKlock        int,
            Text            char(70),
            KedjaNr         int,
            KedjaForra      int,
            Kedja           int
       )
       end-exec.

       )
       end-exec.

      * dagaggregatet för BestHist-rapporterna, se dagagg.cpy och
      * SpadDagaggCbl - bara SQL Server-motorn, som BestHist-strömmen
       exec sql declare spad.dbo.DagAgg table
       (
            Typ             char(1),
            Datum           int,
            FunktionsNummer int,
            Bestallare      char(20),
            Kommando        int,
            TestKorning     int,
            DelOrder        int,
            SlutJN          char(1),
            Antal           int,
            TidAntal        int,
            TidSumma        decimal(11,0),
            TidMax          int,
            TidPostSumma    decimal(12,0),
            PostSumma       decimal(12,0),
            VarvSumma       decimal(12,0),
            VarvTidSumma    decimal(11,0),
            OverSlut        int,
            KvarLagda       int,
            Belopp1         decimal(13,2),
            Belopp2         decimal(13,2),
            Belopp3         decimal(13,2),
            Min1            decimal(9,2),
            Max1            decimal(9,2),
            Min2            decimal(9,2),
            Max2            decimal(9,2),
            Min3            decimal(9,2),
            Max3            decimal(9,2),
            MinPost         int,
            MaxPost         int
       )
       end-exec.

      * best�ende h�ndelselogg, se s-entry-db-LoggaMessArci nedan och
      * messarci-bin.cpy
       exec sql declare spad.dbo.MessArci table
            Kommando        int,
            Titel           char(50),
            Datum           int,
            Klock           int,
            KedjaNr         int,
            KedjaForra      int,
            Kedja           int
       )
       end-exec.

      * kedjan över AdmiAudit/MessArci/Notering: huvudet med en rad
      * per kedja (Lager 1-3, 4 = ankarna, se kedjehuv.cpy), ankarna
      * (kedja.cpy) och årsarkiven - samma kolumner som livtabellerna
      * plus Arkivar, se db-ArkiveraKedjelager
       exec sql declare spad.dbo.KedjaHuvud table
       (
            Lager           int,
            Nr              int,
            Kedja           int
       )
       end-exec.

       exec sql declare spad.dbo.KedjaAnkare table
       (
            AnkareNr        int,
            Typ             char(1),
            Lager           int,
            Ar              int,
            KedjaNr         int,
            Kedja           int,
            Antal           int,
            Datum           int,
            Klock           int,
            Forra           int,
            Signatur        int
       )
       end-exec.

       exec sql declare spad.dbo.AdmiAuditArkiv table
       (
            FunktionsNummer int,
            Kommando        int,
            Operator        char(20),
            Datum           int,
            Klock           int,
            KedjaNr         int,
            KedjaForra      int,
            Kedja           int,
            Arkivar         int
       )
       end-exec.

       exec sql declare spad.dbo.MessArciArkiv table
       (
            FunktionsNummer int,
            BestID          int,
            Kommando        int,
            Titel           char(50),
            Datum           int,
            Klock           int,
            KedjaNr         int,
            KedjaForra      int,
            Kedja           int,
            Arkivar         int
       )
       end-exec.

       exec sql declare spad.dbo.NoteringArkiv table
       (
            FunktionsNummer int,
            BestID          int,
            MessDatum       int,
            MessKlock       int,
            Operator        char(20),
            NotDatum        int,
            NotKlock        int,
            Text            char(70),
            KedjaNr         int,
            KedjaForra      int,
            Kedja           int,
            Arkivar         int
       )
       end-exec.

	        DelStartVarv,
	        DelSlutVarv,
	        UrsprungBestID,
	        OmstartVarv,
	        OrsakKod,
	        Bolag

           FROM spad.dbo.Best
           where Kommando in (4, 41, 7, 8)
	        DelStartVarv,
	        DelSlutVarv,
	        UrsprungBestID,
	        OmstartVarv,
	        OrsakKod,
	        Bolag

           FROM spad.dbo.Best
           order by BestID
           order by Datum, Klock
       end-exec.

      * startpunkten för BestHist-strömmen - 0 = hela tabellen, se
      * db-OppnaBestHistLasFran
       01  wfranbestid  pic 9(9) comp.
      * radtyperna i dagaggregatsurvalet, se db-OppnaDagaggLas
       01  wdatyp1      pic x.
       01  wdatyp2      pic x.

       exec sql
      * hela BestHist f�r str�mmande rapportl�sning, se
      * db-OppnaBestHistLas/db-LasBestHist/db-StangBestHistLas
	        DelStartVarv,
	        DelSlutVarv,
	        UrsprungBestID,
	        OmstartVarv,
	        OrsakKod,
	        Bolag

           FROM spad.dbo.BestHist
           where BestID >= :wfranbestid
           order by BestID
       end-exec.

      * dagaggregatets rader, dataraderna (U/B) eller styrraderna
      * (K/O) beroende på urvalet - se db-OppnaDagaggLas
       exec sql
           DECLARE SelectDagAgg CURSOR FOR
           select Typ, Datum, FunktionsNummer, Bestallare, Kommando,
                  TestKorning, DelOrder, SlutJN, Antal, TidAntal,
                  TidSumma, TidMax, TidPostSumma, PostSumma,
                  VarvSumma, VarvTidSumma, OverSlut, KvarLagda,
                  Belopp1, Belopp2, Belopp3, Min1, Max1, Min2, Max2,
                  Min3, Max3, MinPost, MaxPost
           from spad.dbo.DagAgg
           where Typ = :wdatyp1 or Typ = :wdatyp2
       end-exec.

      * kedjans arbetsfält - wkdlager 1 = AdmiAudit, 2 = MessArci,
      * 3 = Notering, 4 = ankarna (raden i KedjaHuvud), se
      * zk1-kedja-las och db-OppnaKedjaLas
       01  wnt. copy "notering-bin.cpy"
                replacing leading ==xxxx== by ==wnt==.
       01  wka. copy "kedja.cpy"
                replacing leading ==xxxx== by ==wka==.
       01  wkdlager     pic 9(9) comp.
       01  wkdsparlager pic 9(9) comp.
       01  wkdar        pic 9(9) comp.
       01  wkdstrom     pic 9(9) comp.
       01  wkhnr        pic 9(9) comp.
       01  wkhkedja     pic 9(9) comp.
       01  wkdmaxnr     pic 9(9) comp.
       01  wkdmaxkedja  pic 9(9) comp.
       01  wkdantal     pic 9(9) comp.
       01  wkdfrannr    pic 9(9) comp.
       01  wkdsistanr   pic 9(9) comp.
       01  wkdforra     pic 9(9) comp.
       01  wkdkedja     pic 9(9) comp.
       01  wkdomant     pic 9(9) comp.
       01  wkdarfrannr  pic 9(9) comp.
       01  wkdararet    pic 9(9) comp.
       01  wkdarhamtat  pic 9(9) comp.
       01  wkdarant     pic 9(9) comp.
       01  wkdarforra   pic 9(9) comp.
       01  wkdbild      pic x(256).
       01  wkdfalt      pic 9(8).
       01  wkdslutJN    pic x.

      * kedjeordningen för kedjekontrollen - levande tabell eller
      * årsarkivet wkdar, se db-OppnaKedjaLas
       exec sql
           DECLARE KedjaAdmiAudit CURSOR FOR
           select FunktionsNummer, Kommando, Operator, Datum, Klock,
                  KedjaNr, KedjaForra, Kedja
           from spad.dbo.AdmiAudit
           order by KedjaNr
       end-exec.

       exec sql
           DECLARE KedjaAdmiAuditArkiv CURSOR FOR
           select FunktionsNummer, Kommando, Operator, Datum, Klock,
                  KedjaNr, KedjaForra, Kedja
           from spad.dbo.AdmiAuditArkiv
           where Arkivar = :wkdar
           order by KedjaNr
       end-exec.

       exec sql
           DECLARE KedjaMessArci CURSOR FOR
           select FunktionsNummer, BestID, Kommando, Titel,
                  Datum, Klock, KedjaNr, KedjaForra, Kedja
           from spad.dbo.MessArci
           order by KedjaNr
       end-exec.

       exec sql
           DECLARE KedjaMessArciArkiv CURSOR FOR
           select FunktionsNummer, BestID, Kommando, Titel,
                  Datum, Klock, KedjaNr, KedjaForra, Kedja
           from spad.dbo.MessArciArkiv
           where Arkivar = :wkdar
           order by KedjaNr
       end-exec.

       exec sql
           DECLARE KedjaNotering CURSOR FOR
           select FunktionsNummer, BestID, MessDatum, MessKlock,
                  Operator, NotDatum, NotKlock, Text,
                  KedjaNr, KedjaForra, Kedja
           from spad.dbo.Notering
           order by KedjaNr
       end-exec.

       exec sql
           DECLARE KedjaNoteringArkiv CURSOR FOR
           select FunktionsNummer, BestID, MessDatum, MessKlock,
                  Operator, NotDatum, NotKlock, Text,
                  KedjaNr, KedjaForra, Kedja
           from spad.dbo.NoteringArkiv
           where Arkivar = :wkdar
           order by KedjaNr
       end-exec.

       exec sql
           DECLARE SelectKedjaAnkare CURSOR FOR
           select AnkareNr, Typ, Lager, Ar, KedjaNr, Kedja, Antal,
                  Datum, Klock, Forra, Signatur
           from spad.dbo.KedjaAnkare
           order by AnkareNr
       end-exec.

      * omförseglingen efter anonymiseringen - kedjan räknas om från
      * den första ändrade posten, se zk6-omforsegla
       exec sql
           DECLARE OmKedjaNotering CURSOR FOR
           select FunktionsNummer, BestID, MessDatum, MessKlock,
                  Operator, NotDatum, NotKlock, Text,
                  KedjaNr, KedjaForra
           from spad.dbo.Notering
           where KedjaNr >= :wkdfrannr
           order by KedjaNr
       end-exec.

       exec sql
           DECLARE OmKedjaAdmiAudit CURSOR FOR
           select FunktionsNummer, Kommando, Operator, Datum, Klock,
                  KedjaNr, KedjaForra
           from spad.dbo.AdmiAudit
           where KedjaNr >= :wkdfrannr
           order by KedjaNr
       end-exec.

      * samma för årsarkiven från posten wkdarfrannr, se
      * zk8-omforsegla-arkiv
       exec sql
           DECLARE OmKedjaNoteringArkiv CURSOR FOR
           select FunktionsNummer, BestID, MessDatum, MessKlock,
                  Operator, NotDatum, NotKlock, Text,
                  KedjaNr, KedjaForra, Arkivar
           from spad.dbo.NoteringArkiv
           where KedjaNr >= :wkdarfrannr
           order by KedjaNr
       end-exec.

       exec sql
           DECLARE OmKedjaAdmiAuditArkiv CURSOR FOR
           select FunktionsNummer, Kommando, Operator, Datum, Klock,
                  KedjaNr, KedjaForra, Arkivar
           from spad.dbo.AdmiAuditArkiv
           where KedjaNr >= :wkdarfrannr
           order by KedjaNr
       end-exec.

      * arkivåren med kedjade poster under brytdatumet, se
      * db-ArkiveraKedjelager - sista KedjaNr och antal per år
       exec sql
           DECLARE ArkivArAdmiAudit CURSOR FOR
           select Datum / 10000, MAX(KedjaNr), COUNT(*)
           from spad.dbo.AdmiAudit
           where Datum < :lbrytdatum and KedjaNr > 0
           group by Datum / 10000
           order by 1
       end-exec.

       exec sql
           DECLARE ArkivArMessArci CURSOR FOR
           select Datum / 10000, MAX(KedjaNr), COUNT(*)
           from spad.dbo.MessArci
           where Datum < :lbrytdatum and KedjaNr > 0
           group by Datum / 10000
           order by 1
       end-exec.

       exec sql
           DECLARE ArkivArNotering CURSOR FOR
           select NotDatum / 10000, MAX(KedjaNr), COUNT(*)
           from spad.dbo.Notering
           where NotDatum < :lbrytdatum and KedjaNr > 0
           group by NotDatum / 10000
           order by 1
       end-exec.

       01  wa1. copy "admi-bin.cpy"
                replacing leading ==xxxx== by ==wa1==.

       01  wlikantal    pic 9(9) comp.
      * best�llare f�r kvotkontrollen, se db-RaknaOppnaBestallare
       01  wkvotbestallare pic x(20).
      * gammalt id och pseudonym vid anonymisering, se
      * db-PseudonymiseraBestallare
       01  wanongammal  pic x(20).
       01  wanonny      pic x(20).
      * årsarkiveringens arbetsfält, se db-ArkiveraRapp
       01  wra. copy "rapp.cpy"
                replacing leading ==xxxx== by ==wra==.
       01  wark-ar      pic 9(9) comp.
       01  wvayx        pic s9(4) comp.
      * en post i taget ur skrivgruppen, se db-SparaSkrivGrupp
       01  wgkl. copy "korlogg-bin.cpy"
                replacing leading ==xxxx== by ==wgkl==.
       01  wgvr. copy "varvres-bin.cpy"
                replacing leading ==xxxx== by ==wgvr==.
       01  wgx          pic s9(4) comp.

       01  work.
           05  vx pic s9(9) comp.
	        DelStartVarv,
	        DelSlutVarv,
	        UrsprungBestID,
	        OmstartVarv,
	        OrsakKod,
	        Bolag

           FROM spad.dbo.Best
           where (FunktionsNummer = :wfunktionsnummer and
	        DelStartVarv,
	        DelSlutVarv,
	        UrsprungBestID,
	        OmstartVarv,
	        OrsakKod,
	        Bolag

           FROM Best
           where (FunktionsNummer = :wfunktionsnummer and
       end-exec.

      * antal k�ade best�llningar f�r ett FunktionsNummer -
      * avvecklingssp�rren, se db-RaknaOppnaBest.
      * Hållna beställningar (ReturKod 187) ligger kvar i kön och
      * räknas också
       exec sql
           DECLARE RaknaOppnaBest CURSOR FOR
           SELECT COUNT(*)
           FROM     spad.dbo.Best
           WHERE    FunktionsNummer = :wfunktionsnummer
           AND      Kommando        = 1
           AND      ReturKod        IN (0, 187)
       end-exec.

       exec sql
	        DelStartVarv,
	        DelSlutVarv,
	        UrsprungBestID,
	        OmstartVarv,
	        OrsakKod,
	        Bolag

           FROM spad.dbo.Best
           where BestID = :wbestid
	        DelStartVarv,
	        DelSlutVarv,
	        UrsprungBestID,
	        OmstartVarv,
	        OrsakKod,
	        Bolag

           FROM Best
           where BestID = :wbestid
	        DelStartVarv,
	        DelSlutVarv,
	        UrsprungBestID,
	        OmstartVarv,
	        OrsakKod,
	        Bolag

           FROM spad.dbo.BestHist
           where BestID = :wbestid
	        DelStartVarv,
	        DelSlutVarv,
	        UrsprungBestID,
	        OmstartVarv,
	        OrsakKod,
	        Bolag

           FROM BestHist
           where BestID = :wbestid
	        DelStartVarv,
	        DelSlutVarv,
	        UrsprungBestID,
	        OmstartVarv,
	        OrsakKod,
	        Bolag

           FROM spad.dbo.Best
           where (FunktionsNummer = :wfunktionsnummer and
	        DelStartVarv,
	        DelSlutVarv,
	        UrsprungBestID,
	        OmstartVarv,
	        OrsakKod,
	        Bolag

           FROM spad.dbo.Best
           where (FunktionsNummer = :wfunktionsnummer and
	        DelStartVarv,
	        DelSlutVarv,
	        UrsprungBestID,
	        OmstartVarv,
	        OrsakKod,
	        Bolag

           FROM Best
           where (FunktionsNummer = :wfunktionsnummer and
               replacing leading ==xxxx== by ==lnt==.
       copy "vma.cpy".
       copy "vay.cpy".
       copy "vkg.cpy".
       01  lda. copy "dagagg.cpy"
               replacing leading ==xxxx== by ==lda==.
       01  ldaurval            pic x.
       01  lkdlager            pic 9.
       01  lkdar               pic 9(4).
       01  lkdpost             pic x(126).
       01  lka. copy "kedja.cpy"
               replacing leading ==xxxx== by ==lka==.
       01  lkh. copy "kedjehuv.cpy"
               replacing leading ==xxxx== by ==lkh==.

       procedure division.
       a-huvud section.
	                :wsb-DelStartVarv,
	                :wsb-DelSlutVarv,
	                :wsb-UrsprungBestID,
	                :wsb-OmstartVarv,
	                :wsb-OrsakKod,
	                :wsb-Bolag

                    end-exec
                    IF SQLSTATE < "02000"
	                :wsb-DelStartVarv,
	                :wsb-DelSlutVarv,
	                :wsb-UrsprungBestID,
	                :wsb-OmstartVarv,
	                :wsb-OrsakKod,
	                :wsb-Bolag

                    end-exec
                    IF SQLSTATE < "02000"
	           DelStartVarv,
	           DelSlutVarv,
	           UrsprungBestID,
	           OmstartVarv,
	           OrsakKod,
	           Bolag      )
               values (
      *        :sb-BestID,
               :sb-FunktionsNummer,
	           :sb-DelStartVarv,
	           :sb-DelSlutVarv,
	           :sb-UrsprungBestID,
	           :sb-OmstartVarv,
	           :sb-OrsakKod,
	           :sb-Bolag )

               end-exec
           else
	           DelStartVarv,
	           DelSlutVarv,
	           UrsprungBestID,
	           OmstartVarv,
	           OrsakKod,
	           Bolag      )
               values (
      *        :sb-BestID,
               :sb-FunktionsNummer,
	           :sb-DelStartVarv,
	           :sb-DelSlutVarv,
	           :sb-UrsprungBestID,
	           :sb-OmstartVarv,
	           :sb-OrsakKod,
	           :sb-Bolag )

               end-exec
           end-if.
	              DelStartVarv,
	              DelSlutVarv,
	              UrsprungBestID,
	              OmstartVarv,
	              OrsakKod,
	              Bolag      )
             values (
                  :sb-BestID,
                  :sb-FunktionsNummer,
	              :sb-DelStartVarv,
	              :sb-DelSlutVarv,
	              :sb-UrsprungBestID,
	              :sb-OmstartVarv,
	              :sb-OrsakKod,
	              :sb-Bolag )
           end-exec.
           exec sql commit end-exec.
           if wconnected not = 'J'
                     ResultatBelopp1 = :sb-ResultatBelopp1,
                     ResultatBelopp2 = :sb-ResultatBelopp2,
                     ResultatBelopp3 = :sb-ResultatBelopp3,
                     ForsokNummer    = :sb-ForsokNummer,
                     OrsakKod        = :sb-OrsakKod
                 WHERE BestID = :sb-BestID
               end-exec
           else
                     ResultatBelopp1 = :sb-ResultatBelopp1,
                     ResultatBelopp2 = :sb-ResultatBelopp2,
                     ResultatBelopp3 = :sb-ResultatBelopp3,
                     ForsokNummer    = :sb-ForsokNummer,
                     OrsakKod        = :sb-OrsakKod
                 WHERE BestID = :sb-BestID
               end-exec
           end-if.
       mz2010.
      * skriver om intagsfälten på en köad rad - körfälten och
      * ReturKod lämnas orörda. Anropas bara under redigeringslåset
      * (ReturKod 185), se SpadOperatorCbl och SpadHrCbl (som
      * flyttar beställaren till en efterträdare). Båda databaserna,
      * samma växel som db-UppdateraSpadBest.
           entry 'db-UppdateraBestIntagsfalt' using sb.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
                     Prioritet     = :sb-Prioritet,
                     TidigastDatum = :sb-TidigastDatum,
                     TidigastKlock = :sb-TidigastKlock,
                     Bestallare    = :sb-Bestallare,
                     SenasteDatum  = :sb-SenasteDatum,
                     SenasteKlock  = :sb-SenasteKlock
                 WHERE BestID = :sb-BestID
                     Prioritet     = :sb-Prioritet,
                     TidigastDatum = :sb-TidigastDatum,
                     TidigastKlock = :sb-TidigastKlock,
                     Bestallare    = :sb-Bestallare,
                     SenasteDatum  = :sb-SenasteDatum,
                     SenasteKlock  = :sb-SenasteKlock
                 WHERE BestID = :sb-BestID
	            :sb-DelStartVarv,
	            :sb-DelSlutVarv,
	            :sb-UrsprungBestID,
	            :sb-OmstartVarv,
	            :sb-OrsakKod,
	            :sb-Bolag

               end-exec
               if SQLSTATE = "02000"
	            :sb-DelStartVarv,
	            :sb-DelSlutVarv,
	            :sb-UrsprungBestID,
	            :sb-OmstartVarv,
	            :sb-OrsakKod,
	            :sb-Bolag

               end-exec
               if SQLSTATE = "02000"
	        :sb-DelStartVarv,
	        :sb-DelSlutVarv,
	        :sb-UrsprungBestID,
	        :sb-OmstartVarv,
	        :sb-OrsakKod,
	        :sb-Bolag

               end-exec
               if SQLSTATE = "02000"
	        :sb-DelStartVarv,
	        :sb-DelSlutVarv,
	        :sb-UrsprungBestID,
	        :sb-OmstartVarv,
	        :sb-OrsakKod,
	        :sb-Bolag

               end-exec
               if SQLSTATE = "02000"
	        :sb-DelStartVarv,
	        :sb-DelSlutVarv,
	        :sb-UrsprungBestID,
	        :sb-OmstartVarv,
	        :sb-OrsakKod,
	        :sb-Bolag

               end-exec
               if SQLSTATE = "02000"
	        :sb-DelStartVarv,
	        :sb-DelSlutVarv,
	        :sb-UrsprungBestID,
	        :sb-OmstartVarv,
	        :sb-OrsakKod,
	        :sb-Bolag

               end-exec
               if SQLSTATE = "02000"
       p4999.
           exit program.

       p5-MakuleraBestHist section.
       p5010.
      * ogiltigförklarar en avslutad körning i BestHist (ReturKod
      * 189) när en tvist om resultatet godkänts, se SpadDispytCbl.
      * wupdatedJN = 'N' om raden saknas eller redan är makulerad.
           entry 'db-MakuleraBestHist' using wbestid, wupdatedJN.
           move 'N' to wupdatedJN.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           call 'sd-HamtaDbParametrar' using
             wdsn1, wdsn2, wretryantal, wretrysekunder.
           call 'sd-HamtaDbTyp' using wdbtyp.
           if wconnected not = 'J'
               perform zc-anslut
           end-if.
           exec sql begin tran end-exec.
           if weffdbtyp = 2
               exec sql
                 UPDATE BestHist
                 set ReturKod = 189
                 where BestID = :wbestid
                 and ReturKod <> 189
               end-exec
           else
               exec sql
                 UPDATE spad.dbo.BestHist
                 set ReturKod = 189
                 where BestID = :wbestid
                 and ReturKod <> 189
               end-exec
           end-if.
           exec sql GET DIAGNOSTICS :wantalpaverkade = ROW_COUNT
             end-exec.
           exec sql commit end-exec.
           if wantalpaverkade > 0
               move 'J' to wupdatedJN
           end-if.
           if wconnected not = 'J'
               EXEC SQL DISCONNECT CURRENT END-EXEC
           end-if.
       p5999.
           exit program.

       p6-MarkeraRappErsatt section.
       p6010.
      * en ogiltigförklarad körnings rapportrader flyttas till
      * RappTyp + 800000000 (ersatta), se sf-MarkeraRappErsatt
           entry 'db-MarkeraRappErsatt' using lbestnummer, wantal.
           move 0 to wantal.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           call 'sd-HamtaDbParametrar' using
             wdsn1, wdsn2, wretryantal, wretrysekunder.
           call 'sd-HamtaDbTyp' using wdbtyp.
           if wconnected not = 'J'
               perform zc-anslut
           end-if.
           exec sql begin tran end-exec.
           if weffdbtyp = 2
               exec sql
                 UPDATE Rapp
                 set RappTyp = RappTyp + 800000000
                 where BestNummer = :lbestnummer
                 and RappTyp < 800000000
               end-exec
           else
               exec sql
                 UPDATE spad.dbo.Rapp
                 set RappTyp = RappTyp + 800000000
                 where BestNummer = :lbestnummer
                 and RappTyp < 800000000
               end-exec
           end-if.
           exec sql GET DIAGNOSTICS :wantalpaverkade = ROW_COUNT
             end-exec.
           exec sql commit end-exec.
           move wantalpaverkade to wantal.
           if wconnected not = 'J'
               EXEC SQL DISCONNECT CURRENT END-EXEC
           end-if.
       p6999.
           exit program.

       p7-PseudonymiseraBestallare section.
       p7010.
      * anonymisering: beställar-id:t byts mot pseudonymen i Best,
      * BestHist, noteringarnas text och de avvisade intagsförsöken
      * i AdmiAudit (901), även i årsarkiven - i en transaktion,
      * se sf-PseudonymiseraBestallare. wantal = antal ändrade rader.
           entry 'db-PseudonymiseraBestallare' using
             lworkerid, lcurrentowner, wantal.
           move lworkerid     to wanongammal.
           move lcurrentowner to wanonny.
           move 0 to wantal.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           call 'sd-HamtaDbParametrar' using
             wdsn1, wdsn2, wretryantal, wretrysekunder.
           call 'sd-HamtaDbTyp' using wdbtyp.
           if wconnected not = 'J'
               perform zc-anslut
           end-if.
           exec sql begin tran end-exec.
      * de kedjade lagren låses i kedjeordning innan något ändras -
      * ändrade poster och allt efter dem förseglas om, se
      * zk6-omforsegla
           move 1 to wkdlager.
           perform zk1-kedja-las.
           move 3 to wkdlager.
           perform zk1-kedja-las.
           if weffdbtyp = 2
               exec sql
                 UPDATE Best
                 set Bestallare = :wanonny
                 where Bestallare = :wanongammal
               end-exec
           else
               exec sql
                 UPDATE spad.dbo.Best
                 set Bestallare = :wanonny
                 where Bestallare = :wanongammal
               end-exec
           end-if.
           exec sql GET DIAGNOSTICS :wantalpaverkade = ROW_COUNT
             end-exec.
           add wantalpaverkade to wantal.
           if weffdbtyp = 2
               exec sql
                 UPDATE BestHist
                 set Bestallare = :wanonny
                 where Bestallare = :wanongammal
               end-exec
           else
               exec sql
                 UPDATE spad.dbo.BestHist
                 set Bestallare = :wanonny
                 where Bestallare = :wanongammal
               end-exec
           end-if.
           exec sql GET DIAGNOSTICS :wantalpaverkade = ROW_COUNT
             end-exec.
           add wantalpaverkade to wantal.
           exec sql
             SELECT COALESCE(MIN(KedjaNr), 0) INTO :wkdarfrannr
             FROM spad.dbo.NoteringArkiv
             WHERE CHARINDEX(RTRIM(:wanongammal), Text) > 0
             AND KedjaNr > 0
           end-exec.
           exec sql
             UPDATE spad.dbo.NoteringArkiv
             set Text = LEFT(REPLACE(Text, RTRIM(:wanongammal),
                                     RTRIM(:wanonny)), 70)
             where CHARINDEX(RTRIM(:wanongammal), Text) > 0
           end-exec.
           exec sql GET DIAGNOSTICS :wantalpaverkade = ROW_COUNT
             end-exec.
           add wantalpaverkade to wantal.
           exec sql
             SELECT COALESCE(MIN(KedjaNr), 0) INTO :wkdfrannr
             FROM spad.dbo.Notering
             WHERE CHARINDEX(RTRIM(:wanongammal), Text) > 0
             AND KedjaNr > 0
           end-exec.
           exec sql
             UPDATE spad.dbo.Notering
             set Text = LEFT(REPLACE(Text, RTRIM(:wanongammal),
                                     RTRIM(:wanonny)), 70)
             where CHARINDEX(RTRIM(:wanongammal), Text) > 0
           end-exec.
           exec sql GET DIAGNOSTICS :wantalpaverkade = ROW_COUNT
             end-exec.
           add wantalpaverkade to wantal.
           move 3 to wkdlager.
           perform zk8-omforsegla-arkiv.
           perform zk6-omforsegla.
           exec sql
             SELECT COALESCE(MIN(KedjaNr), 0) INTO :wkdarfrannr
             FROM spad.dbo.AdmiAuditArkiv
             WHERE Kommando = 901
             AND Operator = :wanongammal
             AND KedjaNr > 0
           end-exec.
           exec sql
             UPDATE spad.dbo.AdmiAuditArkiv
             set Operator = :wanonny
             where Kommando = 901
             and Operator = :wanongammal
           end-exec.
           exec sql GET DIAGNOSTICS :wantalpaverkade = ROW_COUNT
             end-exec.
           add wantalpaverkade to wantal.
           exec sql
             SELECT COALESCE(MIN(KedjaNr), 0) INTO :wkdfrannr
             FROM spad.dbo.AdmiAudit
             WHERE Kommando = 901
             AND Operator = :wanongammal
             AND KedjaNr > 0
           end-exec.
           exec sql
             UPDATE spad.dbo.AdmiAudit
             set Operator = :wanonny
             where Kommando = 901
             and Operator = :wanongammal
           end-exec.
           exec sql GET DIAGNOSTICS :wantalpaverkade = ROW_COUNT
             end-exec.
           add wantalpaverkade to wantal.
           move 1 to wkdlager.
           perform zk8-omforsegla-arkiv.
           perform zk6-omforsegla.
           exec sql commit end-exec.
           if wconnected not = 'J'
               EXEC SQL DISCONNECT CURRENT END-EXEC
           end-if.
       p7999.
           exit program.

       q-UpdateAdmiFunkKommando section.
       q010.
      * wversion = den radversion anroparen senast l�ste - uppdateras
               EXEC SQL CONNECT TO :wdsn1 end-exec
           end-if.
           exec sql begin tran end-exec.
      * posten kedjas under låst kedjehuvud, se zk1-kedja-las
           move 2 to wkdlager.
           perform zk1-kedja-las.
           move wfunktionsnummer to wmc-FunktionsNummer.
           move wbestid          to wmc-BestID.
           move wkommando        to wmc-Kommando.
           move ltitel           to wmc-Titel.
           move ldatum           to wmc-Datum.
           move lklock           to wmc-Klock.
           add 1 to wkhnr giving wmc-KedjaNr.
           move wkhkedja to wmc-KedjaForra.
           move 0 to wmc-Kedja.
           move wmc to wkdbild.
           call 'sd-BeraknaKedja' using
             wmc-KedjaForra, wkdbild, wkdkedja.
           move wkdkedja to wmc-Kedja.
           exec sql
             INSERT into spad.dbo.MessArci (
               FunktionsNummer, BestID, Kommando, Titel, Datum, Klock,
               KedjaNr, KedjaForra, Kedja )
             values (
               :wfunktionsnummer, :wbestid, :wkommando, :ltitel,
               :ldatum, :lklock, :wmc-KedjaNr, :wmc-KedjaForra,
               :wmc-Kedja )
           end-exec
           move wmc-KedjaNr to wkhnr.
           move wmc-Kedja   to wkhkedja.
           perform zk2-kedja-skriv.
           exec sql commit end-exec.
           if wconnected not = 'J'
               EXEC SQL DISCONNECT CURRENT END-EXEC
	            :wsb-DelStartVarv,
	            :wsb-DelSlutVarv,
	            :wsb-UrsprungBestID,
	            :wsb-OmstartVarv,
	            :wsb-OrsakKod,
	            :wsb-Bolag

               end-exec
               IF SQLSTATE < "02000"
               EXEC SQL CONNECT TO :wdsn1 end-exec
           end-if.
           exec sql begin tran end-exec.
      * posten kedjas under låst kedjehuvud, se zk1-kedja-las
           move 1 to wkdlager.
           perform zk1-kedja-las.
           move wfunktionsnummer to wau-FunktionsNummer.
           move wkommando        to wau-Kommando.
           move loperator        to wau-Operator.
           move ldatum           to wau-Datum.
           move lklock           to wau-Klock.
           add 1 to wkhnr giving wau-KedjaNr.
           move wkhkedja to wau-KedjaForra.
           move 0 to wau-Kedja.
           move wau to wkdbild.
           call 'sd-BeraknaKedja' using
             wau-KedjaForra, wkdbild, wkdkedja.
           move wkdkedja to wau-Kedja.
           exec sql
             INSERT into spad.dbo.AdmiAudit (
               FunktionsNummer, Kommando, Operator, Datum, Klock,
               KedjaNr, KedjaForra, Kedja )
             values (
               :wfunktionsnummer, :wkommando, :loperator, :ldatum,
               :lklock, :wau-KedjaNr, :wau-KedjaForra, :wau-Kedja )
           end-exec
           move wau-KedjaNr to wkhnr.
           move wau-Kedja   to wkhkedja.
           perform zk2-kedja-skriv.
           exec sql commit end-exec.
           if wconnected not = 'J'
               EXEC SQL DISCONNECT CURRENT END-EXEC
	            :wsb-DelStartVarv,
	            :wsb-DelSlutVarv,
	            :wsb-UrsprungBestID,
	            :wsb-OmstartVarv,
	            :wsb-OrsakKod,
	            :wsb-Bolag

               end-exec

	                    DelStartVarv,
	                    DelSlutVarv,
	                    UrsprungBestID,
	                    OmstartVarv,
	                    OrsakKod,
	                    Bolag      )
                   values (
                        :wsb-BestID,
                        :wsb-FunktionsNummer,
	                    :wsb-DelStartVarv,
	                    :wsb-DelSlutVarv,
	                    :wsb-UrsprungBestID,
	                    :wsb-OmstartVarv,
	                    :wsb-OrsakKod,
	                    :wsb-Bolag )
                   end-exec
                   exec sql
                       DELETE FROM spad.dbo.Best
      * anslutningen h�lls �ppen tills db-StangBestHistLas anropas.
      * Bara SQL Server-motorn.
           entry 'db-OppnaBestHistLas' using lfinnsJN.
           move 0 to wfranbestid.
       ve020.
           move 'J' to lfinnsJN.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           call 'sd-HamtaDbParametrar' using
	        :sb-DelStartVarv,
	        :sb-DelSlutVarv,
	        :sb-UrsprungBestID,
	        :sb-OmstartVarv,
	        :sb-OrsakKod,
	        :sb-Bolag

           end-exec.
           if SQLSTATE >= "02000"
       vg999.
           exit program.

       ve2-entry-db-OppnaBestHistLasFran section.
       ve2010.
      * som db-OppnaBestHistLas men från och med ett givet BestID -
      * det som tillkommit sedan dagaggregatet byggdes, se
      * sd-OppnaHistLasNy. Läses och stängs som den vanliga strömmen
           entry 'db-OppnaBestHistLasFran' using wbestid, lfinnsJN.
           move wbestid to wfranbestid.
           perform ve020.
       ve2999.
           exit program.

       wd-entry-db-OppnaDagaggLas section.
       wd010.
      * strömmande läsning av dagaggregatet: urval 'D' = dataraderna
      * (U/B), 'S' = styrraderna (K/O) - anslutningen hålls som i
      * db-OppnaBestHistLas
           entry 'db-OppnaDagaggLas' using ldaurval, lfinnsJN.
           move 'J' to lfinnsJN.
           if ldaurval = 'S'
               move 'K' to wdatyp1
               move 'O' to wdatyp2
           else
               move 'U' to wdatyp1
               move 'B' to wdatyp2
           end-if.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           call 'sd-HamtaDbParametrar' using
             wdsn1, wdsn2, wretryantal, wretrysekunder.
               move 'J' to wconnected
               move 'J' to wstromconn
           end-if.
           EXEC SQL OPEN SelectDagAgg end-exec.
       wd999.
           exit program.

       we-entry-db-LasDagagg section.
       we010.
           entry 'db-LasDagagg' using lda, lfinnsJN.
           move 'J' to lfinnsJN.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           EXEC SQL FETCH SelectDagAgg INTO
             :lda-Typ, :lda-Datum, :lda-FunktionsNummer,
             :lda-Bestallare, :lda-Kommando, :lda-TestKorning,
             :lda-DelOrder, :lda-SlutJN, :lda-Antal, :lda-TidAntal,
             :lda-TidSumma, :lda-TidMax, :lda-TidPostSumma,
             :lda-PostSumma, :lda-VarvSumma, :lda-VarvTidSumma,
             :lda-OverSlut, :lda-KvarLagda, :lda-Belopp1,
             :lda-Belopp2, :lda-Belopp3, :lda-Min1, :lda-Max1,
             :lda-Min2, :lda-Max2, :lda-Min3, :lda-Max3,
             :lda-MinPost, :lda-MaxPost
           end-exec.
           if SQLSTATE >= "02000"
               move 'N' to lfinnsJN
           end-if.
       we999.
           exit program.

       wf-entry-db-StangDagaggLas section.
       wf010.
           entry 'db-StangDagaggLas'.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           exec sql close SelectDagAgg end-exec.
           if wstromconn = 'J'
               EXEC SQL DISCONNECT CURRENT END-EXEC
               move 'N' to wconnected
               move 'N' to wstromconn
           end-if.
       wf999.
           exit program.

       wg-entry-db-BorjaSkrivDagagg section.
       wg010.
      * SpadDagaggCbl skriver aggregatet i EN transaktion: urval 'R'
      * (ombyggnad) tömmer hela tabellen, 'I' (nattens tillägg) bara
      * styrraderna - de skrivs om sist. Anslutningen hålls öppen
      * till db-AvslutaSkrivDagagg
           entry 'db-BorjaSkrivDagagg' using ldaurval.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           call 'sd-HamtaDbParametrar' using
             wdsn1, wdsn2, wretryantal, wretrysekunder.
           if wconnected not = 'J'
               EXEC SQL CONNECT TO :wdsn1 end-exec
               move 'J' to wconnected
               move 'J' to wstromconn
           end-if.
           exec sql begin tran end-exec.
           if ldaurval = 'R'
               exec sql
                 DELETE FROM spad.dbo.DagAgg
               end-exec
           else
               exec sql
                 DELETE FROM spad.dbo.DagAgg
                 WHERE Typ = 'K' or Typ = 'O'
               end-exec
           end-if.
       wg999.
           exit program.

       wh-entry-db-SkrivDagagg section.
       wh010.
           entry 'db-SkrivDagagg' using lda.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           exec sql
             INSERT into spad.dbo.DagAgg (
               Typ, Datum, FunktionsNummer, Bestallare, Kommando,
               TestKorning, DelOrder, SlutJN, Antal, TidAntal,
               TidSumma, TidMax, TidPostSumma, PostSumma,
               VarvSumma, VarvTidSumma, OverSlut, KvarLagda,
               Belopp1, Belopp2, Belopp3, Min1, Max1, Min2, Max2,
               Min3, Max3, MinPost, MaxPost )
             values (
               :lda-Typ, :lda-Datum, :lda-FunktionsNummer,
               :lda-Bestallare, :lda-Kommando, :lda-TestKorning,
               :lda-DelOrder, :lda-SlutJN, :lda-Antal,
               :lda-TidAntal, :lda-TidSumma, :lda-TidMax,
               :lda-TidPostSumma, :lda-PostSumma, :lda-VarvSumma,
               :lda-VarvTidSumma, :lda-OverSlut, :lda-KvarLagda,
               :lda-Belopp1, :lda-Belopp2, :lda-Belopp3,
               :lda-Min1, :lda-Max1, :lda-Min2, :lda-Max2,
               :lda-Min3, :lda-Max3, :lda-MinPost, :lda-MaxPost )
           end-exec.
       wh999.
           exit program.

       wi-entry-db-AvslutaSkrivDagagg section.
       wi010.
           entry 'db-AvslutaSkrivDagagg'.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           exec sql commit end-exec.
           if wstromconn = 'J'
               EXEC SQL DISCONNECT CURRENT END-EXEC
               move 'N' to wconnected
               move 'N' to wstromconn
           end-if.
       wi999.
           exit program.

       vh-entry-db-OppnaBestLas section.
       vh010.
      * str�mmande l�sning av hela Best f�r rapportk�rningar - samma
      * anslutningshantering som db-OppnaBestHistLas. Bara SQL
      * Server-motorn.
           entry 'db-OppnaBestLas' using lfinnsJN.
           move 'J' to lfinnsJN.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           call 'sd-HamtaDbParametrar' using
             wdsn1, wdsn2, wretryantal, wretrysekunder.
           if wconnected not = 'J'
               EXEC SQL CONNECT TO :wdsn1 end-exec
               move 'J' to wconnected
               move 'J' to wstromconn
           end-if.
           EXEC SQL OPEN SelectBestAlla end-exec.
       vh999.
           exit program.

       vi-entry-db-LasBest section.
       vi010.
           entry 'db-LasBest' using sb, lfinnsJN.
           move 'J' to lfinnsJN.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           EXEC SQL FETCH SelectBestAlla INTO

            :sb-BestID,
            :sb-FunktionsNummer,
	        :sb-Kommando,
	        :sb-ReturKod,
	        :sb-SenasteDatum,
	        :sb-SenasteKlock,
	        :sb-BestNummer,
	        :sb-BestDatum,
	        :sb-BestKlock,
	        :sb-BestTitel,
	        :sb-BestAntal,
	        :sb-KorstartDatum,
	        :sb-KorstartKlock,
	        :sb-ProgressNummer,
	        :sb-ProgressDatum,
	        :sb-DelStartVarv,
	        :sb-DelSlutVarv,
	        :sb-UrsprungBestID,
	        :sb-OmstartVarv,
	        :sb-OrsakKod,
	        :sb-Bolag

           end-exec.
           if SQLSTATE >= "02000"
       mx999.
           exit program.

       mx2-entry-db-SparaSkrivGrupp section.
       mx2010.
      * genomströmningslägets skrivgrupp: gruppens varvloggposter
      * och detaljresultat i EN transaktion i stället för en per
      * post, se vkg.cpy och sd-StartaSkrivGrupp
           entry 'db-SparaSkrivGrupp' using vkg.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           call 'sd-HamtaDbParametrar' using
             wdsn1, wdsn2, wretryantal, wretrysekunder.
           call 'sd-HamtaDbTyp' using wdbtyp.
           if wconnected not = 'J'
               perform zc-anslut
           end-if.
           exec sql begin tran end-exec.
           move 1 to wgx.
       mx2020.
           if wgx > vkg-klantal
               go to mx2030
           end-if.
           move vkg-kl(wgx) to wgkl.
           if weffdbtyp = 2
               exec sql
                 INSERT into KorLogg (
                   BestID, FunktionsNummer, ProgressNummer,
                   ProgressDatum, ProgressKlock )
                 values (
                   :wgkl-BestID, :wgkl-FunktionsNummer,
                   :wgkl-ProgressNummer, :wgkl-ProgressDatum,
                   :wgkl-ProgressKlock )
               end-exec
           else
               exec sql
                 INSERT into spad.dbo.KorLogg (
                   BestID, FunktionsNummer, ProgressNummer,
                   ProgressDatum, ProgressKlock )
                 values (
                   :wgkl-BestID, :wgkl-FunktionsNummer,
                   :wgkl-ProgressNummer, :wgkl-ProgressDatum,
                   :wgkl-ProgressKlock )
               end-exec
           end-if.
           add 1 to wgx.
           go to mx2020.
       mx2030.
           move 1 to wgx.
       mx2040.
           if wgx > vkg-vrantal
               go to mx2050
           end-if.
           move vkg-vr(wgx) to wgvr.
           if weffdbtyp = 2
               exec sql
                 INSERT into VarvRes (
                   BestID, FunktionsNummer, ProgressNummer,
                   DetaljText, DetaljBelopp, DetaljAntal )
                 values (
                   :wgvr-BestID, :wgvr-FunktionsNummer,
                   :wgvr-ProgressNummer, :wgvr-DetaljText,
                   :wgvr-DetaljBelopp, :wgvr-DetaljAntal )
               end-exec
           else
               exec sql
                 INSERT into spad.dbo.VarvRes (
                   BestID, FunktionsNummer, ProgressNummer,
                   DetaljText, DetaljBelopp, DetaljAntal )
                 values (
                   :wgvr-BestID, :wgvr-FunktionsNummer,
                   :wgvr-ProgressNummer, :wgvr-DetaljText,
                   :wgvr-DetaljBelopp, :wgvr-DetaljAntal )
               end-exec
           end-if.
           add 1 to wgx.
           go to mx2040.
       mx2050.
           exec sql commit end-exec.
           if wconnected not = 'J'
               EXEC SQL DISCONNECT CURRENT END-EXEC
           end-if.
      * en rad per grupp och slag räcker för ikappläggningen - den
      * läser BestID, inte de enskilda varven
           if wfailoverJN = 'J'
               if vkg-klantal > 0
                   move 'KORLOGG     ' to wfo-typ
                   move wgkl-BestID to wfo-nyckel
                   perform zc4-notera-skrivning
               end-if
               if vkg-vrantal > 0
                   move 'VARVRES     ' to wfo-typ
                   move wgvr-BestID to wfo-nyckel
                   perform zc4-notera-skrivning
               end-if
           end-if.
       mx2999.
           exit program.

       my-entry-db-OppnaVarvResLas section.
       my010.
      * strömmande läsning av detaljresultaten, se db-OppnaBestLas
               EXEC SQL CONNECT TO :wdsn1 end-exec
           end-if.
           exec sql begin tran end-exec.
      * posten kedjas under låst kedjehuvud, se zk1-kedja-las
           move 3 to wkdlager.
           perform zk1-kedja-las.
           move lnt to wnt.
           add 1 to wkhnr giving wnt-KedjaNr.
           move wkhkedja to wnt-KedjaForra.
           move 0 to wnt-Kedja.
           move wnt to wkdbild.
           call 'sd-BeraknaKedja' using
             wnt-KedjaForra, wkdbild, wkdkedja.
           move wkdkedja to wnt-Kedja.
           exec sql
             INSERT into spad.dbo.Notering (
               FunktionsNummer, BestID, MessDatum, MessKlock,
               Operator, NotDatum, NotKlock, Text,
               KedjaNr, KedjaForra, Kedja )
             values (
               :wnt-FunktionsNummer, :wnt-BestID, :wnt-MessDatum,
               :wnt-MessKlock, :wnt-Operator, :wnt-NotDatum,
               :wnt-NotKlock, :wnt-Text,
               :wnt-KedjaNr, :wnt-KedjaForra, :wnt-Kedja )
           end-exec.
           move wnt-KedjaNr to wkhnr.
           move wnt-Kedja   to wkhkedja.
           perform zk2-kedja-skriv.
           exec sql commit end-exec.
           if wconnected not = 'J'
               EXEC SQL DISCONNECT CURRENT END-EXEC
               EXEC SQL CONNECT TO :wdsn1 end-exec
           end-if.
           exec sql begin tran end-exec.
      * de kedjade poster som tas bort lämnar ett R-ankare efter sig,
      * se zk3-skriv-ankare
           move 2 to wkdlager.
           perform zk1-kedja-las.
           exec sql
             SELECT COALESCE(MAX(KedjaNr), 0), COUNT(*)
             INTO :wkdmaxnr, :wkdantal
             FROM spad.dbo.MessArci
             WHERE Datum < :lbrytdatum AND KedjaNr > 0
           end-exec.
           if wkdantal > 0
               exec sql
                 SELECT Kedja INTO :wkdmaxkedja
                 FROM spad.dbo.MessArci
                 WHERE KedjaNr = :wkdmaxnr
               end-exec
           end-if.
           exec sql
             DELETE FROM spad.dbo.MessArci
             WHERE Datum < :lbrytdatum
           end-exec.
           exec sql GET DIAGNOSTICS :wantalpaverkade = ROW_COUNT
             end-exec.
           if wkdantal > 0
               move 'R' to wka-Typ
               move 0 to wka-Ar
               perform zk3-skriv-ankare
           end-if.
           exec sql commit end-exec.
           move wantalpaverkade to wantal.
           if wconnected not = 'J'
               EXEC SQL CONNECT TO :wdsn1 end-exec
           end-if.
           exec sql begin tran end-exec.
      * de kedjade poster som tas bort lämnar ett R-ankare efter sig,
      * se zk3-skriv-ankare
           move 1 to wkdlager.
           perform zk1-kedja-las.
           exec sql
             SELECT COALESCE(MAX(KedjaNr), 0), COUNT(*)
             INTO :wkdmaxnr, :wkdantal
             FROM spad.dbo.AdmiAudit
             WHERE Datum < :lbrytdatum AND KedjaNr > 0
           end-exec.
           if wkdantal > 0
               exec sql
                 SELECT Kedja INTO :wkdmaxkedja
                 FROM spad.dbo.AdmiAudit
                 WHERE KedjaNr = :wkdmaxnr
               end-exec
           end-if.
           exec sql
             DELETE FROM spad.dbo.AdmiAudit
             WHERE Datum < :lbrytdatum
           end-exec.
           exec sql GET DIAGNOSTICS :wantalpaverkade = ROW_COUNT
             end-exec.
           if wkdantal > 0
               move 'R' to wka-Typ
               move 0 to wka-Ar
               perform zk3-skriv-ankare
           end-if.
           exec sql commit end-exec.
           move wantalpaverkade to wantal.
           if wconnected not = 'J'
       vd999.
           exit program.

       kh1-entry-db-OppnaKedjaLas section.
       kh1010.
      * ett kedjat lager i kedjeordning för kedjekontrollen -
      * lkdlager 1 = AdmiAudit, 2 = MessArci, 3 = Notering, lkdar 0
      * = livtabellen, annars årsarkivet. Bara SQL Server-motorn.
           entry 'db-OppnaKedjaLas' using lkdlager, lkdar, lfinnsJN.
           move 'J' to lfinnsJN.
           move lkdlager to wkdstrom.
           move lkdar    to wkdar.
           if wkdar not = 0
               add 3 to wkdstrom
           end-if.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           call 'sd-HamtaDbParametrar' using
             wdsn1, wdsn2, wretryantal, wretrysekunder.
           if wconnected not = 'J'
               EXEC SQL CONNECT TO :wdsn1 end-exec
               move 'J' to wconnected
               move 'J' to wstromconn
           end-if.
           evaluate wkdstrom
               when 1
                   EXEC SQL OPEN KedjaAdmiAudit end-exec
               when 2
                   EXEC SQL OPEN KedjaMessArci end-exec
               when 3
                   EXEC SQL OPEN KedjaNotering end-exec
               when 4
                   EXEC SQL OPEN KedjaAdmiAuditArkiv end-exec
               when 5
                   EXEC SQL OPEN KedjaMessArciArkiv end-exec
               when 6
                   EXEC SQL OPEN KedjaNoteringArkiv end-exec
           end-evaluate.
       kh1999.
           exit program.

       kh2-entry-db-LasKedja section.
       kh2010.
      * nästa rad i lagrets egen postlayout till lkdpost
           entry 'db-LasKedja' using lkdpost, lfinnsJN.
           move 'J' to lfinnsJN.
           move spaces to lkdpost.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           evaluate wkdstrom
               when 1
                   EXEC SQL FETCH KedjaAdmiAudit INTO
                     :wau-FunktionsNummer, :wau-Kommando,
                     :wau-Operator, :wau-Datum, :wau-Klock,
                     :wau-KedjaNr, :wau-KedjaForra, :wau-Kedja
                   end-exec
               when 4
                   EXEC SQL FETCH KedjaAdmiAuditArkiv INTO
                     :wau-FunktionsNummer, :wau-Kommando,
                     :wau-Operator, :wau-Datum, :wau-Klock,
                     :wau-KedjaNr, :wau-KedjaForra, :wau-Kedja
                   end-exec
               when 2
                   EXEC SQL FETCH KedjaMessArci INTO
                     :wmc-FunktionsNummer, :wmc-BestID,
                     :wmc-Kommando, :wmc-Titel, :wmc-Datum,
                     :wmc-Klock, :wmc-KedjaNr, :wmc-KedjaForra,
                     :wmc-Kedja
                   end-exec
               when 5
                   EXEC SQL FETCH KedjaMessArciArkiv INTO
                     :wmc-FunktionsNummer, :wmc-BestID,
                     :wmc-Kommando, :wmc-Titel, :wmc-Datum,
                     :wmc-Klock, :wmc-KedjaNr, :wmc-KedjaForra,
                     :wmc-Kedja
                   end-exec
               when 3
                   EXEC SQL FETCH KedjaNotering INTO
                     :wnt-FunktionsNummer, :wnt-BestID,
                     :wnt-MessDatum, :wnt-MessKlock, :wnt-Operator,
                     :wnt-NotDatum, :wnt-NotKlock, :wnt-Text,
                     :wnt-KedjaNr, :wnt-KedjaForra, :wnt-Kedja
                   end-exec
               when 6
                   EXEC SQL FETCH KedjaNoteringArkiv INTO
                     :wnt-FunktionsNummer, :wnt-BestID,
                     :wnt-MessDatum, :wnt-MessKlock, :wnt-Operator,
                     :wnt-NotDatum, :wnt-NotKlock, :wnt-Text,
                     :wnt-KedjaNr, :wnt-KedjaForra, :wnt-Kedja
                   end-exec
           end-evaluate.
           if SQLSTATE >= "02000"
               move 'N' to lfinnsJN
               go to kh2999
           end-if.
           evaluate wkdstrom
               when 1
               when 4
                   move wau to lkdpost
               when 2
               when 5
                   move wmc to lkdpost
               when 3
               when 6
                   move wnt to lkdpost
           end-evaluate.
       kh2999.
           exit program.

       kh3-entry-db-StangKedjaLas section.
       kh3010.
           entry 'db-StangKedjaLas'.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           evaluate wkdstrom
               when 1
                   exec sql close KedjaAdmiAudit end-exec
               when 2
                   exec sql close KedjaMessArci end-exec
               when 3
                   exec sql close KedjaNotering end-exec
               when 4
                   exec sql close KedjaAdmiAuditArkiv end-exec
               when 5
                   exec sql close KedjaMessArciArkiv end-exec
               when 6
                   exec sql close KedjaNoteringArkiv end-exec
           end-evaluate.
           if wstromconn = 'J'
               EXEC SQL DISCONNECT CURRENT END-EXEC
               move 'N' to wconnected
               move 'N' to wstromconn
           end-if.
       kh3999.
           exit program.

       kh4-entry-db-OppnaAnkareLas section.
       kh4010.
      * kedjeankarna i AnkareNr-ordning, se kedja.cpy
           entry 'db-OppnaAnkareLas' using lfinnsJN.
           move 'J' to lfinnsJN.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           call 'sd-HamtaDbParametrar' using
             wdsn1, wdsn2, wretryantal, wretrysekunder.
           if wconnected not = 'J'
               EXEC SQL CONNECT TO :wdsn1 end-exec
               move 'J' to wconnected
               move 'J' to wstromconn
           end-if.
           EXEC SQL OPEN SelectKedjaAnkare end-exec.
       kh4999.
           exit program.

       kh5-entry-db-LasAnkare section.
       kh5010.
           entry 'db-LasAnkare' using lka, lfinnsJN.
           move 'J' to lfinnsJN.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           EXEC SQL FETCH SelectKedjaAnkare INTO
             :wka-AnkareNr, :wka-Typ, :wka-Lager, :wka-Ar,
             :wka-KedjaNr, :wka-Kedja, :wka-Antal, :wka-Datum,
             :wka-Klock, :wka-Forra, :wka-Signatur
           end-exec.
           if SQLSTATE >= "02000"
               move 'N' to lfinnsJN
           else
               move wka to lka
           end-if.
       kh5999.
           exit program.

       kh6-entry-db-StangAnkareLas section.
       kh6010.
           entry 'db-StangAnkareLas'.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           exec sql close SelectKedjaAnkare end-exec.
           if wstromconn = 'J'
               EXEC SQL DISCONNECT CURRENT END-EXEC
               move 'N' to wconnected
               move 'N' to wstromconn
           end-if.
       kh6999.
           exit program.

       kh7-entry-db-HamtaKedjeHuvud section.
       kh7010.
      * kedjehuvudets fyra rader utan lås - saknad rad ger nollor
           entry 'db-HamtaKedjeHuvud' using lkh.
           initialize lkh.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           call 'sd-HamtaDbParametrar' using
             wdsn1, wdsn2, wretryantal, wretrysekunder.
           if wconnected not = 'J'
               EXEC SQL CONNECT TO :wdsn1 end-exec
           end-if.
           move 0 to wkdlager.
       kh7020.
           add 1 to wkdlager.
           if wkdlager > 4
               go to kh7100
           end-if.
           exec sql
             SELECT Nr, Kedja INTO :wkhnr, :wkhkedja
             FROM spad.dbo.KedjaHuvud
             WHERE Lager = :wkdlager
           end-exec.
           if SQLSTATE < "02000"
               move wkhnr    to lkh-Nr(wkdlager)
               move wkhkedja to lkh-Kedja(wkdlager)
           end-if.
           go to kh7020.
       kh7100.
           if wconnected not = 'J'
               EXEC SQL DISCONNECT CURRENT END-EXEC
           end-if.
       kh7999.
           exit program.

       kh8-entry-db-ArkiveraKedjelager section.
       kh8010.
      * rullar ett kedjat lagers rader äldre än brytdatumet till
      * dess arkivtabell med Arkivar ur radens eget datum, som
      * db-ArkiveraKorLogg - varje arkivår med kedjade rader lämnar
      * ett A-ankare med årets sista KedjaNr/Kedja. Kedjehuvudet
      * hålls låst över hela transaktionen.
           entry 'db-ArkiveraKedjelager' using lkdlager, lbrytdatum,
             wantal.
           move 0 to wantal.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           call 'sd-HamtaDbParametrar' using
             wdsn1, wdsn2, wretryantal, wretrysekunder.
           if wconnected not = 'J'
               EXEC SQL CONNECT TO :wdsn1 end-exec
           end-if.
           exec sql begin tran end-exec.
           move lkdlager to wkdlager.
           perform zk1-kedja-las.
           evaluate wkdlager
               when 1
                   EXEC SQL OPEN ArkivArAdmiAudit end-exec
               when 2
                   EXEC SQL OPEN ArkivArMessArci end-exec
               when 3
                   EXEC SQL OPEN ArkivArNotering end-exec
           end-evaluate.
       kh8020.
           evaluate wkdlager
               when 1
                   EXEC SQL FETCH ArkivArAdmiAudit INTO
                     :wkdar, :wkdmaxnr, :wkdantal
                   end-exec
               when 2
                   EXEC SQL FETCH ArkivArMessArci INTO
                     :wkdar, :wkdmaxnr, :wkdantal
                   end-exec
               when 3
                   EXEC SQL FETCH ArkivArNotering INTO
                     :wkdar, :wkdmaxnr, :wkdantal
                   end-exec
           end-evaluate.
           if SQLSTATE >= "02000"
               go to kh8100
           end-if.
           perform zk4-hamta-kedja.
           move 'A' to wka-Typ.
           move wkdar to wka-Ar.
           perform zk3-skriv-ankare.
           go to kh8020.
       kh8100.
           evaluate wkdlager
               when 1
                   exec sql close ArkivArAdmiAudit end-exec
                   exec sql
                     INSERT into spad.dbo.AdmiAuditArkiv (
                       FunktionsNummer, Kommando, Operator, Datum,
                       Klock, KedjaNr, KedjaForra, Kedja, Arkivar )
                     SELECT FunktionsNummer, Kommando, Operator,
                       Datum, Klock, KedjaNr, KedjaForra, Kedja,
                       Datum / 10000
                     FROM spad.dbo.AdmiAudit
                     WHERE Datum < :lbrytdatum
                   end-exec
                   move SQLERRD(3) to wantal
                   exec sql
                     DELETE FROM spad.dbo.AdmiAudit
                     WHERE Datum < :lbrytdatum
                   end-exec
               when 2
                   exec sql close ArkivArMessArci end-exec
                   exec sql
                     INSERT into spad.dbo.MessArciArkiv (
                       FunktionsNummer, BestID, Kommando, Titel,
                       Datum, Klock, KedjaNr, KedjaForra, Kedja,
                       Arkivar )
                     SELECT FunktionsNummer, BestID, Kommando, Titel,
                       Datum, Klock, KedjaNr, KedjaForra, Kedja,
                       Datum / 10000
                     FROM spad.dbo.MessArci
                     WHERE Datum < :lbrytdatum
                   end-exec
                   move SQLERRD(3) to wantal
                   exec sql
                     DELETE FROM spad.dbo.MessArci
                     WHERE Datum < :lbrytdatum
                   end-exec
               when 3
                   exec sql close ArkivArNotering end-exec
                   exec sql
                     INSERT into spad.dbo.NoteringArkiv (
                       FunktionsNummer, BestID, MessDatum, MessKlock,
                       Operator, NotDatum, NotKlock, Text,
                       KedjaNr, KedjaForra, Kedja, Arkivar )
                     SELECT FunktionsNummer, BestID, MessDatum,
                       MessKlock, Operator, NotDatum, NotKlock, Text,
                       KedjaNr, KedjaForra, Kedja, NotDatum / 10000
                     FROM spad.dbo.Notering
                     WHERE NotDatum < :lbrytdatum
                   end-exec
                   move SQLERRD(3) to wantal
                   exec sql
                     DELETE FROM spad.dbo.Notering
                     WHERE NotDatum < :lbrytdatum
                   end-exec
           end-evaluate.
           exec sql commit end-exec.
           if wconnected not = 'J'
               EXEC SQL DISCONNECT CURRENT END-EXEC
           end-if.
       kh8999.
           exit program.

       w-select-admi-all section.
       w010.
      * lista �ver samtliga Admi-poster, f�r en underh�llsbild
       zc4999.
           exit.

       zk1-kedja-las Section.
       zk1010.
      * kedjehuvudets rad för wkdlager till wkhnr/wkhkedja, låst
      * till transaktionens slut så att ingen annan hinner kedja en
      * post emellan - saknas raden läggs den upp med nollor
           exec sql
             SELECT Nr, Kedja INTO :wkhnr, :wkhkedja
             FROM spad.dbo.KedjaHuvud WITH (UPDLOCK, HOLDLOCK)
             WHERE Lager = :wkdlager
           end-exec.
           if SQLSTATE >= "02000"
               move 0 to wkhnr
               move 0 to wkhkedja
               exec sql
                 INSERT into spad.dbo.KedjaHuvud ( Lager, Nr, Kedja )
                 values ( :wkdlager, 0, 0 )
               end-exec
           end-if.
       zk1999.
           exit.

       zk2-kedja-skriv Section.
       zk2010.
           exec sql
             UPDATE spad.dbo.KedjaHuvud
             set Nr = :wkhnr, Kedja = :wkhkedja
             where Lager = :wkdlager
           end-exec.
       zk2999.
           exit.

       zk3-skriv-ankare Section.
       zk3010.
      * ett signerat kedjeankare (kedja.cpy) för lagret wkdlager:
      * anroparen har satt wka-Typ/wka-Ar och wkdmaxnr/wkdmaxkedja/
      * wkdantal. Ankaret kedjas efter föregående ankare, rad 4 i
      * KedjaHuvud, i anroparens transaktion.
           move wkdlager    to wka-Lager.
           move wkdmaxnr    to wka-KedjaNr.
           move wkdmaxkedja to wka-Kedja.
           move wkdantal    to wka-Antal.
           move wkdlager to wkdsparlager.
           move 4 to wkdlager.
           perform zk1-kedja-las.
           add 1 to wkhnr giving wka-AnkareNr.
           accept wka-Datum from date yyyymmdd.
           accept wkdfalt from time.
           divide wkdfalt by 100 giving wka-Klock.
           move wkhkedja to wka-Forra.
           move 0 to wka-Signatur.
           move wkhkedja to wkdforra.
           move wka to wkdbild.
           call 'sd-BeraknaKedja' using wkdforra, wkdbild, wkdkedja.
           move wkdkedja to wka-Signatur.
           exec sql
             INSERT into spad.dbo.KedjaAnkare (
               AnkareNr, Typ, Lager, Ar, KedjaNr, Kedja, Antal,
               Datum, Klock, Forra, Signatur )
             values (
               :wka-AnkareNr, :wka-Typ, :wka-Lager, :wka-Ar,
               :wka-KedjaNr, :wka-Kedja, :wka-Antal, :wka-Datum,
               :wka-Klock, :wka-Forra, :wka-Signatur )
           end-exec.
           move wka-AnkareNr to wkhnr.
           move wka-Signatur to wkhkedja.
           perform zk2-kedja-skriv.
           move wkdsparlager to wkdlager.
       zk3999.
           exit.

       zk4-hamta-kedja Section.
       zk4010.
      * Kedja för posten wkdmaxnr i lagret wkdlager
           move 0 to wkdmaxkedja.
           evaluate wkdlager
               when 1
                   exec sql
                     SELECT Kedja INTO :wkdmaxkedja
                     FROM spad.dbo.AdmiAudit
                     WHERE KedjaNr = :wkdmaxnr
                   end-exec
               when 2
                   exec sql
                     SELECT Kedja INTO :wkdmaxkedja
                     FROM spad.dbo.MessArci
                     WHERE KedjaNr = :wkdmaxnr
                   end-exec
               when 3
                   exec sql
                     SELECT Kedja INTO :wkdmaxkedja
                     FROM spad.dbo.Notering
                     WHERE KedjaNr = :wkdmaxnr
                   end-exec
           end-evaluate.
       zk4999.
           exit.

       zk6-omforsegla Section.
       zk6010.
      * räknar om kedjan i lagret wkdlager (1 = AdmiAudit,
      * 3 = Notering) från posten wkdfrannr och framåt efter en
      * ändring på plats - den första postens länk bakåt står
      * kvar, varje följande post länkas till den nya summan. Huvudet
      * följer med och ett P-ankare visar omförseglingen. wkdsistanr/
      * wkdforra är föregående omförseglade post (0 = ingen, se
      * zk8-omforsegla-arkiv) - en lucka bryter inte länken, posten
      * efter den behåller sin länk till rensningsankaret.
           if wkdfrannr = 0
               go to zk6999
           end-if.
           perform zk1-kedja-las.
           move 0 to wkdomant.
           move 'N' to wkdslutJN.
           if wkdlager = 3
               EXEC SQL OPEN OmKedjaNotering end-exec
           else
               EXEC SQL OPEN OmKedjaAdmiAudit end-exec
           end-if.
       zk6020.
           perform zk7-hamta-om.
           if wkdslutJN = 'J'
               go to zk6100
           end-if.
           if wkdlager = 3
               if wkdsistanr > 0
               and wnt-KedjaNr = wkdsistanr + 1
                   move wkdforra to wnt-KedjaForra
               end-if
               move 0 to wnt-Kedja
               move wnt to wkdbild
               call 'sd-BeraknaKedja' using
                 wnt-KedjaForra, wkdbild, wkdkedja
               exec sql
                 UPDATE spad.dbo.Notering
                 set KedjaForra = :wnt-KedjaForra, Kedja = :wkdkedja
                 where KedjaNr = :wnt-KedjaNr
               end-exec
               move wnt-KedjaNr to wkdsistanr
           else
               if wkdsistanr > 0
               and wau-KedjaNr = wkdsistanr + 1
                   move wkdforra to wau-KedjaForra
               end-if
               move 0 to wau-Kedja
               move wau to wkdbild
               call 'sd-BeraknaKedja' using
                 wau-KedjaForra, wkdbild, wkdkedja
               exec sql
                 UPDATE spad.dbo.AdmiAudit
                 set KedjaForra = :wau-KedjaForra, Kedja = :wkdkedja
                 where KedjaNr = :wau-KedjaNr
               end-exec
               move wau-KedjaNr to wkdsistanr
           end-if.
           move wkdkedja to wkdforra.
           add 1 to wkdomant.
           go to zk6020.
       zk6100.
           if wkdlager = 3
               exec sql close OmKedjaNotering end-exec
           else
               exec sql close OmKedjaAdmiAudit end-exec
           end-if.
           if wkdomant = 0
               go to zk6999
           end-if.
           if wkdsistanr = wkhnr
               move wkdforra to wkhkedja
               perform zk2-kedja-skriv
           end-if.
           move 'P' to wka-Typ.
           move 0 to wka-Ar.
           move wkdsistanr to wkdmaxnr.
           move wkdforra   to wkdmaxkedja.
           move wkdomant   to wkdantal.
           perform zk3-skriv-ankare.
       zk6999.
           exit.

       zk7-hamta-om Section.
       zk7010.
           if wkdlager = 3
               EXEC SQL FETCH OmKedjaNotering INTO
                 :wnt-FunktionsNummer, :wnt-BestID,
                 :wnt-MessDatum, :wnt-MessKlock, :wnt-Operator,
                 :wnt-NotDatum, :wnt-NotKlock, :wnt-Text,
                 :wnt-KedjaNr, :wnt-KedjaForra
               end-exec
           else
               EXEC SQL FETCH OmKedjaAdmiAudit INTO
                 :wau-FunktionsNummer, :wau-Kommando,
                 :wau-Operator, :wau-Datum, :wau-Klock,
                 :wau-KedjaNr, :wau-KedjaForra
               end-exec
           end-if.
           if SQLSTATE >= "02000"
               move 'J' to wkdslutJN
           end-if.
       zk7999.
           exit.

       zk8-omforsegla-arkiv Section.
       zk8010.
      * som zk6-omforsegla men i årsarkiven (NoteringArkiv/
      * AdmiAuditArkiv) från posten wkdarfrannr. Arkivåren är
      * början på samma kedja, så omförseglingen fortsätter genom de
      * senare åren och in i den levande tabellen: wkdsistanr/
      * wkdforra lämnas till zk6-omforsegla och wkdfrannr flyttas
      * fram till posten efter arkivets sista. Ett P-ankare med
      * året anger varje omförseglat års nya slut.
           move 0 to wkdsistanr.
           if wkdarfrannr = 0
               go to zk8999
           end-if.
           move 0 to wkdarant.
           move 0 to wkdararet.
           move 'N' to wkdslutJN.
           if wkdlager = 3
               EXEC SQL OPEN OmKedjaNoteringArkiv end-exec
           else
               EXEC SQL OPEN OmKedjaAdmiAuditArkiv end-exec
           end-if.
       zk8020.
           perform zk9-hamta-om-arkiv.
           if wkdslutJN = 'J'
               go to zk8100
           end-if.
           if wkdarhamtat not = wkdararet
               if wkdarant > 0
                   perform zk8a-arsankare
               end-if
               move wkdarhamtat to wkdararet
           end-if.
           if wkdlager = 3
               if wkdsistanr > 0
               and wnt-KedjaNr = wkdsistanr + 1
                   move wkdforra to wnt-KedjaForra
               end-if
               move 0 to wnt-Kedja
               move wnt to wkdbild
               call 'sd-BeraknaKedja' using
                 wnt-KedjaForra, wkdbild, wkdkedja
               exec sql
                 UPDATE spad.dbo.NoteringArkiv
                 set KedjaForra = :wnt-KedjaForra, Kedja = :wkdkedja
                 where KedjaNr = :wnt-KedjaNr
                 and Arkivar = :wkdararet
               end-exec
               move wnt-KedjaNr to wkdsistanr
           else
               if wkdsistanr > 0
               and wau-KedjaNr = wkdsistanr + 1
                   move wkdforra to wau-KedjaForra
               end-if
               move 0 to wau-Kedja
               move wau to wkdbild
               call 'sd-BeraknaKedja' using
                 wau-KedjaForra, wkdbild, wkdkedja
               exec sql
                 UPDATE spad.dbo.AdmiAuditArkiv
                 set KedjaForra = :wau-KedjaForra, Kedja = :wkdkedja
                 where KedjaNr = :wau-KedjaNr
                 and Arkivar = :wkdararet
               end-exec
               move wau-KedjaNr to wkdsistanr
           end-if.
           move wkdkedja to wkdforra.
           add 1 to wkdarant.
           go to zk8020.
       zk8100.
           if wkdlager = 3
               exec sql close OmKedjaNoteringArkiv end-exec
           else
               exec sql close OmKedjaAdmiAuditArkiv end-exec
           end-if.
           if wkdarant = 0
               go to zk8999
           end-if.
           perform zk8a-arsankare.
      * står huvudet kvar på arkivets sista post (tom levande
      * tabell) följer det med
           perform zk1-kedja-las.
           if wkdsistanr = wkhnr
               move wkdforra to wkhkedja
               perform zk2-kedja-skriv
           end-if.
           if wkdfrannr = 0
           or wkdfrannr > wkdsistanr + 1
               compute wkdfrannr = wkdsistanr + 1
           end-if.
       zk8999.
           exit.

       zk8a-arsankare Section.
       zk8a010.
      * P-ankaret för arkivåret wkdararet - sista omförseglade post
      * wkdsistanr/wkdforra och antalet wkdarant. zk3-skriv-ankare
      * använder wkdforra, den sparas över anropet.
           move wkdforra to wkdarforra.
           move 'P' to wka-Typ.
           move wkdararet  to wka-Ar.
           move wkdsistanr to wkdmaxnr.
           move wkdforra   to wkdmaxkedja.
           move wkdarant   to wkdantal.
           perform zk3-skriv-ankare.
           move wkdarforra to wkdforra.
           move 0 to wkdarant.
       zk8a999.
           exit.

       zk9-hamta-om-arkiv Section.
       zk9010.
           if wkdlager = 3
               EXEC SQL FETCH OmKedjaNoteringArkiv INTO
                 :wnt-FunktionsNummer, :wnt-BestID,
                 :wnt-MessDatum, :wnt-MessKlock, :wnt-Operator,
                 :wnt-NotDatum, :wnt-NotKlock, :wnt-Text,
                 :wnt-KedjaNr, :wnt-KedjaForra, :wkdarhamtat
               end-exec
           else
               EXEC SQL FETCH OmKedjaAdmiAuditArkiv INTO
                 :wau-FunktionsNummer, :wau-Kommando,
                 :wau-Operator, :wau-Datum, :wau-Klock,
                 :wau-KedjaNr, :wau-KedjaForra, :wkdarhamtat
               end-exec
           end-if.
           if SQLSTATE >= "02000"
               move 'J' to wkdslutJN
           end-if.
       zk9999.
           exit.

        OpenESQL-Error Section.

           display "SQL Error = " sqlstate " " sqlcode
