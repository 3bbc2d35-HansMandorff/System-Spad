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

       
       01  wra. copy "rapp.cpy"
                replacing leading ==xxxx== by ==wra==.
      * rapportnamnet (Text, Typ 1) till utskriftsrapportens sidhuvud
       01  wrappnamn            pic x(30).
       
       01  wa1. copy "admi-bin.cpy" 
                replacing leading ==xxxx== by ==wa1==.
           05  wsokord         pic x(52).
      * valt arkivår för sökning/läsning i RappArkiv
           05  warkivar        pic 9(9) comp.
      * vilken kursor den strömmande rapportläsningen har öppen -
      * 1/2 = Rapp i SQL Server/Db2, 3/4 = RappArkiv, 0 = ingen
           05  wrappstrom      pic 9 value 0.

      * ber�knad sluttid och l�ngsam-flagga f�r monitorraderna -
      * aktuell varvtakt ur k�rningens egna st�mplar, historisk
       01  lsokord             pic x(50).
       01  larkivar            pic 9(9).
       01  lclaimatJN          pic x.
       01  lantal              pic 9(9).
       01  lfinnsJN            pic x.
       01  sa. copy "admi-bin.cpy" 
               replacing leading ==xxxx== by ==sa==.
       01  sb. copy "best-bin.cpy" 
               call 'RappDivSkrivRappRad' using wra, lfiltyp
               go to fe020
           end-if.
      * utskriftsrapporten (filtyp 3) vill ha rapportnamnet i
      * sidhuvudet - samma Text-rad som rapporttypslistan visar
           if lfiltyp = 3 and lantal > 0
               move spaces to wrappnamn
               if lkomu-KOMMANDO1 = 1
                   EXEC SQL
                   select Ktext INTO :wrappnamn
                   from spad.dbo.Text
                   where Kod = :wra-RappTyp and Typ = 1
                   end-exec
               else
                   EXEC SQL
                   select Ktext INTO :wrappnamn
                   from Text
                   where Kod = :wra-RappTyp and Typ = 1
                   end-exec
               end-if
               call 'RappDivSattRappNamn' using wrappnamn
           end-if.
           call 'RappDivStangPrintfil'.
           if lkomu-KOMMANDO1 = 1
               exec sql close SelectRapp end-exec
       fe999.
           exit program.

       ff-entry-db-OppnaRappBestLas section.
       ff010.
      * strömmande läsning av ett BestNummers rapportrader, ur Rapp
      * eller - med ett arkivår - ur RappArkiv, utan vra-vektorns
      * 99-raderstak. Anslutningen står öppen till db-StangRappBest.
           entry "db-OppnaRappBestLas" using lkomu, wbestnummer,
             larkivar.
           move 0 to lkomu-RETURKOD.
           move 0 to lkomu-SQLCODE.
           move space to lkomu-MFSQLMESSAGETEXT.
           move space to lkomu-SQLSTATE.
           move larkivar to warkivar.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           call 'sd-HamtaDbParametrar' using
             wdsn1, wdsn2, wretryantal, wretrysekunder.
           if lkomu-KOMMANDO1 = 1
               EXEC SQL CONNECT TO :wdsn1 end-exec
               if warkivar > 0
                   EXEC SQL OPEN SelectRappArkiv end-exec
                   move 3 to wrappstrom
               else
                   EXEC SQL OPEN SelectRapp end-exec
                   move 1 to wrappstrom
               end-if
           else
               EXEC SQL CONNECT TO :wdsn2 end-exec
               if warkivar > 0
                   EXEC SQL OPEN SelectRappArkivDb2 end-exec
                   move 4 to wrappstrom
               else
                   EXEC SQL OPEN SelectRappDb2 end-exec
                   move 2 to wrappstrom
               end-if
           end-if.
       ff999.
           exit program.

       fg2-entry-db-LasRappBest section.
       fg2010.
           entry "db-LasRappBest" using lkomu, wra2, lfinnsJN.
           move 'N' to lfinnsJN.
           if wrappstrom = 0
               go to fg2999
           end-if.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           evaluate wrappstrom
               when 1
                   EXEC SQL FETCH SelectRapp INTO
                   :wra-RappID, :wra-BestNummer, :wra-RappTyp,
                   :wra-RadNummer, :wra-Rad
                   end-exec
               when 2
                   EXEC SQL FETCH SelectRappDb2 INTO
                   :wra-RappID, :wra-BestNummer, :wra-RappTyp,
                   :wra-RadNummer, :wra-Rad
                   end-exec
               when 3
                   EXEC SQL FETCH SelectRappArkiv INTO
                   :wra-RappID, :wra-BestNummer, :wra-RappTyp,
                   :wra-RadNummer, :wra-Rad
                   end-exec
               when 4
                   EXEC SQL FETCH SelectRappArkivDb2 INTO
                   :wra-RappID, :wra-BestNummer, :wra-RappTyp,
                   :wra-RadNummer, :wra-Rad
                   end-exec
           end-evaluate.
           if SQLSTATE < "02000"
               move wra to wra2
               move 'J' to lfinnsJN
           end-if.
       fg2999.
           exit program.

       fh2-entry-db-StangRappBest section.
       fh2010.
           entry "db-StangRappBest" using lkomu.
           if wrappstrom = 0
               go to fh2999
           end-if.
           EXEC SQL WHENEVER SQLERROR perform OpenESQL-Error END-EXEC.
           evaluate wrappstrom
               when 1 exec sql close SelectRapp end-exec
               when 2 exec sql close SelectRappDb2 end-exec
               when 3 exec sql close SelectRappArkiv end-exec
               when 4 exec sql close SelectRappArkivDb2 end-exec
           end-evaluate.
           EXEC SQL DISCONNECT CURRENT END-EXEC.
           move 0 to wrappstrom.
       fh2999.
           exit program.

       fd-entry-db-insert-rapp section.
       fd010.
      * skriver en rapportrad till Rapp - anropas fr�n sd-LagraRappRad
