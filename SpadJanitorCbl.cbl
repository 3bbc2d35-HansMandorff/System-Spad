      *           dött syns inte i något urval - efter JS=-gränsen
      *           släpps låset (villkorad 185 -> 0) så raden åter
      *           kan claimas, se c-redigeringslas.
      *2026-10-15 Resurslås som hålls av en beställning som inte
      *           längre körs (motorn dog och claimen räddades,
      *           eller raden är borta) släpps, med ett MessArci-
      *           spår (552) - se d-resurslas.
      *
       program-id. SpadJanitorCbl.
       environment division.
           05  wl-tab occurs 50.
               10  wl-bestid      pic 9(9) comp.
               10  wl-funknr      pic 9(9) comp.
      * resurslås vars beställning inte längre körs samlas först
      * till en tabell, sedan släpps de - se d-resurslas
           05  wrestitel          pic x(50) value
               'RESURSLAS SLAPPT AV JANITOR'.
           05  wrx                pic s9(4) comp.
           05  wr-antal           pic s9(4) comp value 0.
           05  wr-tab occurs 50.
               10  wr-bestid      pic 9(9).
               10  wr-funknr      pic 9(9).
           05  wrhallsJN          pic x.
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
           05  wtime              pic 9(6).
       01  sb.
           copy "best-bin.cpy" replacing leading ==xxxx== by ==sb==.
       copy "vsb-bin.cpy".
       01  rl.
           copy "reslas.cpy" replacing leading ==xxxx== by ==rl==.

       procedure division.
       main section.
           end-if.

           perform c-redigeringslas.
      * efter räddningarna ovan - en claim som just släppts tillbaka
      * till kön håller inte längre sina lås
           perform d-resurslas.

           move wantalraddade to wd-antal.
           display wdisprad.
       c999.
           exit.

       d-resurslas section.
       d010.
      * en låsrad hålls bara så länge dess beställning körs:
      * Kommando 2/3, eller claimad Kommando 1 (ReturKod 181/184).
      * Raderna samlas först, strömmen stängs, sedan prövas och
      * släpps de en beställning i taget.
           move 0 to wr-antal.
           call 'sd-OppnaResursLasLas'.
       d020.
           call 'sd-LasResursLas' using rl, wfinnsJN2.
           if wfinnsJN2 = 'N'
               go to d050
           end-if.
           move 0 to wrx.
       d030.
           add 1 to wrx.
           if wrx <= wr-antal
               if wr-bestid(wrx) = rl-BestID
                   go to d020
               end-if
               go to d030
           end-if.
           if wr-antal < 50
               add 1 to wr-antal
               move rl-BestID to wr-bestid(wr-antal)
               move rl-FunktionsNummer to wr-funknr(wr-antal)
           end-if.
           go to d020.
       d050.
           call 'sd-StangResursLasLas'.
           move 0 to wrx.
       d060.
           add 1 to wrx.
           if wrx > wr-antal
               go to d999
           end-if.
           move wr-funknr(wrx) to wfunktionsnummer.
           move wr-bestid(wrx) to wbestid.
           initialize sb.
           call 'sd-SelectSpadBestID' using
             wfunktionsnummer, wbestid, sb.
           move 'N' to wrhallsJN.
           if sb-BestID > 0
               if sb-Kommando = 2 or sb-Kommando = 3
                   move 'J' to wrhallsJN
               end-if
               if sb-Kommando = 1
               and (sb-ReturKod = 181 or sb-ReturKod = 184)
                   move 'J' to wrhallsJN
               end-if
           end-if.
           if wrhallsJN = 'J'
               go to d060
           end-if.
           move wbestid to sb-BestID.
           call 'sd-SlappResurser' using sb.
           display 'Resurslås släppt, BestID ' wbestid.
           move wbestid to wbestidbin.
           move 552 to wkommandobin.
           call 'sd-LoggaMessArci' using
             wfunktionsnummer, wbestidbin, wkommandobin, wrestitel.
           go to d060.
       d999.
           exit.

       zb-berakna-alder section.
       zb010.
      * �lder i sekunder fr�n wjmfdatum/wjmfklock till nu, r�knad
