      *           avdelningarna själva ser hur mycket av månadens
      *           utrymme som är kvar. Rapporten skrivs även till
      *           exportmappen.
      *2026-10-15 Beställare som HR-matningen avaktiverat tas inte
      *           med - budgeten är vilande eller flyttad till
      *           efterträdaren, se SpadHrCbl.
      *2026-10-15 En rapport per bolag med bolagets beställare, i
      *           bolagets exportmapp (spadbolag.dat) - moderbolagets
      *           i EXPDIR=.
      *
       program-id. SpadBudgetCbl.
       environment division.
       data division.
       File Section.
       fd  BestReg.
       01  bestreg-record    pic x(143).
       fd  Rapport.
       01  rapport-record    pic x(100).

               10  wbr-adress  pic x(50).
               10  wbr-budget  pic x(9).
               10  wbr-varning pic x(9).
               10  wbr-aktiv   pic x.
               10  wbr-bolag   pic x(4).
           05  wrapfs.
               10  wrapfskey1     pic x.
               10  wrapfskey2     pic x.
           05  wbestallare        pic x(20).
           05  wfalt              pic 9(8).
           05  wdate              pic 9(8).
      * bolagsvarvet - 0 = moderbolaget, sedan registrets rader
           05  wbolagnr           pic 9(4).
           05  wbolagJN           pic x.
           05  wdisprad.
               10  wd-id        pic x(20).
               10  filler       pic x(8) value ' budget '.
               10  filler pic x(18) value 'SpadBudget klar,  '.
               10  wd-antal pic zzzz9.
               10  filler pic x(26) value ' beställare med budget.'.
       01  wbo.
           copy "bolag.cpy" replacing leading ==xxxx== by ==wbo==.

       procedure division.
       main section.
           compute wvolmanad = wdate / 100.

           move wvolmanad to wrf-manad.

           open input BestReg.
           if wbestregfskey1 not = '0'
               display 'Inget beställarregister - inga budgetar.'
               stop run
           end-if.
           close BestReg.

      * moderbolaget först, sedan bolagen i registrets ordning
           move 0 to wbolagnr.
           move spaces to wbo.
           call 'sd-HamtaBolag' using wbo, wbolagJN.
           perform c-ett-bolag.
       main020.
           add 1 to wbolagnr.
           call 'sd-HamtaBolagNr' using wbolagnr, wbo, wbolagJN.
           if wbolagJN not = 'J'
               go to main100
           end-if.
           perform c-ett-bolag.
           go to main020.
       main100.
           move wantal to wd-antal.
           display wslutrad.
           stop run.
           add 1 to wantal.
       b999.
           exit.

       c-ett-bolag section.
       c010.
      * rapporten för bolaget i wbo med de beställare som hör dit
           if wbo-ExportMapp = spaces
               go to c999
           end-if.
           if wbo-Bolag not = spaces
               display 'Bolag ' wbo-Bolag ' ' wbo-Namn
           end-if.
           move spaces to wrapselnamn.
           string wbo-ExportMapp delimited by space
                  wrapfilnamn delimited by size
                  into wrapselnamn.
           open output Rapport.
           open input BestReg.
           move 'N' to w-eof-bestreg.
           read BestReg into wbestregrad
             at end move 'J' to w-eof-bestreg.
       c020.
           if w-eof-bestreg = 'J'
               go to c100
           end-if.
           if wbr-bolag = low-values
               move spaces to wbr-bolag
           end-if.
           if wbr-bolag not = wbo-Bolag
               go to c030
           end-if.
           if wbr-budget is numeric
               move wbr-budget to wbudget
           else
               move 0 to wbudget
           end-if.
           if wbudget > 0 and wbr-aktiv not = 'N'
               perform b-en-bestallare
           end-if.
       c030.
           read BestReg into wbestregrad
             at end move 'J' to w-eof-bestreg.
           go to c020.
       c100.
           close BestReg.
           close Rapport.
       c999.
           exit.
