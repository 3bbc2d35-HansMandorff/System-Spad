      *(( leverans.cpy ))
      * Leveranslogg för rapportprenumerationerna
      * (Path=/spadleverans.dat) - en rad per försök att lägga en
      * exporterad fil i en prenumerants utkorg, se prenum.cpy.
      * Status 'O' = levererad, 'F' = kopieringen misslyckades
      * (utkorgen saknas?), 'B' = inte levererad, mottagaren får
      * inte längre beställa funktionens rapporter.
       10  xxxx-RappTyp        pic 9(9).
       10  xxxx-Mottagare      pic x(20).
       10  xxxx-Filnamn        pic x(40).
       10  xxxx-RadAntal       pic 9(9).
       10  xxxx-Datum          pic 9(8).
       10  xxxx-Klock          pic 9(6).
       10  xxxx-Status         pic x.
