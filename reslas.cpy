      *(( reslas.cpy ))
      * Hållna resurslås (Path=/spadresurslas.dat) - en rad per
      * resurs och claimad beställning. Laege 'E' = exklusivt, 'S' =
      * delat. Raderna tas vid claim i b015 (sd-TaResurser) ur
      * funktionens deklarationer i spadresurs.dat och släpps när
      * utfallet KLAR/AVBRUTEN/FEL skrivs (sd-SlappResurser) -
      * SpadJanitorCbl släpper lås vars beställning inte längre
      * körs. Host och WorkerID är motorinstansen som tog låset.
       10  xxxx-Resurs             pic x(20).
       10  xxxx-Laege              pic x.
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-BestID             pic 9(9).
       10  xxxx-BestNummer         pic 9(9).
       10  xxxx-Host               pic x(30).
       10  xxxx-WorkerID           pic x(20).
       10  xxxx-Datum              pic 9(8).
       10  xxxx-Klock              pic 9(6).
