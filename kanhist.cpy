      *(( kanhist.cpy ))
      * Kanariehistorik (Path=/spadkanariehist.dat) - en rad per
      * lagd kanarieorder, skriven när ordern läggs och uppdaterad
      * med domen av SpadKanarieCbl. Status 'V' = väntar på utfall,
      * 'O' = godkänd, 'F' = underkänd (händelse 574 med Orsak).
      * Utfall är slutkommandot (4/41/7/8, 0 = inget). Minuter är
      * tiden från lagd till avslutad (99999 = över ett dygn).
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-BestNummer         pic 9(9).
       10  xxxx-LagdDatum          pic 9(8).
       10  xxxx-LagdKlock          pic 9(6).
       10  xxxx-FristDatum         pic 9(8).
       10  xxxx-FristKlock         pic 9(6).
       10  xxxx-Status             pic x.
       10  xxxx-Utfall             pic 9(9).
       10  xxxx-KlarDatum          pic 9(8).
       10  xxxx-KlarKlock          pic 9(6).
       10  xxxx-Minuter            pic 9(5).
       10  xxxx-Orsak              pic x(40).
