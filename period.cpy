      *(( period.cpy ))
      * Perioder (Path=/spadperiod.dat) - en rad per stängd
      * redovisningsmånad, en månad utan rad är öppen. Status 'S' =
      * stängd, 'R' = stängd och frisläppt för rensning av BestHist.
      * Vid stängningen fryses månadens utfall: kontrollsummorna
      * (samma urval som månadsreskontran i SpadResultatCbl - KLAR
      * 4/41, AVBRUTEN 7, FEL 8 med korslut, ej test, ej delorder)
      * och KLAR-körningarnas körtid för faktureringen. Grans1/
      * Grans2 = första BestID per backend (databas/fil) som inte
      * fanns i BestHist vid stängningen - ett senare utfall i
      * månaden bokas i öppen period, se sd-HamtaBokfDatum i
      * SpadDataCbl och perkvar.cpy. Rensningen rör inte en stängd
      * månad förrän den frisläppts. Underhålls med SpadPeriodCbl.
       10  xxxx-Manad              pic 9(6).
       10  xxxx-Status             pic x.
       10  xxxx-StangdDatum        pic 9(8).
       10  xxxx-StangdKlock        pic 9(6).
       10  xxxx-Operator           pic x(20).
       10  xxxx-AntalKlar          pic 9(9).
       10  xxxx-AntalAvbrutna      pic 9(9).
       10  xxxx-AntalFel           pic 9(9).
       10  xxxx-PostSumma          pic 9(12).
       10  xxxx-Belopp1            pic s9(11)v99 sign leading separate.
       10  xxxx-Belopp2            pic s9(11)v99 sign leading separate.
       10  xxxx-Belopp3            pic s9(11)v99 sign leading separate.
       10  xxxx-KlarTidAntal       pic 9(9).
       10  xxxx-KlarTidSumma       pic 9(11).
       10  xxxx-KlarTidPost        pic 9(12).
       10  xxxx-Grans1             pic 9(9).
       10  xxxx-Grans2             pic 9(9).
       10  xxxx-FriDatum           pic 9(8).
       10  xxxx-FriOperator        pic x(20).
