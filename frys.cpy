      *(( frys.cpy ))
      * Ändringsfrysning (Path=/spadfrys.dat) - en rad per
      * frysperiod, t ex månadsbokslut eller revisionsvecka.
      * FunktionsNummer 0 = global frysning som gäller alla
      * funktioner. Under perioden vägras ändringar av Admi-rader,
      * kalendrar, toleranser och importerade paket (SpadAdmiCbl,
      * SpadKalCbl, SpadToleransCbl, SpadPromCbl och SparaAdmi i
      * Form1). En operatör med roll 4 får göra en nödändring mot
      * en obligatorisk orsak, som loggas som undantag i AdmiAudit
      * och MessArci (553) med orsaken som notering - se
      * sd-KollaFrysning och sd-LoggaFrysUndantag i SpadDataCbl.
      * Perioderna underhålls med SpadFrysCbl.
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-FranDatum          pic 9(8).
       10  xxxx-FranKlock          pic 9(6).
       10  xxxx-TomDatum           pic 9(8).
       10  xxxx-TomKlock           pic 9(6).
       10  xxxx-Text               pic x(40).
       10  xxxx-Operator           pic x(20).
