      *(( stegres.cpy ))
      * Ett hushållsstegs resultat (Path=/spadstegres.dat) - skrivs
      * av programmet självt när det avslutas (sd-RapporteraSteg)
      * och läses av SpadNattCbl efter steget: antal behandlade
      * poster, OkJN 'J' = gick bra och 'N' = fel, samt en kort
      * förklaring.
       10  xxxx-Antal              pic 9(9).
       10  xxxx-OkJN               pic x.
       10  xxxx-Text               pic x(70).
