      *(( ombok.cpy ))
      * Ombokningar (Path=/spadombokning.dat) - ett utfall som kom
      * till BestHist efter att dess månad stängts bokas på dagen
      * det först lästes (BokfDatum, alltid i öppen period) i
      * stället för på slutdagen (UrsprDatum). Raden skrivs första
      * gången utfallet läses och gäller sedan för alltid, så
      * rapporterna och dagaggregatet bokar det lika varje gång.
      * Spåras också i MessArci (588) under BestID:t. Se
      * sd-HamtaBokfDatum i SpadDataCbl.
       10  xxxx-Backend            pic 9.
       10  xxxx-BestID             pic 9(9).
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-UrsprDatum         pic 9(8).
       10  xxxx-BokfDatum          pic 9(8).
