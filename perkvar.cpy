      *(( perkvar.cpy ))
      * Kvarliggande vid periodstängning (Path=/spadperiodkvar.dat) -
      * BestID under stängningens gräns (se period.cpy) som låg
      * kvar i Best när månaden stängdes. De hörde inte till de
      * frysta utfallen, så slutar de i den stängda månaden bokas
      * de i öppen period. Backend 1 = databas, 2 = fil.
       10  xxxx-Manad              pic 9(6).
       10  xxxx-Backend            pic 9.
       10  xxxx-BestID             pic 9(9).
