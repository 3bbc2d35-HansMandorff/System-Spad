      *(( attest.cpy ))
      * Ägarattest (Path=/spadattest.dat) - en rad per
      * FunktionsNummer vars resultat ägaren vill se innan något
      * lämnar huset (lönelika jobb o d). En KLAR-körning på en
      * sådan funktion avslutas som VÄNTAR PÅ ATTEST (Kommando 42,
      * 565) utan rapportrader, verifikat eller avisering. Ägaren
      * (eller roll 4) granskar resultatet mot toleransraden och
      * föregående körning i SpadAttestCbl: attest ger KLAR (41 om
      * rimlighetskontrollen flaggat, OrsakKod 4) och släpper
      * rapport, verifikat och avisering (566), avslag ger
      * AVBRUTEN med OrsakKod 11 EJ ATTESTERAD (567) och ingenting
      * går ut. Registerändringar loggas som 568. Saknas filen
      * eller raden gäller ingen attest - se
      * sd-HamtaAttestAgare i SpadDataCbl.
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-Agare              pic x(20).
       10  xxxx-RegDatum           pic 9(8).
       10  xxxx-RegOperator        pic x(20).
