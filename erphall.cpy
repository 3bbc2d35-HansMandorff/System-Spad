      *(( erphall.cpy ))
      * Hållet ERP-verifikat (Path=/spaderphall.dat) - en KLAR-
      * körning vars kontering inte balanserar, eller vars
      * kostnadsställe är stängt eller saknas, skickas inte till
      * ERP utan läggs här med orsaken (och MessArci 556). Listas
      * och släpps, när reglerna eller registret rättats, med
      * SpadKonteringCbl - se sd-HallErpVerifikat i SpadDataCbl.
       10  xxxx-FunktionsNummer  pic 9(9).
       10  xxxx-BestNummer       pic 9(9).
       10  xxxx-Bestallare       pic x(20).
       10  xxxx-KorslutDatum     pic 9(8).
       10  xxxx-KorslutKlock     pic 9(6).
       10  xxxx-Belopp1          pic s9(7)v99 sign leading separate.
       10  xxxx-Belopp2          pic s9(7)v99 sign leading separate.
       10  xxxx-Belopp3          pic s9(7)v99 sign leading separate.
       10  xxxx-KorPostAntal     pic 9(9).
       10  xxxx-HallDatum        pic 9(8).
       10  xxxx-HallKlock        pic 9(6).
       10  xxxx-Orsak            pic x(40).
