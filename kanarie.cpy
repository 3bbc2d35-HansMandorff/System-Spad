      *(( kanarie.cpy ))
      * Kanarieorder (Path=/spadkanarie.dat) - en rad per funktion
      * som ska provas från intag till utfall varje dag. Vid
      * Klockslag, och när funktionens körfönster är öppet, lägger
      * SpadKanarieCbl en liten testkörning (TestKorning = 1,
      * beställare KANARIE) på BestAntal varv. Ordern ska nå KLAR
      * inom MaxMinuter med varvlogg och rapportrader, och - när
      * de är angivna - med ForvPostAntal poster (0 = kollas inte)
      * och ForvBelopp1-3 (KollaBeloppJN = 'J'). Annars loggas
      * händelse 574 KANARIE FEL, som SpadGwCbl alltid skickar
      * vidare. SenastDatum är dagen ordern senast lades.
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-Klockslag          pic 9(6).
       10  xxxx-MaxMinuter         pic 9(4).
       10  xxxx-BestAntal          pic 9(9).
       10  xxxx-ForvPostAntal      pic 9(9).
       10  xxxx-KollaBeloppJN      pic x.
       10  xxxx-ForvBelopp1        pic s9(7)v99 sign leading separate.
       10  xxxx-ForvBelopp2        pic s9(7)v99 sign leading separate.
       10  xxxx-ForvBelopp3        pic s9(7)v99 sign leading separate.
       10  xxxx-SenastDatum        pic 9(8).
