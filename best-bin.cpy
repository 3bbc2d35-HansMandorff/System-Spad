      * SpadFunkCblMain och omstartsflödet i SpadOperatorCbl
       10  xxxx-UrsprungBestID     pic 9(9) comp.
       10  xxxx-OmstartVarv        pic 9(9) comp.
      * orsakskod för ett AVBRUTEN/FEL-utfall (och KLAR MED ANM)
      * ur orsakskatalogen spadorsak.dat (0 = ingen orsak angiven) -
      * stämplas av motorn och operatörsflödena, följer med raden in
      * i BestHist och styr om en FEL-körning läggs om, se orsak.cpy
      * och b080-avslutakorning i SpadFunkCblMain
       10  xxxx-OrsakKod           pic 9(9) comp.
      * bolaget som beställningen tillhör (spadbolag.dat, blankt =
      * moderbolaget) - stämplas ur funktionens bolag när raden läggs
      * in (sd-InsertSpadBest) och följer med in i BestHist, så
      * reskontra, fakturering och ERP-verifikat hamnar i rätt bolag
       10  xxxx-Bolag              pic x(4).
