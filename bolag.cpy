      *(( bolag.cpy ))
      * Bolag (Path=/spadbolag.dat) - en rad per juridisk person
      * utöver moderbolaget, som delar installationen. Blank
      * bolagskod på en funktion, beställare eller beställning är
      * moderbolaget med ERPDIR=/EXPDIR= ur spad.ini. Ett registrerat
      * bolag har egen ERP-utkorg (ErpMapp) för verifikatens dagfiler
      * och egen exportmapp (ExportMapp) för reskontra, fakturerings-
      * underlag, budgetrapport och rapportexport. Funktionernas bolag
      * står i spadbolagfunk.dat, beställarnas i beställarregistret.
      * Se SpadBolagCbl och sd-HamtaBolag i SpadDataCbl.
       10  xxxx-Bolag              pic x(4).
       10  xxxx-Namn               pic x(30).
       10  xxxx-ErpMapp            pic x(73).
       10  xxxx-ExportMapp         pic x(73).
