      *(( larm.cpy ))
      * Larm (Path=/spadlarm.dat) - ett larm per larmhändelse som
      * gatewayen (SpadGwCbl) har vidarebefordrat: 520 vakthunds-
      * stopp, 530 motor tyst (SpadVaktCbl) och 533 prognoslarm
      * (SpadPrognosCbl). Status 'O' = öppet, 'K' = kvitterat.
      * Steg/Kontakt är det steg i funktionens jourstege
      * (spadjourstege.dat) som senast larmades och EskDatum/EskKlock
      * när det skedde - ett öppet larm som inte kvitterats inom
      * tiden för sin Severity (spadlarmtid.dat) eskaleras till
      * nästa steg (händelse 576). Operator/KvittDatum/KvittKlock
      * sätts vid kvittensen, KvittSek = sekunder från larmet till
      * kvittensen. Se sd-OppnaLarm och sd-KvitteraLarm i
      * SpadDataCbl.
       10  xxxx-LarmID             pic 9(9).
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-Handelse           pic 9(9).
       10  xxxx-Severity           pic 9.
       10  xxxx-Status             pic x.
       10  xxxx-OppnadDatum        pic 9(8).
       10  xxxx-OppnadKlock        pic 9(6).
       10  xxxx-Steg               pic 9.
       10  xxxx-Kontakt            pic x(20).
       10  xxxx-EskDatum           pic 9(8).
       10  xxxx-EskKlock           pic 9(6).
       10  xxxx-Operator           pic x(20).
       10  xxxx-KvittDatum         pic 9(8).
       10  xxxx-KvittKlock         pic 9(6).
       10  xxxx-KvittSek           pic 9(9).
       10  xxxx-Titel              pic x(50).
