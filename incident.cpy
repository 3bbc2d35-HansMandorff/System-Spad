      *(( incident.cpy ))
      * Incident (Path=/spadincident.dat) - grupperar de händelser i
      * MessArci som hör till samma driftstörning för en funktion
      * (530 från SpadVaktCbl, 528, FEL-utfall, janitorns
      * räddningar, omkörningar ...). Öppnas automatiskt när en
      * händelse med läge 'O' i spadincidentkod.dat loggas och
      * ingen öppen incident finns för funktionen; därefter kopplas
      * funktionens händelser med läge 'O' eller 'K' till den (antal
      * och senaste händelse). Status 'O' = öppen, 'L' = löst,
      * 'S' = stängd. Operator/KvittDatum/KvittKlock sätts när
      * incidenten tilldelas (kvitteras), NotDatum/NotKlock pekar ut
      * lösningsnoteringen i Notering-lagret (FunktionsNummer +
      * MessDatum/MessKlock = OppnadDatum/OppnadKlock). Se
      * x43-IncidentHandelse i SpadDataCbl och SpadIncidentCbl.
       10  xxxx-IncidentID         pic 9(9).
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-Status             pic x.
       10  xxxx-OppnadDatum        pic 9(8).
       10  xxxx-OppnadKlock        pic 9(6).
       10  xxxx-ForstaHandelse     pic 9(9).
       10  xxxx-SenasteHandelse    pic 9(9).
       10  xxxx-SenasteDatum       pic 9(8).
       10  xxxx-SenasteKlock       pic 9(6).
       10  xxxx-AntalHandelser     pic 9(9).
       10  xxxx-Operator           pic x(20).
       10  xxxx-KvittDatum         pic 9(8).
       10  xxxx-KvittKlock         pic 9(6).
       10  xxxx-LostDatum          pic 9(8).
       10  xxxx-LostKlock          pic 9(6).
       10  xxxx-StangdDatum        pic 9(8).
       10  xxxx-StangdKlock        pic 9(6).
       10  xxxx-NotDatum           pic 9(8).
       10  xxxx-NotKlock           pic 9(6).
       10  xxxx-Titel              pic x(50).
