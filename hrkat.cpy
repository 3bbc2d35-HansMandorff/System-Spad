      *(( hrkat.cpy ))
      * HR-katalogens dagliga extrakt (spad.ini HRDIR=) - en rad per
      * anställd i fast format. Status 'A' = anställd: raden läggs
      * till eller uppdaterar namn, avdelning och aviseringsadress i
      * beställarregistret (spadbestallare.dat). Status 'S' =
      * slutat: beställaren avaktiveras, och stående order, köade
      * beställningar, behörighetsrader och månadsbudget flyttas
      * till Efterfoljare - eller sätts som vilande när efter-
      * trädare saknas. Se SpadHrCbl.
       10  xxxx-Id                 pic x(20).
       10  xxxx-Namn               pic x(30).
       10  xxxx-Avd                pic x(20).
       10  xxxx-Adress             pic x(50).
       10  xxxx-Status             pic x.
       10  xxxx-Efterfoljare       pic x(20).
      * bolaget den anställde hör till (spadbolag.dat) - blankt i
      * moderbolaget och i extrakt från före bolagskolumnen, då
      * registrets bolag står kvar
       10  xxxx-Bolag              pic x(4).
