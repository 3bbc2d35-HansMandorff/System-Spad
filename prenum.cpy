      *(( prenum.cpy ))
      * Rapportprenumeration (Path=/spadprenum.dat) - en rad per
      * RappTyp och mottagare. Mottagaren är ett beställar-id ur
      * spadbestallare.dat (MottagarTyp 'B') eller en avdelning
      * ('A'), och Utkorg är mottagarens leveransmapp. Varje export
      * av typen i SpadRappExportCbl kopieras dit och loggas i
      * spadleverans.dat (leverans.cpy), om mottagaren fortfarande
      * får beställa de funktioner som skriver typen - se
      * spadbehorig.dat. Underhålls i SpadPrenumCbl.
       10  xxxx-RappTyp        pic 9(9).
       10  xxxx-Mottagare      pic x(20).
       10  xxxx-MottagarTyp    pic x.
       10  xxxx-Utkorg         pic x(73).
       10  xxxx-SkapadDatum    pic 9(8).
