      *(( dataset.cpy ))
      * Datasetkatalogen (Path=/spaddataset.dat) - en rad per fil
      * en körning konsumerat eller producerat, så det går att svara
      * på "vilken fil gav order 4711, och ur vilket underlag".
      * Typ 'I' = beställningens indataset, kopierat till körarkivet
      * (spad.ini RUNDIR=) vid claim - Filnamn är arkivkopian och
      * IndataSet originalet. Typ 'U' = utdata som körningen
      * registrerat, IndataSet är underlaget den läste. PostAntal och
      * Checksumma räknas över filens rader när raden skrivs och
      * stäms av igen i SpadIntegCbl. Gemensam för båda datamoderna,
      * som övriga Path=-register - se sd-ArkiveraIndata och
      * sd-RegistreraDataset i SpadDataCbl.
       10  xxxx-BestID             pic 9(9).
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-Typ                pic x.
       10  xxxx-Filnamn            pic x(80).
       10  xxxx-PostAntal          pic 9(9).
       10  xxxx-Checksumma         pic 9(9).
       10  xxxx-Datum              pic 9(8).
       10  xxxx-Klock              pic 9(6).
       10  xxxx-IndataSet          pic x(60).
