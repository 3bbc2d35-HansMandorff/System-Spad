      *(( kedja.cpy ))
      * Kedjeankare för de kedjade händelseloggarna AdmiAudit,
      * MessArci och Notering (se kedjefälten sist i
      * admiaud-bin.cpy/messarci-bin.cpy/notering-bin.cpy). Ett
      * ankare lämnas när kedjade poster lämnar lagret eller skrivs
      * om, så kedjan fortfarande går att kontrollera med
      * SpadKedjaCbl - datamode 1 i tabellen KedjaAnkare, datamode 2
      * i spadkedjeankare.dat. Typ:
      *   'R' = rensning (SpadRensCbl): KedjaNr/Kedja = den sista
      *         borttagna postens, Antal = antal borttagna.
      *   'A' = årsarkivering (SpadArsArkivCbl): som R men posterna
      *         ligger kvar i årsarkivet Ar.
      *   'P' = omförsegling efter anonymisering (SpadAnonymCbl):
      *         KedjaNr/Kedja = lagrets sista post efteråt, Antal =
      *         antal omräknade poster. Ar = 0 för det levande
      *         lagret, annars årsarkivet Ar - ankaret anger då årets
      *         nya slut och gäller före årets A-ankare.
      * Lager 1 = AdmiAudit, 2 = MessArci, 3 = Notering. Ankarna är
      * själva kedjade i AnkareNr-ordning: Forra = föregående ankares
      * Signatur och Signatur = kontrollsumman över ankaret (med
      * Signatur = 0) räknad vidare från Forra, se sd-BeraknaKedja.
       10  xxxx-AnkareNr           pic 9(9).
       10  xxxx-Typ                pic x.
       10  xxxx-Lager              pic 9.
       10  xxxx-Ar                 pic 9(4).
       10  xxxx-KedjaNr            pic 9(9).
       10  xxxx-Kedja              pic 9(9).
       10  xxxx-Antal              pic 9(9).
       10  xxxx-Datum              pic 9(8).
       10  xxxx-Klock              pic 9(6).
       10  xxxx-Forra              pic 9(9).
       10  xxxx-Signatur           pic 9(9).
