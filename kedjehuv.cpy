      *(( kedjehuv.cpy ))
      * Kedjehuvudet - senaste KedjaNr och Kedja per kedja: led 1 =
      * AdmiAudit, 2 = MessArci, 3 = Notering, 4 = kedjeankarna
      * (AnkareNr och Signatur, se kedja.cpy). Datamode 1 i tabellen
      * KedjaHuvud, datamode 2 i spadkedjehuvud.bin - den som skriver
      * en kedjad post håller huvudet låst under skrivningen.
       10  xxxx-Led                occurs 4.
           15  xxxx-Nr             pic 9(9).
           15  xxxx-Kedja          pic 9(9).
