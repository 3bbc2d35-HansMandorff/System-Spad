      *(( filvant.cpy ))
      * Filväntan (Path=/spadfilvant.dat) - en rad per beställning
      * som inte får claimas förrän en fil (indatasetet eller en
      * triggerfil) finns och har slutat växa. Status 'V' = väntar,
      * 'S' = släppt, 'G' = gav upp (ej körd, ReturKod 183).
      * NyFilJN 'J' kräver att filen ändrats efter att raden
      * registrerades, så gårdagens fil inte släpper dagens order.
      * GeUppDatum 0 = väntar utan tidsgräns. Storlek, FilDatum/
      * FilKlock är filen som den såg ut vid senaste sniffning och
      * StabilDatum/StabilKlock när den senast sågs ändras - se
      * sd-KollaFilVantan i SpadDataCbl (spad.ini FS=). Nyckeln är
      * FunktionsNummer och BestNummer, som är kända redan vid
      * intaget och följer med omkörningar och delordrar.
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-BestNummer         pic 9(9).
       10  xxxx-Filnamn            pic x(80).
       10  xxxx-NyFilJN            pic x.
       10  xxxx-GeUppDatum         pic 9(8).
       10  xxxx-GeUppKlock         pic 9(6).
       10  xxxx-Storlek            pic 9(18).
       10  xxxx-FilDatum           pic 9(8).
       10  xxxx-FilKlock           pic 9(6).
       10  xxxx-StabilDatum        pic 9(8).
       10  xxxx-StabilKlock        pic 9(6).
       10  xxxx-Status             pic x.
       10  xxxx-RegDatum           pic 9(8).
       10  xxxx-RegKlock           pic 9(6).
