      *(( steglogg.cpy ))
      * Hushållssekvensens steglogg (Path=/spadsteglogg.dat) - en
      * rad per utfört steg: sekvensens identitet (start-
      * tidpunkten för sekvensen, behålls när en avbruten sekvens
      * tas om), steget, start och slut, antal behandlade poster
      * och utfallet 'O' = klart eller 'F' = fel med orsak i Text.
      * En ny start efter ett fel fortsätter i samma sekvens från
      * det felade steget. Loggen visas i dagsavslutet
      * (SpadDagslutCbl) och skiftrapporten (SpadSkiftCbl) - se
      * SpadNattCbl.
       10  xxxx-KorningDatum       pic 9(8).
       10  xxxx-KorningKlock       pic 9(6).
       10  xxxx-StegNr             pic 9(3).
       10  xxxx-Program            pic x(30).
       10  xxxx-StartDatum         pic 9(8).
       10  xxxx-StartKlock         pic 9(6).
       10  xxxx-SlutDatum          pic 9(8).
       10  xxxx-SlutKlock          pic 9(6).
       10  xxxx-Antal              pic 9(9).
       10  xxxx-Utfall             pic x.
       10  xxxx-Text               pic x(40).
