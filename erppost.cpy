      *(( erppost.cpy ))
      * ERP-konteringspost 'P' - följer närmast efter sin
      * detaljpost 'D' i dagens ERP-fil, med samma SeqNummer, en
      * rad per konto/kostnadsställe ur konteringsreglerna. Summan
      * av debetraderna är alltid lika med summan av kreditraderna
      * - ett verifikat som inte balanserar hålls i stället för att
      * skickas, se sd-KonteraVerifikat i SpadDataCbl.
       10  xxxx-PostTyp          pic x.
       10  xxxx-SeqNummer        pic 9(9).
       10  xxxx-FunktionsNummer  pic 9(9).
       10  xxxx-BestNummer       pic 9(9).
       10  xxxx-RadNummer        pic 9(2).
       10  xxxx-Konto            pic x(10).
       10  xxxx-KostStalle       pic x(20).
       10  xxxx-DebetKredit      pic x.
       10  xxxx-Belopp           pic s9(7)v99 sign leading separate.
       10  xxxx-BeloppNr         pic 9.
       10  filler                pic x(38).
