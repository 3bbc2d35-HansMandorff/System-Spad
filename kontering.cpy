      *(( kontering.cpy ))
      * Konteringsregel (Path=/spadkontering.dat) - en rad per
      * konteringsrad ett FunktionsNummers verifikat ska bära:
      * vilket av resultatbeloppen (BeloppNr 1-3) som bokas, på
      * vilket konto och kostnadsställe och på vilken sida (D =
      * debet, K = kredit). Blankt KostStalle = beställarens
      * avdelning ur spadbestallare.dat. Andel är procent av
      * beloppet (0 = hela), så ett belopp kan fördelas på flera
      * rader. Debet och kredit måste balansera per verifikat,
      * annars hålls det - se sd-KonteraVerifikat i SpadDataCbl.
      * Reglerna underhålls med SpadKonteringCbl; en funktion utan
      * regler skickar detaljposten utan konteringsrader.
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-BeloppNr           pic 9.
       10  xxxx-DebetKredit        pic x.
       10  xxxx-Konto              pic x(10).
       10  xxxx-KostStalle         pic x(20).
       10  xxxx-Andel              pic 9(3).
