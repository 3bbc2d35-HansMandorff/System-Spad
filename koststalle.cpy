      *(( koststalle.cpy ))
      * Kostnadsställe (Path=/spadkoststalle.dat) - ERP:s
      * kostnadsställeregister, importerat i sin helhet med
      * SpadKonteringCbl. Status 'A' = aktivt, 'S' = stängt. Mot
      * registret prövas beställarens avdelning vid intaget
      * (sd-KollaKostStalle) och varje konteringsrads kostnadsställe
      * innan verifikatet skrivs (sd-KonteraVerifikat). Saknas filen
      * görs ingen kontroll.
       10  xxxx-KostStalle         pic x(20).
       10  xxxx-Benamning          pic x(30).
       10  xxxx-Status             pic x.
       10  xxxx-ImportDatum        pic 9(8).
