      *(( vkp.cpy ))
      * Vektor med upp till 20 konteringsrader för ett verifikat,
      * byggd ur konteringsreglerna av sd-KonteraVerifikat i
      * SpadDataCbl och skriven som 'P'-poster av
      * sf-SkrivErpVerifikat. vkp-orsak blank = verifikatet får
      * skickas, annars varför det hålls.
       01  vkp.
           05  vkp-antal pic 9(9) comp.
           05  vkp-orsak pic x(40).
           05  vkp-rad occurs 20.
               10  vkp-beloppnr    pic 9.
               10  vkp-debetkredit pic x.
               10  vkp-konto       pic x(10).
               10  vkp-koststalle  pic x(20).
               10  vkp-belopp      pic s9(7)v99.
