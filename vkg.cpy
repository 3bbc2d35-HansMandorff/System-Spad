      *(( vkg.cpy ))
      * Vektor med en skrivgrupp i genomströmningsläget: varvlogg-
      * poster (korlogg-bin) och detaljresultat (varvres-bin) som
      * samlats sedan förra gruppen och skrivs i en och samma
      * transaktion - se sd-StartaSkrivGrupp i SpadDataCbl och
      * c-korning-0000 i SpadFunkCblMain.
       01  vkg.
           05  vkg-klantal pic 9(9) comp.
           05  vkg-kl      pic x(20) occurs 500.
           05  vkg-vrantal pic 9(9) comp.
           05  vkg-vr      pic x(60) occurs 500.
