       10  xxxx-NotDatum           pic 9(9) comp.
       10  xxxx-NotKlock           pic 9(9) comp.
       10  xxxx-Text               pic x(70).
      * Kedjefälten sist i posten (se kedja.cpy): KedjaNr = postens
      * löpnummer i lagrets kedja (0 = skriven innan kedjan
      * infördes), KedjaForra = föregående posts Kedja och Kedja =
      * kontrollsumman över posten (med Kedja = 0) räknad vidare från
      * KedjaForra - se sd-BeraknaKedja i SpadDataCbl.
       10  xxxx-KedjaNr            pic 9(9) comp.
       10  xxxx-KedjaForra         pic 9(9) comp.
       10  xxxx-Kedja              pic 9(9) comp.
