       10  xxxx-Operator           pic x(20).
       10  xxxx-Datum              pic 9(9) comp.
       10  xxxx-Klock              pic 9(9) comp.
      * Kedjefälten sist i posten (se kedja.cpy): KedjaNr = postens
      * löpnummer i lagrets kedja (0 = skriven innan kedjan
      * infördes), KedjaForra = föregående posts Kedja och Kedja =
      * kontrollsumman över posten (med Kedja = 0) räknad vidare från
      * KedjaForra - se sd-BeraknaKedja i SpadDataCbl.
       10  xxxx-KedjaNr            pic 9(9) comp.
       10  xxxx-KedjaForra         pic 9(9) comp.
       10  xxxx-Kedja              pic 9(9) comp.
