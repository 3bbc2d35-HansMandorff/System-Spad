      *(( konfver.cpy ))
      * KonfVer (Path=/spadkonfver.dat) - versionerna av en
      * funktions Admi-konfiguration, en rad per version.
      * Status 'P' = planerad (träder i kraft vid GiltigDatum/
      * GiltigKlock), 'G' = har gällt/gäller sedan TillDatum/
      * TillKlock (då den fördes in i Admi), 'E' = ersatt av en
      * senare planerad version innan den hann träda i kraft,
      * 'M' = makulerad, 'F' = kunde inte föras in (JobbTyp
      * inaktiv vid ikraftträdandet). En 'G'-rad med TillDatum 0
      * är konfigurationen som gällde innan versionerna infördes.
      * Operator = vem som planerade versionen, blankt för en
      * ändring gjord direkt i Admi. Se sd-PlaneraAdmiVersion och
      * sd-HamtaAdmiVidTid i SpadDataCbl.
       10  xxxx-VersionID          pic 9(9).
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-Status             pic x.
       10  xxxx-GiltigDatum        pic 9(8).
       10  xxxx-GiltigKlock        pic 9(6).
       10  xxxx-Operator           pic x(20).
       10  xxxx-RegDatum           pic 9(8).
       10  xxxx-RegKlock           pic 9(6).
       10  xxxx-TillDatum          pic 9(8).
       10  xxxx-TillKlock          pic 9(6).
       10  xxxx-SniffSekunder      pic 9(9).
       10  xxxx-KorVarvSekunder    pic 9(9).
       10  xxxx-AliveRapp          pic 9(9).
       10  xxxx-Param1             pic 9(9).
       10  xxxx-Param2             pic 9(9).
       10  xxxx-Param3             pic 9(9).
       10  xxxx-MaxForsok          pic 9(9).
       10  xxxx-MaxAntal           pic 9(9).
       10  xxxx-KalenderID         pic 9(9).
