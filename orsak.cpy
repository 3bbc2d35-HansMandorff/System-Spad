      *(( orsak.cpy ))
      * Orsakskatalogen (Path=/spadorsak.dat) - en rad per orsakskod
      * som stämplas på AVBRUTEN/FEL-utfall (Best-OrsakKod). OmkorJN
      * 'N' = en FEL-körning med orsaken läggs inte om automatiskt
      * (den kan aldrig lyckas på ett nytt försök), 'J' = vanlig
      * omkörning enligt Admi-MaxForsok. Koderna 1-11 stämplas av
      * motorn och operatörsflödena själva och har inbyggda texter
      * när de saknas i katalogen:
      *    1 JOBBRUTIN SAKNAS (JobbTyp utan SpadJobb-rutin)  N
      *    2 VAKTHUND - MAXTID OVERSKRIDEN (520)              J
      *    3 DATABASFEL                                       J
      *    4 RIMLIGHETSKONTROLL (KLAR MED ANM, 41)            J
      *    5 INDATASET UNDERKANT AV JOBBRUTINEN               N
      *    6 DELORDER MISSLYCKADES                            J
      *    7 AVBRUTEN AV OPERATOR                             J
      *    8 FOREGANGARE MISSLYCKADES                         J
      *    9 VANTAD FIL KOM ALDRIG                            J
      *   10 MAKULERAD AV OPERATOR                            J
      *   11 EJ ATTESTERAD AV FUNKTIONSAGAREN (SpadAttestCbl) N
      * Katalogen underhålls och Pareto-rapporten tas i
      * SpadOrsakCbl, uppslaget görs med sd-HamtaFelOrsak i
      * SpadDataCbl.
       10  xxxx-OrsakKod           pic 9(4).
       10  xxxx-OmkorJN            pic x.
       10  xxxx-Text               pic x(40).
