      *(( vfg.cpy ))
      * Vektor med funktionsgrupperna ur spadfunkgrupp.dat, en rad
      * per (grupp, FunktionsNummer) - en funktion kan stå i flera
      * grupper. Se sd-HamtaFunkGrupper i SpadDataCbl. vfg-antal = 0
      * betyder att registret saknas eller är tomt.
       01  vfg.
           05  vfg-antal pic 9(9) comp.
           05  vfg-rad occurs 1000.
               10  vfg-grupp  pic x(8).
               10  vfg-funknr pic 9(9) comp.
