       01  vfp.
           05  vfp-antal  pic 9(9) comp.
           05  vfp-funknr pic 9(9) comp occurs 20.
      * 1 = instansen betjänar hela poolen själv (spad.ini PH=1)
      * i stället för att claima ett enda nummer, se
      * sd-KlaimaPoolFunktion
           05  vfp-hela   pic 9(9) comp.
