      * FunktionsNummer/Kommando/datumintervall.
       01  vma.
           05  vma-antal pic 9(9) comp.
           05  vma-mc    pic x(82) occurs 99.
