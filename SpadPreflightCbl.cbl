      *           fillagren (datamode 2), kontrollerar att
      *           styrfunktionsnumret och varje POOL=-nummer har en
      *           Admi-rad, och avslutar med en enda GO/NO-GO-rad.
      *2026-10-15 PH= (en instans för hela poolen) är en känd nyckel.
      *2026-10-15 SKYDIR= (skyddad exportmapp) är en känd nyckel.
      *
       program-id. SpadPreflightCbl.
       environment division.
               10  filler pic x(10) value 'ORDDIR=   '.
               10  filler pic x(10) value 'SG=       '.
               10  filler pic x(10) value 'SN=       '.
               10  filler pic x(10) value 'PH=       '.
               10  filler pic x(10) value 'SKYDIR=   '.
           05  wkeytab-re redefines wkeytab.
               10  wkey occurs 33 pic x(10).
           05  wkeylen occurs 33 pic 9(2).
           05  wkeyant occurs 33 pic 9(4).
           05  wkx                pic s9(4) comp.
           05  wtraff             pic s9(4) comp.
           05  wlangd             pic s9(4) comp.
       b010.
      * nyckel f�r nyckel: ok�nda rapporteras, och en andra
      * f�rekomst av en engangsnyckel r�knas som dubblett
           perform varying wkx from 1 by 1 until wkx > 33
               move 0 to wkeyant(wkx)
               move 0 to wlangd
               inspect wkey(wkx) tallying wlangd
           end-if.
           move 0 to wtraff.
           perform varying wkx from 1 by 1
             until wkx > 33 or wtraff > 0
               move wkeylen(wkx) to wlangd
               if winirad(1:wlangd) = wkey(wkx)(1:wlangd)
                   move wkx to wtraff
