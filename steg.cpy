      *(( steg.cpy ))
      * Hushållssekvensens steglista (Path=/spadsteg.dat) - en rad
      * per steg i körordning. Efter = ett tidigare stegs nummer
      * som måste ha gått klart i samma sekvens (0 = inget).
      * Program = kommandot som startar steget, Indata = svaren på
      * programmets frågor, ';' mellan raderna - ett svar IGAR
      * eller IDAG ersätts med gårdagens resp dagens datum
      * AAAAMMDD. Se SpadNattCbl.
       10  xxxx-StegNr             pic 9(3).
       10  xxxx-Efter              pic 9(3).
       10  xxxx-Program            pic x(30).
       10  xxxx-Indata             pic x(40).
