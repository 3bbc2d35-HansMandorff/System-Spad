      *(( reghist.cpy ))
      * RegHist (Path=/spadreghist.dat) - ändringshistoriken för
      * Path=-registren: en rad per tillagd, ändrad eller borttagen
      * registerrad med raden före och efter ändringen i registrets
      * egen fasta layout. Register = registrets namn (OPERATOR,
      * TOLERANS, JOBBTYP, BEHORIG, PIPELINE, PRIS, GWROUT), Atgard
      * 'N' = ny rad, 'A' = ändrad, 'T' = borttagen (Efter blank),
      * Program = programmet som gjorde ändringen. Se SpadRegCbl och
      * sd-LoggaRegAndring i SpadDataCbl.
       10  xxxx-Datum              pic 9(8).
       10  xxxx-Klock              pic 9(6).
       10  xxxx-Operator           pic x(20).
       10  xxxx-Register           pic x(12).
       10  xxxx-Atgard             pic x.
       10  xxxx-Program            pic x(20).
       10  xxxx-Fore               pic x(87).
       10  xxxx-Efter              pic x(87).
