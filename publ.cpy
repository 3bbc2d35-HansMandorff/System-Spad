      *(( publ.cpy ))
      * Publicering (Path=/spadpublicering.dat) - en rad per gång
      * en utgående fil publicerats: ERP-dagfilen, gatewayens
      * GW_<datum>.evt, aviseringarna i utkorgen, rapportexporterna
      * och metrikfilen. Filen skrivs först under ett tillfälligt
      * namn och döps om till sitt riktiga när den är komplett;
      * samtidigt skrivs manifestet <fil>.man bredvid med samma
      * layout: Poster = antal rader, Byte = filens storlek och
      * Kontroll = kontrollsumman räknad som i datasetkatalogen.
      * Program = vem som publicerade. Se sd-PubliceraFil i
      * SpadDataCbl och SpadPublKollCbl.
       10  xxxx-Datum              pic 9(8).
       10  xxxx-Klock              pic 9(6).
       10  xxxx-Program            pic x(20).
       10  xxxx-Poster             pic 9(9).
       10  xxxx-Byte               pic 9(12).
       10  xxxx-Kontroll           pic 9(9).
       10  xxxx-Filnamn            pic x(133).
