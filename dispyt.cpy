      *(( dispyt.cpy ))
      * Tvist (Path=/spaddispyt.dat) - en avdelning bestrider
      * resultatet av en KLAR-körning efter att verifikatet gått
      * till ERP. En rad per ärende, kopplad till BestID. Status
      * 'O' = öppen, 'A' = godkänd (körningen ogiltigförklarad),
      * 'V' = avvisad. Vid godkännande makuleras BestHist-raden
      * (ReturKod 189), ett återföringsverifikat med negerade
      * belopp skrivs till dagens ERP-fil (AterSeqNummer, med
      * RefSeqNummer = OrigSeqNummer) och körningens rapportrader
      * markeras som ersatta (RappTyp + 800000000). Belopp och
      * KorslutDatum kopieras från BestHist när ärendet öppnas,
      * så månadsreskontran (SpadResultatCbl), faktureringen
      * (SpadFaktCbl) och dossiern (SpadDossierCbl) kan ta hänsyn
      * till återföringen utan att leta fram raden igen. Ärendena
      * hanteras i SpadDispytCbl.
       10  xxxx-DispytID           pic 9(9).
       10  xxxx-BestID             pic 9(9).
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-BestNummer         pic 9(9).
       10  xxxx-Bestallare         pic x(20).
       10  xxxx-Status             pic x.
       10  xxxx-Orsak              pic x(60).
       10  xxxx-Operator           pic x(20).
       10  xxxx-OppnadDatum        pic 9(8).
       10  xxxx-OppnadKlock        pic 9(6).
       10  xxxx-BeslutOperator     pic x(20).
       10  xxxx-Beslut             pic x(60).
       10  xxxx-BeslutDatum        pic 9(8).
       10  xxxx-BeslutKlock        pic 9(6).
       10  xxxx-KorslutDatum       pic 9(8).
       10  xxxx-OrigSeqNummer      pic 9(9).
       10  xxxx-AterSeqNummer      pic 9(9).
       10  xxxx-Belopp1            pic s9(7)v99 sign leading separate.
       10  xxxx-Belopp2            pic s9(7)v99 sign leading separate.
       10  xxxx-Belopp3            pic s9(7)v99 sign leading separate.
       10  xxxx-KorPostAntal       pic 9(9).
