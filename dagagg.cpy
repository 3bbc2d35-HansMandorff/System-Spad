      *(( dagagg.cpy ))
      * Dagaggregatet för BestHist-rapporterna - datamode 1 i
      * tabellen DagAgg, datamode 2 i spaddagagg.dat (U/B-rader) och
      * spaddagaggstyr.dat (K/O-rader). Underhålls nattligen av
      * SpadDagaggCbl och läses av rapportkörningarna via
      * sd-OppnaDagaggLas, resten (det som tillkommit sedan natten)
      * via sd-OppnaHistLasNy. Radtyper:
      *   'U' = utfall per slutdag (KorslutDatum, SenasteDatum när
      *         korslut saknas - SlutJN 'N'), FunktionsNummer,
      *         Bestallare, Kommando (4/41/7/8), TestKorning och
      *         DelOrder (1 = delorder). Tid-fälten gäller körningar
      *         med både start och slut och körtid >= 0, Varv-fälten
      *         samma körningar med BestAntal > 0, OverSlut och
      *         KvarLagda körningar med start och slut (se
      *         SpadFonsterCbl - fönstren som gällde när dagen
      *         aggregerades).
      *   'B' = beställd volym per BestDatum och beställare:
      *         Antal rader och summerat BestAntal i VarvSumma, bara
      *         beställningar med BestNummer, ej test och ej delorder
      *         (se sd-RaknaManadsvolym).
      *   'K' = styrrad per backend (Kommando 1 = databas, 2 = fil):
      *         Datum = aggregeringsdag, Antal = första BestID som
      *         inte är aggregerat.
      *   'O' = BestID under K-radens gräns som låg kvar i Best vid
      *         aggregeringen (Kommando = backend, Antal = BestID) -
      *         de läses när de väl arkiverats.
      * Utan K-rad finns inget giltigt aggregat.
       10  xxxx-Typ                pic x.
       10  xxxx-Datum              pic 9(8).
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-Bestallare         pic x(20).
       10  xxxx-Kommando           pic 9(9).
       10  xxxx-TestKorning        pic 9.
       10  xxxx-DelOrder           pic 9.
       10  xxxx-SlutJN             pic x.
       10  xxxx-Antal              pic 9(9).
       10  xxxx-TidAntal           pic 9(9).
       10  xxxx-TidSumma           pic 9(11).
       10  xxxx-TidMax             pic 9(9).
       10  xxxx-TidPostSumma       pic 9(12).
       10  xxxx-PostSumma          pic 9(12).
       10  xxxx-VarvSumma          pic 9(12).
       10  xxxx-VarvTidSumma       pic 9(11).
       10  xxxx-OverSlut           pic 9(9).
       10  xxxx-KvarLagda          pic 9(9).
       10  xxxx-Belopp1            pic s9(11)v99 sign leading separate.
       10  xxxx-Belopp2            pic s9(11)v99 sign leading separate.
       10  xxxx-Belopp3            pic s9(11)v99 sign leading separate.
       10  xxxx-Min1               pic s9(7)v99 sign leading separate.
       10  xxxx-Max1               pic s9(7)v99 sign leading separate.
       10  xxxx-Min2               pic s9(7)v99 sign leading separate.
       10  xxxx-Max2               pic s9(7)v99 sign leading separate.
       10  xxxx-Min3               pic s9(7)v99 sign leading separate.
       10  xxxx-Max3               pic s9(7)v99 sign leading separate.
       10  xxxx-MinPost            pic 9(9).
       10  xxxx-MaxPost            pic 9(9).
