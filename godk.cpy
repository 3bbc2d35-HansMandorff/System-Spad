      *(( godk.cpy ))
      * Fyraögonsbegäran (Path=/spadgodkann.dat) - en rad per
      * högriskåtgärd som väntar på, eller har fått, en andra
      * operatörs godkännande: STOPPMOTOR (avbryt motorn,
      * SpadOperatorCbl), AVVECKLA (SpadAdmiCbl), IMPORT (paket i
      * SpadPromCbl) och MIGRERING (SpadMigrCbl). Status 'V' =
      * väntar, 'G' = godkänd, 'A' = avslagen, 'U' = utgången (ingen
      * beslutade, eller den godkända åtgärden utfördes inte, inom
      * spad.ini GT= minuter), 'F' = förbrukad - åtgärden utförd.
      * Godkännaren måste finnas i spadoperator.dat och vara en
      * annan än begäraren. Varje steg loggas i AdmiAudit
      * (560 begärd, 561 godkänd, 562 avslagen, 563 utgången,
      * 564 utförd) - se sd-BegarGodkannande och
      * sd-BeslutaGodkannande i SpadDataCbl.
       10  xxxx-BegaranID          pic 9(9).
       10  xxxx-Atgard             pic x(10).
       10  xxxx-FunktionsNummer    pic 9(9).
       10  xxxx-Parameter          pic x(30).
       10  xxxx-Begarare           pic x(20).
       10  xxxx-BegDatum           pic 9(8).
       10  xxxx-BegKlock           pic 9(6).
       10  xxxx-Status             pic x.
       10  xxxx-Godkannare         pic x(20).
       10  xxxx-GodDatum           pic 9(8).
       10  xxxx-GodKlock           pic 9(6).
