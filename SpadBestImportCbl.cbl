      *           svarsfil per fil (SVAR_<filnamn>) kvitterar varje
      *           rad med BestNummer eller avvisningsorsak - samma
      *           mönster som rapportimporten.
      *2026-10-15 Beställarens avdelning prövas mot ERP:s
      *           kostnadsställeregister, som i SpadBestallningCbl.
      *
       program-id. SpadBestImportCbl.
       environment division.
               perform cz-avvisa
               go to c999
           end-if.
           call 'sd-KollaKostStalle' using wor-bestallare, wbestokJN.
           if wbestokJN = 'N'
               move 'KOSTNADSSTALLET EJ AKTIVT' to wsf-orsak
               perform cz-avvisa
               go to c999
           end-if.

      * m�nadsvolymbudgeten g�ller �ven h�r - varningsniv�n
      * noteras i svarsfilen men sl�pper igenom ordern
