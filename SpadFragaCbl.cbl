      *           statustext, start-/sluttider och resultatbelopp,
      *           s� avdelningarna kan svara p� sina egna fr�gor i
      *           st�llet f�r att ringa driften.
      *2026-10-15 Statustext för VÄNTAR PÅ ATTEST (Kommando 42).
      *
       program-id. SpadFragaCbl.
       environment division.
                   when 16 move 'PAUSAD'      to wstatustext
                   when 4  move 'KLAR'        to wstatustext
                   when 41 move 'KLAR MED ANM' to wstatustext
                   when 42 move 'VANTAR ATTEST' to wstatustext
                   when 7  move 'AVBRUTEN'    to wstatustext
                   when 8  move 'FEL'         to wstatustext
                   when other move 'OKAND'    to wstatustext
