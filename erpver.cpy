       10  xxxx-Belopp2          pic s9(7)v99 sign leading separate.
       10  xxxx-Belopp3          pic s9(7)v99 sign leading separate.
       10  xxxx-KorPostAntal     pic 9(9).
      * återföringsverifikat (godkänd tvist, se SpadDispytCbl) pekar
      * på det återförda originalets SeqNummer - 0 för ett vanligt
      * verifikat. Poster skrivna före fältet läses med blankt fält.
       10  xxxx-RefSeqNummer     pic 9(9).
