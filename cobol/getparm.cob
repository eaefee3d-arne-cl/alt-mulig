000286*                     SHOP - OR A PARAMETER CARD CUT BEFORE THE
000287*                     SECOND BENCH EXISTED - KEEPS RUNNING AS
000288*                     BENCH 01 WITHOUT A NEW CARD.
000289*    2026-10-15  DPO  RP-OVERRIDE-BY (NEW ON RUNPARM) IS PASSED
000290*                     BACK AS-IS - CHAINLOG JUDGES IT, AND A BLANK
000291*                     ONE NEVER CLEARS A REFUSAL.
000292*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   GNUCOBOL.
000610         RP-AS-OF-DATE BY LK-AS-OF-DATE
000612         RP-OVERRIDE-FLAG BY LK-OVERRIDE-FLAG
000614         RP-OVERRIDE-YES BY LK-OVERRIDE-YES
000616         RP-BENCH-ID BY LK-BENCH-ID
000618         RP-OVERRIDE-BY BY LK-OVERRIDE-BY.
000620*
000630 01  LK-RETURN-CODE           PIC 9(02).
000640     88  LK-PARMS-LOADED              VALUE ZERO.
