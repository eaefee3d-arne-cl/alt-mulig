000222*                     STILL SORTS - IT NEEDS PART ORDER, WHICH
000223*                     IS NOT THE FILE'S KEY ORDER - BUT THE
000224*                     INPUT NOW COMES OFF THE KEYED FILE.
000225*    2026-10-15  DPO  A RETEST OF A COIL BACK ON A CUSTOMER
000226*                     RETURN (COILHIST RMA RETEST FLAG) IS LEFT
000227*                     OUT OF THE CAPABILITY FIGURES - IT IS NOT
000228*                     THE PROCESS.
000229*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   GNUCOBOL.
000440         CH-TEST-DATE BY SW-TEST-DATE
000450         CH-FLUX-DENSITY BY SW-FLUX-DENSITY
000460         CH-PART-NUMBER BY SW-PART-NUMBER
000462         CH-OPERATOR-ID BY SW-OPERATOR-ID
000464         CH-LOT-NUMBER BY SW-LOT-NUMBER
000466         CH-GAUGE-ID BY SW-GAUGE-ID
000468         CH-BENCH-ID BY SW-BENCH-ID
000469         CH-RMA-RETEST-FLAG BY SW-RMA-RETEST-FLAG.
000470*
000480 FD  HISTORY-FILE.
000500     COPY COILHIST.
000570         CH-TEST-DATE BY SP-TEST-DATE
000580         CH-FLUX-DENSITY BY SP-FLUX-DENSITY
000590         CH-PART-NUMBER BY SP-PART-NUMBER
000592         CH-OPERATOR-ID BY SP-OPERATOR-ID
000594         CH-LOT-NUMBER BY SP-LOT-NUMBER
000596         CH-GAUGE-ID BY SP-GAUGE-ID
000598         CH-BENCH-ID BY SP-BENCH-ID
000599         CH-RMA-RETEST-FLAG BY SP-RMA-RETEST-FLAG.
000600*
000610 FD  REPORT-FILE
000620     RECORDING MODE IS F.
002830 1000-EXIT.
002840     EXIT.
002850*
002851* ---------------------------------------------------------------
002852* 1100-READ-HISTORY - NEXT SORTED READING.  A RETEST TAKEN WHILE
002853* THE COIL WAS BACK ON A CUSTOMER RETURN IS PASSED OVER, SO IT
002854* NEVER REACHES THE PART'S MEAN, SPREAD, MARGINS OR OUT-OF-SPEC
002855* PERCENT.
002856* ---------------------------------------------------------------
002860 1100-READ-HISTORY.
002870     READ SORTED-PART-FILE
002880         AT END
002890             SET EOF-YES TO TRUE
002900             GO TO 1100-EXIT
002920     END-READ.
002922     ADD 1 TO WS-RECORD-COUNT.
002924     IF SP-RMA-RETEST-FLAG = 'Y'
002926         GO TO 1100-READ-HISTORY.
002930 1100-EXIT.
002940     EXIT.
002950*
