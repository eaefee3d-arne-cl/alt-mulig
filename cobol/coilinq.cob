000282*                     (COILHIST) - THE 5-ENTRY MASTER HISTORY
000283*                     IS THE QUICK VIEW, THIS IS THE WHOLE
000284*                     STORY ON DEMAND, NO FLAT-FILE SCAN.
000285*    2026-10-15  DPO  SHOW A COIL REGISTERED FROM THE PRODUCTION-
000286*                     ORDER FILE (ORDLOAD) AND NOT YET TESTED AS
000287*                     REGISTERED, NOT ACTIVE.
000288*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   GNUCOBOL.
001763         WHEN CM-STATUS-HOLD
001764             MOVE "ON HOLD " TO WS-STATUS-TEXT
001765         WHEN OTHER
001766             PERFORM 3160-SET-OPEN-STATUS THRU 3160-EXIT
001767     END-EVALUATE.
001768     IF CM-STATUS-DATE IS NUMERIC AND CM-STATUS-DATE > ZERO
001769         MOVE CM-STATUS-DATE TO WS-DATE-DISPLAY
001839     END-IF.
001840 8000-EXIT.
001850     EXIT.
001860*
001870* ---------------------------------------------------------------
001880* 3160-SET-OPEN-STATUS - A COIL NEITHER SCRAPPED, RETIRED NOR ON
001890* HOLD IS ACTIVE, UNLESS ORDLOAD REGISTERED IT AND NO READING
001900* HAS BEEN APPLIED TO IT YET.
001910* ---------------------------------------------------------------
001920 3160-SET-OPEN-STATUS.
001930     IF CM-STATUS-REGISTERED
001940         MOVE "REGISTRD" TO WS-STATUS-TEXT
001950     ELSE
001960         MOVE "ACTIVE  " TO WS-STATUS-TEXT
001970     END-IF.
001980 3160-EXIT.
001990     EXIT.
