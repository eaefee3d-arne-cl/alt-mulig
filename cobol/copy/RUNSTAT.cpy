000060* EVIDENCE SCROLLING OFF THE CONSOLE.  EACH PROGRAM FILLS THE   *
000070* COUNTERS THAT APPLY TO IT AND LEAVES THE REST ZERO:           *
000080*   FLUX2    - READ/ACCEPTED/REJECTED/OUT-OF-SPEC/TRANS-WRITTEN *
000090*   MASTUPD  - READ (TRANS FROM FLUX2), ACCEPTED (APPLIED),      *
000100*              REJECTED, MASTER-IN/MASTER-NEW/MASTER-OUT         *
000110*   COILRECN - READ/ACCEPTED (CHECKED)/REJECTED (SKIPPED)/      *
000120*              OUT-OF-SPEC (DISCREPANCIES)                      *
000130*   TRENDRPT - READ (COILS REPORTED)                            *
000172*   RS-BENCH-ID NAMES THE TEST BENCH BEHIND A FLUX2 RUN SO      *
000174*   RUNBAL CAN BALANCE EACH BENCH SEPARATELY; THE OTHER          *
000176*   PROGRAMS LEAVE IT BLANK.                                     *
000177*   RS-MASTER-CHANGED/RS-MASTER-DELETED COUNT COILMAST RECORDS  *
000178*   CHANGED IN PLACE/REMOVED (MASTUPD, COILSTAT, MASTRCV), SO   *
000179*   MASTRCV CAN TIE EACH RUN'S JOURNAL ENTRIES (MASTJRNL) BACK. *
000180*****************************************************************
000190 01  RUN-STAT-RECORD.
000200     05  RS-RUN-DATE             PIC 9(08).
000290     05  RS-MASTER-NEW           PIC 9(05).
000300     05  RS-MASTER-OUT           PIC 9(05).
000305     05  RS-BENCH-ID             PIC X(02).
000306     05  RS-MASTER-CHANGED       PIC 9(05).
000307     05  RS-MASTER-DELETED       PIC 9(05).
000310     05  FILLER                  PIC X(04).
