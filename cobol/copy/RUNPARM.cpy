000201* RP-BENCH-ID NAMES THE TEST BENCH THE RUN BELONGS TO (BLANK     *
000202* DEFAULTS TO 01), SO TWO BENCHES CAN RUN FLUX2 IN THE SAME      *
000203* SHIFT WITH THEIR OWN CHECKPOINT AND TRANSACTION FILES.         *
000204* RP-OVERRIDE-BY IS THE SUPERVISOR BEHIND AN OVERRIDE (AUTHCHK). *
000205*****************************************************************
000210 01  RUN-PARM-RECORD.
000220     05  RP-OPERATOR-ID          PIC X(08).
000230     05  RP-CHECKPOINT-INTERVAL  PIC 9(02).
000262     05  RP-OVERRIDE-FLAG        PIC X(01).
000264         88  RP-OVERRIDE-YES              VALUE 'Y'.
000266     05  RP-BENCH-ID             PIC X(02).
000268     05  RP-OVERRIDE-BY          PIC X(08).
000270     05  FILLER                  PIC X(45).
