000222* CC-BENCH-ID SEPARATES THE TWO TEST BENCHES' FLUX2 EVENTS SO  *
000224* A RESTART ON ONE BENCH CANNOT COLLIDE WITH THE OTHER; THE     *
000226* BENCH-LESS CHAIN PROGRAMS LEAVE IT BLANK.                     *
000227* CC-OVERRIDE-BY IS THE SUPERVISOR (RP-OVERRIDE-BY) WHOSE       *
000228* CHAIN OVERRIDE GRANT CLEARED A REFUSAL; BLANK OTHERWISE.      *
000230*****************************************************************
000240 01  CHAIN-CTL-RECORD.
000250     05  CC-RUN-DATE             PIC 9(08).
000310     05  CC-OVERRIDE-FLAG        PIC X(01).
000320         88  CC-OVERRIDDEN                VALUE 'Y'.
000325     05  CC-BENCH-ID             PIC X(02).
000327     05  CC-OVERRIDE-BY          PIC X(08).
000330     05  FILLER                  PIC X(44).
