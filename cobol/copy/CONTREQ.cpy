000100*****************************************************************
000110* CONTREQ - CONTAIN-REQUEST-RECORD                              *
000120* ONE GAUGE THE LAB FOUND READING OUT OF TOLERANCE AT           *
000130* CALIBRATION, WITH THE DATE OF ITS LAST GOOD CALIBRATION AND   *
000140* WHO IS ASKING.  DRIVES THE CONTAINMENT RUN (CONTAIN), WHICH   *
000150* TRACES EVERY READING THE GAUGE TOOK ON OR AFTER THAT DATE.    *
000160* CQ-REQUESTED-BY MUST BE A VALID ACTIVE OPERATOR (OPERCHK) -   *
000170* IT SIGNS THE HOLD TRANSACTIONS THE RUN WRITES.                *
000180*****************************************************************
000190 01  CONTAIN-REQUEST-RECORD.
000200     05  CQ-GAUGE-ID             PIC X(08).
000210     05  CQ-GOOD-CAL-DATE        PIC 9(08).
000220     05  CQ-REQUESTED-BY         PIC X(08).
000230     05  CQ-REASON               PIC X(30).
000240     05  FILLER                  PIC X(26).
