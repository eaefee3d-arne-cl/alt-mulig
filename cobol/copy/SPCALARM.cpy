000100******************************************************************
000110* SPCALARM - SPC-ALARM-RECORD                                    *
000120* ONE RUN-RULE SIGNAL ON A PART'S CONTROL CHART FOR ONE BENCH,   *
000130* APPENDED BY THE CONTROL-CHART RUN (SPCCHART) AND COUNTED BY    *
000140* THE MONTH-END SUMMARY (MONTHRPT).  A SUBGROUP IS ONE PART ON   *
000150* ONE BENCH ON ONE DAY.  A SUBGROUP BREAKING SEVERAL RULES       *
000160* WRITES ONE RECORD PER RULE.                                    *
000170******************************************************************
000180 01  SPC-ALARM-RECORD.
000190     05  SA-PART-NUMBER          PIC X(06).
000200     05  SA-BENCH-ID             PIC X(02).
000210     05  SA-SUBGROUP-DATE        PIC 9(08).
000220     05  SA-RULE                 PIC X(01).
000230         88  SA-RULE-BEYOND-3-SIGMA       VALUE '1'.
000240         88  SA-RULE-2-OF-3-BEYOND-2      VALUE '2'.
000250         88  SA-RULE-8-ONE-SIDE           VALUE '3'.
000260         88  SA-RULE-6-TRENDING           VALUE '4'.
000270         88  SA-RULE-RANGE-ABOVE-UCL      VALUE 'R'.
000280     05  SA-SUBGROUP-SIZE        PIC 9(03).
000290     05  SA-XBAR                 PIC 9(04)V9999.
000300     05  SA-RANGE                PIC 9(04)V9999.
000310     05  SA-CENTER-LINE          PIC 9(04)V9999.
000320     05  SA-SIGMA-XBAR           PIC 9(02)V9(06).
000330     05  SA-RUN-DATE             PIC 9(08).
000340     05  FILLER                  PIC X(20).
