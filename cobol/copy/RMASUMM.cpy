000100*****************************************************************
000110* RMASUMM - RMA-SUMMARY-RECORD                                  *
000120* THE MONTH'S CUSTOMER RETURNS, WRITTEN BY RMAMON FROM THE RMA  *
000130* FILE (RMAFILE) AND READ BY MONTHRPT.  RU-MONTH-TOTAL (T) IS   *
000140* WRITTEN FOR THE REPORT MONTH AND THE PRIOR MONTH; THE REPORT  *
000150* MONTH THEN HAS ONE RU-PART-TOTAL (P) PER PART WITH RETURN     *
000160* ACTIVITY, EACH FOLLOWED BY ONE RU-COMPLAINT-LINE (C) PER      *
000170* COMPLAINT CODE.  RECEIVED COUNTS RETURNS BY DATE RECEIVED;    *
000180* THE FINDINGS COUNT RMAS CLOSED IN THE MONTH.                  *
000190* RU-SHIPPED-IN-SPEC COUNTS CONFIRMED RETURNS WHOSE LAST        *
000200* READING BEFORE THE RETURN WAS IN SPEC - FIELD FAILURES THE    *
000210* BENCH PASSED.  ON A P RECORD, RU-BENCH-READINGS AND           *
000220* RU-BENCH-OOS ARE THE PART'S READINGS (COILHIST) AND           *
000230* OUT-OF-SPEC FINDINGS (OOSFILE) DATED IN THE MONTH, SO FIELD   *
000240* FAILURES CAN BE SET AGAINST WHAT THE BENCH SAW.               *
000245* RMA RETESTS ARE LEFT OUT OF BOTH.                             *
000250*****************************************************************
000260 01  RMA-SUMMARY-RECORD.
000270     05  RU-RECORD-TYPE          PIC X(01).
000280         88  RU-MONTH-TOTAL               VALUE 'T'.
000290         88  RU-PART-TOTAL                VALUE 'P'.
000300         88  RU-COMPLAINT-LINE            VALUE 'C'.
000310     05  RU-MONTH                PIC 9(06).
000320     05  RU-PART-NUMBER          PIC X(06).
000330     05  RU-COMPLAINT-CODE       PIC X(02).
000340     05  RU-RECEIVED             PIC 9(05).
000350     05  RU-CONFIRMED            PIC 9(05).
000360     05  RU-NOT-CONFIRMED        PIC 9(05).
000370     05  RU-DAMAGED              PIC 9(05).
000380     05  RU-SHIPPED-IN-SPEC      PIC 9(05).
000390     05  RU-BENCH-READINGS       PIC 9(07).
000400     05  RU-BENCH-OOS            PIC 9(05).
000410     05  FILLER                  PIC X(28).
