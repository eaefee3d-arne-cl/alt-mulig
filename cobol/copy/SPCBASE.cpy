000100******************************************************************
000110* SPCBASE - SPC-BASELINE-RECORD                                  *
000120* ONE PART'S CONTROL-CHART BASELINE.  QUALITY ENGINEERING ENTERS *
000130* THE PART, THE BASELINE PERIOD (A STRETCH OF HISTORY WHEN THE   *
000140* PROCESS WAS KNOWN TO BE STABLE) AND THEIR OPERATOR ID, WITH    *
000150* SB-LIMIT-DATE ZERO.  THE CONTROL-CHART RUN (SPCCHART) THEN     *
000160* COMPUTES THE CENTER LINE AND PROCESS SIGMA ONCE FROM THE       *
000170* PERIOD'S DAILY SUBGROUPS AND STORES THEM, WITH THE DATE THEY   *
000180* WERE SET, ON THE NEXT GENERATION (SPCBASEN) - SO LATER DATA,   *
000190* DRIFTED OR NOT, NEVER MOVES THE LIMITS.  TO RE-BASELINE, ENTER *
000200* A NEW PERIOD AND ZERO SB-LIMIT-DATE.  SB-LAST-CHART-DATE IS    *
000210* THE NEWEST SUBGROUP ALREADY JUDGED, SO NO ALARM IS WRITTEN     *
000220* TWICE.                                                         *
000230******************************************************************
000240 01  SPC-BASELINE-RECORD.
000250     05  SB-PART-NUMBER          PIC X(06).
000260     05  SB-BASE-FROM-DATE       PIC 9(08).
000270     05  SB-BASE-TO-DATE         PIC 9(08).
000280     05  SB-SET-BY               PIC X(08).
000290     05  SB-LIMIT-DATE           PIC 9(08).
000300     05  SB-CENTER-LINE          PIC 9(04)V9999.
000310     05  SB-SIGMA                PIC 9(02)V9(06).
000320     05  SB-SUBGROUPS            PIC 9(04).
000330     05  SB-READINGS             PIC 9(05).
000340     05  SB-LAST-CHART-DATE      PIC 9(08).
000350     05  FILLER                  PIC X(09).
