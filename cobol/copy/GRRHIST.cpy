000100******************************************************************
000110* GRRHIST - GRR-HISTORY-RECORD                                   *
000120* ONE COMPLETED GAUGE R&R STUDY, APPENDED BY GAUGERR SO EACH     *
000130* GAUGE'S MEASUREMENT-SYSTEM TREND CAN BE SHOWN TO AN AUDITOR.   *
000140* VARIATIONS ARE IN FLUX-DENSITY UNITS (AVERAGE AND RANGE        *
000150* METHOD); GH-GRR-PCT IS GAUGE R&R AS A PERCENT OF TOTAL         *
000160* VARIATION AND GH-NDC THE NUMBER OF DISTINCT CATEGORIES.  A     *
000170* STUDY ID IS WRITTEN ONCE - A RERUN OF THE SAME STUDY IS        *
000180* PRINTED BUT NOT ADDED AGAIN.                                   *
000190******************************************************************
000200 01  GRR-HISTORY-RECORD.
000210     05  GH-GAUGE-ID             PIC X(08).
000220     05  GH-STUDY-ID             PIC X(08).
000230     05  GH-RUN-DATE             PIC 9(08).
000240     05  GH-FROM-DATE            PIC 9(08).
000250     05  GH-TO-DATE              PIC 9(08).
000260     05  GH-COILS                PIC 9(02).
000270     05  GH-OPERATORS            PIC 9(01).
000280     05  GH-TRIALS               PIC 9(01).
000290     05  GH-EV                   PIC 9(04)V9(06).
000300     05  GH-AV                   PIC 9(04)V9(06).
000310     05  GH-GRR                  PIC 9(04)V9(06).
000320     05  GH-PV                   PIC 9(04)V9(06).
000330     05  GH-GRR-PCT              PIC 9(03)V99.
000340     05  GH-NDC                  PIC 9(03).
000350     05  GH-VERDICT              PIC X(01).
000360         88  GH-VERDICT-PASS              VALUE 'P'.
000370         88  GH-VERDICT-MARGINAL          VALUE 'M'.
000380         88  GH-VERDICT-FAIL              VALUE 'F'.
000390     05  FILLER                  PIC X(07).
