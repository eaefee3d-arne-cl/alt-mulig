000100******************************************************************
000110* SUSPENSE - SUSPENSE-RECORD                                     *
000120* ONE REJECTED INPUT RECORD HELD FOR CORRECTION.  FLUX2 FILES    *
000130* EVERY COILIN RECORD IT REJECTS TO COILEXC, AND MASTUPD EVERY   *
000140* COILTRAN RECORD IT REJECTS TO MSTREJ, WITH A TWO-CHARACTER     *
000150* REASON CODE AND THE ORIGINAL IMAGE.  SUSPFIX CORRECTS A FIELD  *
000160* ON SP-CURRENT-IMAGE (THE ORIGINAL IS NEVER CHANGED), THEN      *
000170* RESUBMITS IT TO THE NEXT RUN OF THE PROGRAM THAT REJECTED      *
000180* IT (COILRSNN FOR FLUX2 BENCH NN, COILTRRS FOR MASTUPD) OR      *
000190* CANCELS IT.  SUSPAGE AGES WHATEVER IS STILL OPEN.              *
000200* THE KEY IS THE REJECTING PROGRAM, BENCH, RUN DATE AND TIME AND *
000210* A SEQUENCE WITHIN THE RUN, SO ITEMS READ BACK IN REJECT ORDER. *
000220******************************************************************
000230 01  SUSPENSE-RECORD.
000240     05  SP-SUSPENSE-KEY.
000250         10  SP-PROGRAM-ID       PIC X(08).
000260             88  SP-FROM-FLUX2            VALUE 'FLUX2   '.
000270             88  SP-FROM-MASTUPD          VALUE 'MASTUPD '.
000280         10  SP-BENCH-ID         PIC X(02).
000290         10  SP-REJECT-DATE      PIC 9(08).
000300         10  SP-REJECT-TIME      PIC 9(08).
000310         10  SP-REJECT-SEQ       PIC 9(05).
000320     05  SP-COIL-ID              PIC X(06).
000330     05  SP-REASON-CODE          PIC X(02).
000340         88  SP-RSN-COIL-SCRAPPED         VALUE 'SC'.
000350         88  SP-RSN-COIL-RETIRED          VALUE 'RT'.
000360         88  SP-RSN-OPER-CERT             VALUE 'OC'.
000370         88  SP-RSN-GAUGE-UNKNOWN         VALUE 'GU'.
000380         88  SP-RSN-GAUGE-INACTIVE        VALUE 'GI'.
000390         88  SP-RSN-GAUGE-PAST-DUE        VALUE 'GD'.
000400         88  SP-RSN-GAUGE-NO-MASTER       VALUE 'GM'.
000410         88  SP-RSN-BAD-DIAMETER          VALUE 'ID'.
000420         88  SP-RSN-BAD-LENGTH            VALUE 'IL'.
000430         88  SP-RSN-BAD-CURRENT           VALUE 'IC'.
000440         88  SP-RSN-BAD-UOM               VALUE 'IU'.
000450         88  SP-RSN-CALC-OTHER            VALUE 'FC'.
000460         88  SP-RSN-BAD-FLUX              VALUE 'FZ'.
000470         88  SP-RSN-DATE-NOT-NUMERIC      VALUE 'DN'.
000480         88  SP-RSN-DATE-FUTURE           VALUE 'DF'.
000490         88  SP-RSN-DUPLICATE             VALUE 'DP'.
000500     05  SP-REASON-TEXT          PIC X(44).
000510     05  SP-OPERATOR-ID          PIC X(08).
000520     05  SP-RESUBMIT-FLAG        PIC X(01).
000530         88  SP-WAS-RESUBMITTED           VALUE 'Y'.
000540     05  SP-STATUS               PIC X(01).
000550         88  SP-STATUS-OPEN               VALUE 'O'.
000560         88  SP-STATUS-RESUBMITTED        VALUE 'R'.
000570         88  SP-STATUS-CANCELLED          VALUE 'X'.
000580     05  SP-FIX-COUNT            PIC 9(02).
000590     05  SP-RESOLVED-DATE        PIC 9(08).
000600     05  SP-RESOLVED-BY          PIC X(08).
000610     05  SP-ORIGINAL-IMAGE       PIC X(80).
000620     05  SP-CURRENT-IMAGE        PIC X(80).
000630     05  FILLER                  PIC X(29).
