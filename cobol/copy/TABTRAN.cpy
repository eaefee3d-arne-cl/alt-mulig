000140* APPLIED BY TABMAINT.  TB-KEY CARRIES THE PART NUMBER FOR THE  *
000150* SPEC TABLE OR THE MATERIAL CODE (LEFT-JUSTIFIED) FOR THE      *
000160* MATERIAL TABLE.                                               *
000162* TB-OPERATOR-ID IS THE ENGINEER KEYING THE CHANGE, WHO MUST    *
000164* HOLD THE SPEC MAINTENANCE GRANT ON AUTHMAST (AUTHCHK) - THE   *
000166* MATERIAL TABLE FALLS UNDER THE SAME GRANT.                    *
000170*****************************************************************
000180 01  TABLE-TRANS-RECORD.
000190     05  TB-TABLE-ID             PIC X(01).
000290     05  TB-HIGH-LIMIT           PIC 9(04)V9999.
000300     05  TB-PERMEABILITY         PIC 9(04)V99.
000310     05  TB-CERT-REQUIRED        PIC 9(01).
000315     05  TB-OPERATOR-ID          PIC X(08).
000320     05  FILLER                  PIC X(33).
