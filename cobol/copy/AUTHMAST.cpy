000100*****************************************************************
000110* AUTHMAST - AUTHORITY-MASTER-RECORD                            *
000120* ONE RECORD PER OPERATOR WHO HOLDS ANY AUTHORITY BEYOND TAKING *
000130* READINGS.  OPERMAST ONLY PROVES AN ID EXISTS AND IS ACTIVE;   *
000140* THIS FILE SAYS WHAT THAT ID MAY DO, ONE Y/N FLAG PER          *
000150* CONTROLLED FUNCTION, SO THE QUALITY SYSTEM'S SEPARATION OF    *
000160* DUTIES IS ENFORCED BY THE PROGRAMS THEMSELVES.  LOADED BY     *
000170* SUBPROGRAM AUTHCHK ON THE FIRST CALL OF A RUN; AN OPERATOR    *
000180* NOT ON FILE HOLDS NO GRANTS.  MAINTAINED ONLY THROUGH         *
000190* AUTHMNT, WHICH STAMPS EACH RECORD WITH WHO LAST CHANGED IT    *
000200* AND WHEN AND LOGS EVERY CHANGE TO AUTHLOG.  AU-GRANT-FLAG (N) *
000210* IS THE SAME SIX FLAGS BY FUNCTION NUMBER:                     *
000220*   1 SPEC MAINTENANCE   TABMAINT SPECMAST/MATMAST CHANGES      *
000230*   2 DISPOSITION        OOSENTRY OOSFILE DISPOSITIONS          *
000240*   3 STATUS CHANGE      COILSTAT STATTRAN STATUS CHANGES       *
000250*   4 CHAIN OVERRIDE     RP-OVERRIDE-FLAG PAST CHAINLOG         *
000260*   5 GAUGE MAINTENANCE  GAUGMNT GAUGMAST CHANGES               *
000265*   6 AUTHORITY ADMIN    AUTHMNT AUTHMAST GRANT CHANGES         *
000270*****************************************************************
000280 01  AUTHORITY-MASTER-RECORD.
000290     05  AU-OPERATOR-ID          PIC X(08).
000300     05  AU-GRANTS.
000310         10  AU-SPEC-MAINT       PIC X(01).
000320             88  AU-SPEC-MAINT-GRANTED    VALUE 'Y'.
000330         10  AU-DISPOSITION      PIC X(01).
000340             88  AU-DISPOSITION-GRANTED   VALUE 'Y'.
000350         10  AU-STATUS-CHANGE    PIC X(01).
000360             88  AU-STATUS-CHANGE-GRANTED VALUE 'Y'.
000370         10  AU-CHAIN-OVERRIDE   PIC X(01).
000380             88  AU-OVERRIDE-GRANTED      VALUE 'Y'.
000390         10  AU-GAUGE-MAINT      PIC X(01).
000400             88  AU-GAUGE-MAINT-GRANTED   VALUE 'Y'.
000403         10  AU-AUTH-ADMIN       PIC X(01).
000406             88  AU-AUTH-ADMIN-GRANTED    VALUE 'Y'.
000410     05  AU-GRANT-TABLE REDEFINES AU-GRANTS.
000420         10  AU-GRANT-FLAG       PIC X(01) OCCURS 6 TIMES.
000430     05  AU-LAST-CHANGE-DATE     PIC 9(08).
000440     05  AU-LAST-CHANGED-BY      PIC X(08).
000450     05  FILLER                  PIC X(50).
