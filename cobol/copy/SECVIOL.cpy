000100*****************************************************************
000110* SECVIOL - SECURITY-VIOLATION-RECORD                           *
000120* ONE REFUSED ATTEMPT AT A CONTROLLED FUNCTION, APPENDED BY     *
000130* SUBPROGRAM AUTHCHK WHENEVER IT SAYS NO - WHO TRIED, WHAT      *
000140* FUNCTION (SAME NUMBERS AS AU-GRANT-FLAG ON AUTHMAST), FROM    *
000150* WHICH PROGRAM, AGAINST WHAT (SV-SUBJECT - THE COIL, PART,     *
000156* GAUGE, RUN OR OPERATOR THE ATTEMPT WAS AIMED AT), AND WHY IT  *
000162* WAS REFUSED.  AUTHMNT ALSO APPENDS ONE, REASON 04, WHEN A     *
000168* GRANTER TRIES TO CHANGE THEIR OWN GRANTS.  THE FILE ONLY EVER *
000174* GROWS; AUTHRPT LISTS THE WEEK'S VIOLATIONS FOR THE QUALITY    *
000180* MANAGER TO SIGN.                                              *
000190*****************************************************************
000200 01  SECURITY-VIOLATION-RECORD.
000210     05  SV-VIOL-DATE            PIC 9(08).
000220     05  SV-VIOL-TIME            PIC 9(08).
000230     05  SV-PROGRAM-ID           PIC X(08).
000240     05  SV-OPERATOR-ID          PIC X(08).
000250     05  SV-FUNCTION             PIC 9(01).
000260     05  SV-REASON-CODE          PIC 9(02).
000270         88  SV-NO-GRANT                  VALUE 01.
000280         88  SV-OPERATOR-NOT-VALID        VALUE 02.
000290         88  SV-NO-AUTHORITY-MASTER       VALUE 03.
000295         88  SV-OWN-GRANTS                VALUE 04.
000300     05  SV-SUBJECT              PIC X(20).
000310     05  FILLER                  PIC X(25).
