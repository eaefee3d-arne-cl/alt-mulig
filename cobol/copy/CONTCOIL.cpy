000100*****************************************************************
000110* CONTCOIL - CONTAIN-COIL-RECORD                                *
000120* ONE COIL PUT UNDER CONTAINMENT BECAUSE A GAUGE THAT MEASURED  *
000130* IT WAS LATER FOUND OUT OF TOLERANCE.  APPENDED BY THE         *
000140* CONTAINMENT RUN (CONTAIN); READ BY THE WORK-LIST BUILDER      *
000150* (WORKBLD), WHICH KEEPS THE COIL ON THE RE-TEST LIST AS A      *
000160* CONTAINMENT RE-TEST UNTIL A READING DATED AFTER CC-CONTAIN-   *
000170* DATE POSTS TO THE COIL MASTER.  THE OPERATOR EMPTIES THE FILE *
000175* ONCE THE LAB SIGNS OFF THE CONTAINMENT.                       *
000180*****************************************************************
000190 01  CONTAIN-COIL-RECORD.
000200     05  CC-COIL-ID              PIC X(06).
000210     05  CC-GAUGE-ID             PIC X(08).
000220     05  CC-GOOD-CAL-DATE        PIC 9(08).
000230     05  CC-CONTAIN-DATE         PIC 9(08).
000240     05  CC-REQUESTED-BY         PIC X(08).
000250     05  FILLER                  PIC X(42).
