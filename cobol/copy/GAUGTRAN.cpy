000100*****************************************************************
000110* GAUGTRAN - GAUGE-TRANS-RECORD                                 *
000120* ONE ADD/CHANGE/DELETE TRANSACTION FROM THE LAB AGAINST THE    *
000130* GAUGE MASTER (GAUGMAST), APPLIED BY GAUGMNT.  A CHANGE IS     *
000140* HOW A NEW CALIBRATION IS RECORDED - NEW LAST-CAL AND DUE      *
000150* DATES - OR A GAUGE TAKEN OUT OF SERVICE (ACTIVE FLAG I).      *
000160* A DELETE REMOVES A GAUGE THAT HAS LEFT THE LAB.               *
000170* GT-OPERATOR-ID IS THE LAB TECHNICIAN MAKING THE CHANGE, WHO   *
000180* MUST HOLD THE GAUGE MAINTENANCE GRANT ON AUTHMAST.            *
000190*****************************************************************
000200 01  GAUGE-TRANS-RECORD.
000210     05  GT-ACTION               PIC X(01).
000220         88  GT-ACTION-ADD                VALUE 'A'.
000230         88  GT-ACTION-CHANGE             VALUE 'C'.
000240         88  GT-ACTION-DELETE             VALUE 'D'.
000250     05  GT-GAUGE-ID             PIC X(08).
000260     05  GT-DESCRIPTION          PIC X(20).
000270     05  GT-LAST-CAL-DATE        PIC 9(08).
000280     05  GT-DUE-DATE             PIC 9(08).
000290     05  GT-ACTIVE-FLAG          PIC X(01).
000300     05  GT-OPERATOR-ID          PIC X(08).
000310     05  FILLER                  PIC X(26).
