000100*****************************************************************
000110* SHIPREQ - SHIP-REQUEST-RECORD                                 *
000120* ONE COIL SHIPPING WANTS A CERTIFICATE OF CONFORMANCE FOR,     *
000130* WITH THE CUSTOMER AND ORDER IT IS GOING OUT AGAINST.  DRIVES  *
000140* THE CERTIFICATE RUN (CERTCONF) - ONE CERTIFICATE PAGE PER     *
000150* REQUEST, OR A LINE ON THE REFUSALS PAGE WHEN THE COIL CANNOT  *
000160* BE CERTIFIED.                                                 *
000170*****************************************************************
000180 01  SHIP-REQUEST-RECORD.
000190     05  SR-COIL-ID              PIC X(06).
000200     05  SR-CUSTOMER-NAME        PIC X(30).
000210     05  SR-ORDER-NUMBER         PIC X(10).
000220     05  FILLER                  PIC X(34).
