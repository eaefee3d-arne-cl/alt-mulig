000100*****************************************************************
000110* PRODORD - PRODUCTION-ORDER RECORD LAYOUTS                     *
000120* THE DAILY PRODUCTION-ORDER FILE (PRODORD) SENT BY THE PLANT   *
000130* SYSTEM AND LOADED BY ORDLOAD: ONE H HEADER WITH THE BUSINESS  *
000140* DATE AND SOURCE SYSTEM, ONE D DETAIL PER NEWLY WOUND COIL     *
000150* (PART NUMBER, PRODUCTION LOT AND THE NOMINAL DIAMETER, LENGTH *
000160* AND CURRENT IT WAS BUILT TO), AND ONE T TRAILER WITH THE      *
000170* DETAIL COUNT AND A HASH TOTAL OF THE NOMINAL DIAMETER, LENGTH *
000180* AND CURRENT OVER ALL DETAILS, BALANCED THE SAME WAY AS THE    *
000190* QUALITY EXTRACT (QEXTREC) BEFORE ANY COIL IS REGISTERED.      *
000200*****************************************************************
000210 01  PROD-ORDER-HEADER-RECORD.
000220     05  PH-RECORD-TYPE          PIC X(01).
000230         88  PH-HEADER                    VALUE 'H'.
000240     05  PH-BUSINESS-DATE        PIC 9(08).
000250     05  PH-SOURCE-SYSTEM        PIC X(08).
000260     05  FILLER                  PIC X(63).
000270*
000280 01  PROD-ORDER-DETAIL-RECORD.
000290     05  PD-RECORD-TYPE          PIC X(01).
000300         88  PD-DETAIL                    VALUE 'D'.
000310     05  PD-COIL-ID              PIC X(06).
000320     05  PD-PART-NUMBER          PIC X(06).
000330     05  PD-ORDER-NUMBER         PIC X(08).
000340     05  PD-LOT-NUMBER           PIC X(08).
000350     05  PD-DIAMETER             PIC 9(04)V99.
000360     05  PD-LENGTH               PIC 9(04)V99.
000370     05  PD-CURRENT              PIC 9(04)V99.
000380     05  PD-UOM-FLAG             PIC X(01).
000390     05  FILLER                  PIC X(32).
000400*
000410 01  PROD-ORDER-TRAILER-RECORD.
000420     05  PT-RECORD-TYPE          PIC X(01).
000430         88  PT-TRAILER                   VALUE 'T'.
000440     05  PT-DETAIL-COUNT         PIC 9(07).
000450     05  PT-HASH-TOTAL           PIC 9(11)V99.
000460     05  FILLER                  PIC X(59).
