000100*****************************************************************
000110* RMAREC - RMA-RECORD                                           *
000120* ONE CUSTOMER RETURN (RETURN MATERIAL AUTHORIZATION) ON THE    *
000130* RMA FILE (RMAFILE), INDEXED ON THE RMA NUMBER.  RMAENTRY      *
000140* OPENS IT WHEN THE COIL COMES BACK - COIL, CUSTOMER, COMPLAINT *
000150* CODE, DATE RECEIVED AND WHETHER THE PACKAGE ARRIVED VISIBLY   *
000160* DAMAGED - AND PICKS UP THE PART FROM COILMAST.  WHILE AN RMA  *
000170* IS OPEN, FLUX2 FLAGS EVERY BENCH READING OF THE COIL AS AN    *
000180* RMA RETEST (CT-/CH-RMA-RETEST-FLAG).  RMACLOSE COMPARES THAT  *
000190* RETEST WITH THE LAST READING TAKEN BEFORE THE RETURN (THE     *
000200* ONE THE COIL SHIPPED ON) AND WITH SPECMAST, RECORDS BOTH      *
000210* READINGS AND THE FINDING - C CONFIRMED, N NOT CONFIRMED,      *
000220* D DAMAGED IN TRANSIT - AND CLOSES THE RMA.  RM-SHIP-RESULT    *
000230* AND RM-RETEST-RESULT ARE P (IN SPEC) OR F (OUT OF SPEC), OR   *
000240* SPACE WHEN THERE WAS NO READING TO JUDGE.  RMAMON SUMMARIZES  *
000250* THE MONTH'S RETURNS BY PART AND COMPLAINT FOR MONTHRPT.       *
000255* THE RECORD IS 200 BYTES.                                      *
000260*****************************************************************
000270 01  RMA-RECORD.
000280     05  RM-RMA-NUMBER           PIC X(08).
000290     05  RM-COIL-ID              PIC X(06).
000300     05  RM-CUSTOMER-NAME        PIC X(30).
000310     05  RM-COMPLAINT-CODE       PIC X(02).
000320         88  RM-CMP-LOW-FLUX              VALUE 'LF'.
000330         88  RM-CMP-HIGH-FLUX             VALUE 'HF'.
000340         88  RM-CMP-NO-OUTPUT             VALUE 'NO'.
000350         88  RM-CMP-INTERMITTENT          VALUE 'IN'.
000360         88  RM-CMP-PHYSICAL-DAMAGE       VALUE 'PD'.
000370         88  RM-CMP-OTHER                 VALUE 'OT'.
000380         88  RM-CMP-VALID                 VALUE 'LF' 'HF' 'NO'
000390                                                'IN' 'PD' 'OT'.
000400     05  RM-DATE-RECEIVED        PIC 9(08).
000410     05  RM-PART-NUMBER          PIC X(06).
000420     05  RM-DAMAGE-FLAG          PIC X(01).
000430         88  RM-DAMAGE-NOTED              VALUE 'Y'.
000440         88  RM-NO-DAMAGE-NOTED           VALUE 'N'.
000450     05  RM-ENTERED-BY           PIC X(08).
000460     05  RM-STATUS               PIC X(01).
000470         88  RM-STATUS-OPEN               VALUE 'O'.
000480         88  RM-STATUS-CLOSED             VALUE 'C'.
000490     05  RM-FINDING              PIC X(01).
000500         88  RM-FINDING-CONFIRMED         VALUE 'C'.
000510         88  RM-FINDING-NOT-CONFIRMED     VALUE 'N'.
000520         88  RM-FINDING-DAMAGED           VALUE 'D'.
000530     05  RM-CLOSED-DATE          PIC 9(08).
000540     05  RM-CLOSED-BY            PIC X(08).
000550     05  RM-SHIP-TEST-DATE       PIC 9(08).
000560     05  RM-SHIP-FLUX            PIC 9(04)V9999.
000570     05  RM-SHIP-RESULT          PIC X(01).
000580         88  RM-SHIP-IN-SPEC              VALUE 'P'.
000590         88  RM-SHIP-OUT-OF-SPEC          VALUE 'F'.
000600     05  RM-RETEST-DATE          PIC 9(08).
000610     05  RM-RETEST-FLUX          PIC 9(04)V9999.
000620     05  RM-RETEST-RESULT        PIC X(01).
000630         88  RM-RETEST-IN-SPEC            VALUE 'P'.
000640         88  RM-RETEST-OUT-OF-SPEC        VALUE 'F'.
000650     05  RM-SPEC-LOW-LIMIT       PIC 9(04)V9999.
000660     05  RM-SPEC-HIGH-LIMIT      PIC 9(04)V9999.
000670     05  FILLER                  PIC X(63).
