001157*                     RUN-CONTROL RECORD (RS-BENCH-ID) SO
001158*                     MASTUPD CAN MERGE BOTH BENCHES AND RUNBAL
001159*                     CAN BALANCE EACH ONE SEPARATELY.
001160*    2026-10-15  DPO  CARRY THE PRODUCTION LOT NUMBER FROM THE
001161*                     COILIN RECORD (CS-LOT-NUMBER) ONTO THE
001162*                     HISTORY TRANSACTION (CT-LOT-NUMBER) FOR
001163*                     THE LOT-ACCEPTANCE RUN (LOTACC).
001164*    2026-10-15  DPO  FILE EVERY REJECT ON THE SUSPENSE FILE TOO,
001165*                     WITH A REASON CODE, FOR SUSPFIX TO CORRECT.
001166*                     AFTER COILIN, TEST THIS BENCH'S CORRECTED
001167*                     RESUBMISSIONS (COILRSNN), THEN EMPTY IT.
001168*    2026-10-15  DPO  FLAG EVERY READING OF A COIL WITH AN OPEN
001169*                     CUSTOMER RETURN (RMAFILE, LOADED AT START)
001170*                     AS AN RMA RETEST (CT-RMA-RETEST-FLAG) FOR
001171*                     THE RETURN CLOSING RUN (RMACLOSE).
001172*
001120 ENVIRONMENT DIVISION.
001130 CONFIGURATION SECTION.
001140 SOURCE-COMPUTER.   GNUCOBOL.
001310     SELECT AUDIT-FILE ASSIGN TO "COILAUD"
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS WS-AUDIT-STATUS.
001331     SELECT OPTIONAL RESUBMIT-FILE ASSIGN TO WS-RESUBMIT-FILE-NAME
001332         ORGANIZATION IS LINE SEQUENTIAL
001333         FILE STATUS IS WS-RESUBMIT-STATUS.
001334     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
001335         ORGANIZATION IS INDEXED
001336         ACCESS MODE IS RANDOM
001337         RECORD KEY IS SP-SUSPENSE-KEY
001338         FILE STATUS IS WS-SUSPENSE-STATUS.
001340     SELECT OOS-DISP-FILE ASSIGN TO "OOSFILE"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS WS-OOS-DISP-STATUS.
001366         ACCESS MODE IS RANDOM
001368         RECORD KEY IS CM-COIL-ID
001369         FILE STATUS IS WS-MASTER-STATUS.
001370     SELECT RMA-FILE ASSIGN TO "RMAFILE"
001371         ORGANIZATION IS INDEXED
001372         ACCESS MODE IS SEQUENTIAL
001373         RECORD KEY IS RM-RMA-NUMBER
001374         FILE STATUS IS WS-RMA-STATUS.
001375*
001380 DATA DIVISION.
001390 FILE SECTION.
001400 FD  COIL-SPEC-FILE
001410     RECORDING MODE IS F.
001420 01  COIL-SPEC-INPUT             PIC X(80).
001430*
001440 FD  REPORT-FILE
001450     RECORDING MODE IS F.
001670     RECORDING MODE IS F.
001680     COPY AUDITREC.
001690*
001691 FD  RESUBMIT-FILE
001692     RECORDING MODE IS F.
001693 01  RESUBMIT-RECORD             PIC X(80).
001694*
001695 FD  SUSPENSE-FILE.
001696     COPY SUSPENSE.
001697*
001700 FD  OOS-DISP-FILE
001710     RECORDING MODE IS F.
001720     COPY OOSDISP.
001722*
001724 FD  COIL-MASTER-FILE.
001726     COPY COILMAST.
001727*
001728 FD  RMA-FILE.
001729     COPY RMAREC.
001730*
001740 WORKING-STORAGE SECTION.
001750 77  WS-FLUX-DENSITY          PIC 9(04)V9999.
001950 77  WS-RUN-TIME              PIC 9(08).
001960 77  WS-AUDIT-STATUS          PIC X(02).
001970 77  WS-OOS-DISP-STATUS       PIC X(02).
001972 77  WS-RMA-STATUS            PIC X(02).
001974 77  WS-RMA-TABLE-MAX         PIC 9(03) VALUE 200.
001976 77  WS-RMA-COUNT             PIC 9(03) VALUE ZERO.
001978 77  WS-RMA-RETEST-COUNT      PIC 9(05) VALUE ZERO.
001980 77  WS-READ-COUNT            PIC 9(05) VALUE ZERO.
001982 77  WS-INPUT-SOURCE          PIC X(01) VALUE 'C'.
001984     88  INPUT-FROM-COILIN              VALUE 'C'.
001986     88  INPUT-FROM-RESUBMIT            VALUE 'R'.
001990 77  WS-OOS-COUNT             PIC 9(05) VALUE ZERO.
001991 77  WS-RESUBMIT-STATUS       PIC X(02).
001992 77  WS-RESUBMIT-FILE-NAME    PIC X(08) VALUE "COILRS01".
001993 77  WS-RESUBMIT-COUNT        PIC 9(05) VALUE ZERO.
001994 77  WS-SUSPENSE-STATUS       PIC X(02).
001995 77  WS-SUSPENSE-SEQ          PIC 9(05) VALUE ZERO.
001996 77  WS-SUSPENSE-COUNT        PIC 9(05) VALUE ZERO.
001997 77  WS-REJECT-CODE           PIC X(02) VALUE SPACE.
002000 77  WS-TRANS-COUNT           PIC 9(05) VALUE ZERO.
002002 77  WS-MASTER-STATUS         PIC X(02).
002004 77  WS-CHAIN-PROGRAM         PIC X(08).
002030*
002040     COPY RUNPARM.
002050*
002053     COPY COILREC.
002056*
002060 01  WS-PARM-RETURN-CODE          PIC 9(02).
002070     88  PARMS-LOADED                     VALUE ZERO.
002080     88  PARM-DEFAULTS-USED               VALUE 01.
002226     05  WS-COIL-STATUS-SW    PIC X(01) VALUE 'N'.
002227         88  COIL-CONDEMNED             VALUE 'Y'.
002228         88  COIL-TESTABLE              VALUE 'N'.
002229     05  WS-RMA-EOF-SWITCH    PIC X(01) VALUE 'N'.
002230         88  RMA-EOF-YES                VALUE 'Y'.
002231         88  RMA-EOF-NO                 VALUE 'N'.
002232*
002233* COILS WITH AN OPEN CUSTOMER RETURN, LOADED FROM RMAFILE AT
002234* START-UP SO EVERY READING OF ONE GOES OUT AS AN RMA RETEST.
002235 01  RMA-COIL-TABLE.
002236     05  RCT-COIL-ID OCCURS 200 TIMES INDEXED BY RCT-IDX
002237                              PIC X(06).
002238*
002240 01  WS-OPERATOR-RETURN-CODE      PIC 9(02).
002250     88  OPERATOR-VALID                   VALUE ZERO.
002260     88  OPERATOR-UNKNOWN                 VALUE 01.
003327     END-IF.
003330     IF RUN-NOT-CANCELLED
003340         PERFORM 1000-INITIALIZE THRU 1000-EXIT
003342     END-IF.
003344     IF RUN-NOT-CANCELLED
003350         PERFORM 2000-PROCESS-COIL THRU 2000-EXIT
003360             UNTIL EOF-YES
003370         PERFORM 8000-TERMINATE THRU 8000-EXIT
004020     PERFORM 1080-OPEN-AUDIT-FILE THRU 1080-EXIT.
004030     PERFORM 1085-OPEN-OOS-DISP-FILE THRU 1085-EXIT.
004032     PERFORM 1090-OPEN-COIL-MASTER THRU 1090-EXIT.
004035     PERFORM 1095-OPEN-SUSPENSE THRU 1095-EXIT.
004036     IF RUN-CANCELLED
004037         GO TO 1000-EXIT.
004038     PERFORM 1097-LOAD-RMA-TABLE THRU 1097-EXIT.
004040     PERFORM 1100-READ-COIL THRU 1100-EXIT.
004050     IF RESTART-ACTIVE
004060         PERFORM 1200-SKIP-TO-CHECKPOINT THRU 1200-EXIT
005037     EXIT.
005038*
005040 1100-READ-COIL.
005042     IF INPUT-FROM-RESUBMIT
005044         PERFORM 1150-READ-RESUBMIT THRU 1150-EXIT
005046         GO TO 1100-EXIT.
005050     READ COIL-SPEC-FILE INTO COIL-SPEC-RECORD
005060         AT END
005070             SET INPUT-FROM-RESUBMIT TO TRUE
005075             PERFORM 1150-READ-RESUBMIT THRU 1150-EXIT
005080         NOT AT END
005090             ADD 1 TO WS-READ-COUNT
005100     END-READ.
007010     MOVE CS-CURRENT TO CT-CURRENT.
007020     MOVE CS-UOM-FLAG TO CT-UOM-FLAG.
007025     MOVE CS-GAUGE-ID TO CT-GAUGE-ID.
007026     MOVE CS-LOT-NUMBER TO CT-LOT-NUMBER.
007027     MOVE WS-OPERATOR-ID TO CT-OPERATOR-ID.
007028     MOVE RP-BENCH-ID TO CT-BENCH-ID.
007029     PERFORM 5550-FLAG-RMA-RETEST THRU 5550-EXIT.
007030     WRITE COIL-TRANS-RECORD.
007040     ADD 1 TO WS-TRANS-COUNT.
007050 5500-EXIT.
008160     WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
008170         AFTER ADVANCING 1 LINE.
008180     ADD 1 TO WS-REJECTED-COUNT.
008184     PERFORM 6100-WRITE-SUSPENSE THRU 6100-EXIT.
008190 6000-EXIT.
008200     EXIT.
008210*
008332     IF MASTER-PRESENT
008334         CLOSE COIL-MASTER-FILE
008336     END-IF.
008337     PERFORM 8400-CLOSE-SUSPENSE THRU 8400-EXIT.
008340     PERFORM 8500-CLEAR-CHECKPOINT THRU 8500-EXIT.
008350     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
008360     DISPLAY "FLUX DENSITY BATCH RUN COMPLETE - "
008370         WS-ACCEPTED-COUNT " ACCEPTED, "
008380         WS-REJECTED-COUNT " REJECTED".
008383     DISPLAY "  " WS-RESUBMIT-COUNT " RESUBMISSIONS READ, "
008386         WS-SUSPENSE-COUNT " REJECTS FILED ON SUSPENSE".
008387     DISPLAY "  " WS-RMA-RETEST-COUNT " READINGS FLAGGED AS RMA "
008388         "RETESTS".
008390 8000-EXIT.
008400     EXIT.
008410*
008910     END-IF.
008912     MOVE RP-BENCH-ID TO WS-TRANS-FILE-NAME (7:2).
008914     MOVE RP-BENCH-ID TO WS-CKPT-FILE-NAME (7:2).
008916     MOVE RP-BENCH-ID TO WS-RESUBMIT-FILE-NAME (7:2).
008920     MOVE "FLUX2   " TO WS-CHAIN-PROGRAM.
008930     MOVE SPACES TO WS-CHAIN-PRED.
008940     MOVE 'S' TO WS-CHAIN-FUNCTION.
009610     END-EVALUATE.
009620 2600-EXIT.
009630     EXIT.
009640*
009650* ---------------------------------------------------------------
009660* 1095-OPEN-SUSPENSE - OPEN THIS BENCH'S RESUBMISSION FILE (NONE
009670* WAITING IS NORMAL) AND THE SUSPENSE FILE SHARED WITH MASTUPD
009680* AND SUSPFIX.  THE FIRST RUN TO REJECT ANYTHING CREATES THE
009690* SUSPENSE FILE, THE SAME WAY MASTUPD BOOTSTRAPS COILMAST.
009692* ANY OTHER FAILURE CANCELS THE RUN - A READING REJECTED WITH
009694* NOWHERE TO SUSPEND IT WOULD BE LOST.
009700* ---------------------------------------------------------------
009710 1095-OPEN-SUSPENSE.
009720     OPEN INPUT RESUBMIT-FILE.
009730     OPEN I-O SUSPENSE-FILE.
009740     IF WS-SUSPENSE-STATUS = "35"
009750         OPEN OUTPUT SUSPENSE-FILE
009760         CLOSE SUSPENSE-FILE
009770         OPEN I-O SUSPENSE-FILE
009780     END-IF.
009781     IF WS-SUSPENSE-STATUS NOT = "00"
009782         DISPLAY "FLUX2 - SUSPENSE FILE WILL NOT OPEN - STATUS "
009783             WS-SUSPENSE-STATUS " - RUN CANCELLED"
009784         SET RUN-CANCELLED TO TRUE
009785     END-IF.
009790 1095-EXIT.
009800     EXIT.
009810*
009820* ---------------------------------------------------------------
009830* 1150-READ-RESUBMIT - ONCE COILIN IS EXHAUSTED, KEEP READING
009840* FROM THE COILIN-FORMAT RECORDS SUSPFIX CORRECTED AND RELEASED
009850* FOR THIS BENCH.  THEY ARE TESTED, COUNTED AND CHECKPOINTED
009860* EXACTLY LIKE THE SHIFT'S OWN COILS.
009870* ---------------------------------------------------------------
009880 1150-READ-RESUBMIT.
009890     READ RESUBMIT-FILE INTO COIL-SPEC-RECORD
009900         AT END
009910             SET EOF-YES TO TRUE
009920         NOT AT END
009930             ADD 1 TO WS-READ-COUNT
009940             ADD 1 TO WS-RESUBMIT-COUNT
009950     END-READ.
009960 1150-EXIT.
009970     EXIT.
009980*
009990* ---------------------------------------------------------------
010000* 6100-WRITE-SUSPENSE - FILE THE REJECTED COILIN RECORD, WHOLE,
010010* ON THE SUSPENSE FILE AS AN OPEN ITEM SO IT IS CORRECTED AND
010020* RESUBMITTED (OR CANCELLED) INSTEAD OF FORGOTTEN.  THE KEY IS
010030* THIS RUN'S BENCH, DATE AND TIME PLUS A SEQUENCE WITHIN THE RUN.
010040* ---------------------------------------------------------------
010050 6100-WRITE-SUSPENSE.
010060     PERFORM 6150-SET-REJECT-CODE THRU 6150-EXIT.
010070     MOVE SPACES TO SUSPENSE-RECORD.
010080     MOVE "FLUX2   " TO SP-PROGRAM-ID.
010090     MOVE RP-BENCH-ID TO SP-BENCH-ID.
010100     MOVE WS-RUN-DATE-8 TO SP-REJECT-DATE.
010110     MOVE WS-RUN-TIME TO SP-REJECT-TIME.
010120     ADD 1 TO WS-SUSPENSE-SEQ.
010130     MOVE WS-SUSPENSE-SEQ TO SP-REJECT-SEQ.
010140     MOVE CS-COIL-ID TO SP-COIL-ID.
010150     MOVE WS-REJECT-CODE TO SP-REASON-CODE.
010160     MOVE WS-REJECT-REASON TO SP-REASON-TEXT.
010170     MOVE WS-OPERATOR-ID TO SP-OPERATOR-ID.
010180     IF INPUT-FROM-RESUBMIT
010190         MOVE 'Y' TO SP-RESUBMIT-FLAG
010200     ELSE
010210         MOVE 'N' TO SP-RESUBMIT-FLAG
010220     END-IF.
010230     SET SP-STATUS-OPEN TO TRUE.
010240     MOVE ZERO TO SP-FIX-COUNT.
010250     MOVE ZERO TO SP-RESOLVED-DATE.
010260     MOVE COIL-SPEC-RECORD TO SP-ORIGINAL-IMAGE.
010270     MOVE COIL-SPEC-RECORD TO SP-CURRENT-IMAGE.
010280     WRITE SUSPENSE-RECORD
010290         INVALID KEY
010300             DISPLAY "FLUX2 - SUSPENSE WRITE FAILED FOR COIL "
010310                 CS-COIL-ID " - STATUS " WS-SUSPENSE-STATUS
010320         NOT INVALID KEY
010330             ADD 1 TO WS-SUSPENSE-COUNT
010340     END-WRITE.
010350 6100-EXIT.
010360     EXIT.
010370*
010380* ---------------------------------------------------------------
010390* 6150-SET-REJECT-CODE - THE SUSPENSE REASON CODE FOR THE CHECK
010400* THAT REFUSED THE COIL.  THE CHECKS RUN IN THIS ORDER IN
010410* 2000-PROCESS-COIL, SO THE FIRST ONE THAT FAILED IS THE CAUSE.
010420* ---------------------------------------------------------------
010430 6150-SET-REJECT-CODE.
010440     EVALUATE TRUE
010450         WHEN COIL-CONDEMNED AND CM-STATUS-SCRAPPED
010460             MOVE "SC" TO WS-REJECT-CODE
010470         WHEN COIL-CONDEMNED
010480             MOVE "RT" TO WS-REJECT-CODE
010490         WHEN GAUGE-UNKNOWN
010500             MOVE "GU" TO WS-REJECT-CODE
010510         WHEN GAUGE-INACTIVE
010520             MOVE "GI" TO WS-REJECT-CODE
010530         WHEN GAUGE-PAST-DUE
010540             MOVE "GD" TO WS-REJECT-CODE
010550         WHEN NOT GAUGE-VALID
010560             MOVE "GM" TO WS-REJECT-CODE
010570         WHEN CALC-VALID
010580             MOVE "OC" TO WS-REJECT-CODE
010590         WHEN CALC-INVALID-DIAMETER
010600             MOVE "ID" TO WS-REJECT-CODE
010610         WHEN CALC-INVALID-LENGTH
010620             MOVE "IL" TO WS-REJECT-CODE
010630         WHEN CALC-INVALID-CURRENT
010640             MOVE "IC" TO WS-REJECT-CODE
010650         WHEN CALC-INVALID-UOM-FLAG
010660             MOVE "IU" TO WS-REJECT-CODE
010670         WHEN OTHER
010680             MOVE "FC" TO WS-REJECT-CODE
010690     END-EVALUATE.
010700 6150-EXIT.
010710     EXIT.
010720*
010730* ---------------------------------------------------------------
010740* 8400-CLOSE-SUSPENSE - CLOSE THE SUSPENSE FILE.  EVERY
010750* RESUBMISSION HAS NOW BEEN ACCEPTED OR FILED BACK ON SUSPENSE,
010760* SO EMPTY THIS BENCH'S RESUBMISSION FILE - THE NEXT SHIFT MUST
010770* NOT TEST THEM A SECOND TIME.
010780* ---------------------------------------------------------------
010790 8400-CLOSE-SUSPENSE.
010800     CLOSE SUSPENSE-FILE.
010810     CLOSE RESUBMIT-FILE.
010820     OPEN OUTPUT RESUBMIT-FILE.
010830     CLOSE RESUBMIT-FILE.
010840 8400-EXIT.
010850     EXIT.
010860*
010870* ---------------------------------------------------------------
010880* 1097-LOAD-RMA-TABLE - HOLD THE COIL OF EVERY OPEN CUSTOMER
010890* RETURN SO 5550 CAN FLAG ITS READING AS AN RMA RETEST.  NO
010900* RMAFILE YET MEANS NO COIL HAS EVER COME BACK.
010910* ---------------------------------------------------------------
010920 1097-LOAD-RMA-TABLE.
010930     MOVE SPACES TO RMA-COIL-TABLE.
010940     MOVE ZERO TO WS-RMA-COUNT.
010950     OPEN INPUT RMA-FILE.
010960     IF WS-RMA-STATUS = "35"
010970         GO TO 1097-EXIT.
010980     SET RMA-EOF-NO TO TRUE.
010990     PERFORM 1098-READ-RMA THRU 1098-EXIT.
011000     PERFORM 1099-STORE-RMA-COIL THRU 1099-EXIT
011010         UNTIL RMA-EOF-YES.
011020     CLOSE RMA-FILE.
011030 1097-EXIT.
011040     EXIT.
011050*
011060 1098-READ-RMA.
011070     READ RMA-FILE NEXT RECORD
011080         AT END
011090             SET RMA-EOF-YES TO TRUE
011100     END-READ.
011110 1098-EXIT.
011120     EXIT.
011130*
011140 1099-STORE-RMA-COIL.
011150     IF RM-STATUS-OPEN
011160         IF WS-RMA-COUNT < WS-RMA-TABLE-MAX
011170             ADD 1 TO WS-RMA-COUNT
011180             MOVE RM-COIL-ID TO RCT-COIL-ID (WS-RMA-COUNT)
011190         ELSE
011200             DISPLAY "FLUX2 - WARNING - OPEN RMA TABLE FULL - "
011210                 "RMA " RM-RMA-NUMBER " NOT FLAGGED"
011220         END-IF
011230     END-IF.
011240     PERFORM 1098-READ-RMA THRU 1098-EXIT.
011250 1099-EXIT.
011260     EXIT.
011270*
011280* ---------------------------------------------------------------
011290* 5550-FLAG-RMA-RETEST - A READING OF A COIL THE CUSTOMER SENT
011300* BACK IS THE RETEST RMACLOSE JUDGES THE RETURN BY, SO IT IS
011310* MARKED AS SUCH ON ITS WAY TO THE HISTORY.
011320* ---------------------------------------------------------------
011330 5550-FLAG-RMA-RETEST.
011340     IF WS-RMA-COUNT = ZERO
011350         GO TO 5550-EXIT.
011360     SET RCT-IDX TO 1.
011370     SEARCH RCT-COIL-ID
011380         AT END
011390             CONTINUE
011400         WHEN RCT-COIL-ID (RCT-IDX) = CS-COIL-ID
011410             MOVE 'Y' TO CT-RMA-RETEST-FLAG
011420             ADD 1 TO WS-RMA-RETEST-COUNT
011430     END-SEARCH.
011440 5550-EXIT.
011450     EXIT.
