000726*                     EMPTY.  THE DUPLICATE CHECKS ALREADY
000727*                     PROTECT AGAINST THE SAME COIL ARRIVING
000728*                     FROM BOTH BENCHES ON THE SAME DATE.
000730*    2026-10-15  DPO  CARRY THE PRODUCTION LOT NUMBER
000731*                     (CT-LOT-NUMBER, NEW ON COILTRAN) ONTO THE
000732*                     MASTER (CM-LOT-NUMBER) AND ONTO EACH
000733*                     COIL-HISTORY RECORD (CH-LOT-NUMBER) FOR
000734*                     THE LOT-ACCEPTANCE RUN (LOTACC).  A
000735*                     READING WITH NO LOT KEEPS THE LOT ALREADY
000736*                     ON THE MASTER.
000738*    2026-10-15  DPO  CARRY EACH READING'S GAUGE ID ONTO ITS
000739*                     COIL-HISTORY RECORD (CH-GAUGE-ID) SO THE
000740*                     CONTAINMENT RUN (CONTAIN) CAN TRACE A
000741*                     GAUGE FOUND OUT OF TOLERANCE.
000742*    2026-10-15  DPO  CARRY EACH READING'S TEST BENCH ONTO ITS
000743*                     COIL-HISTORY RECORD (CH-BENCH-ID) FOR THE
000744*                     PER-BENCH CONTROL CHARTS (SPCCHART).
000745*    2026-10-15  DPO  ALSO FILE EACH REJECT ON THE SUSPENSE FILE
000746*                     WITH A REASON CODE FOR SUSPFIX TO CORRECT,
000747*                     AND SORT IN SUSPFIX'S RESUBMISSIONS
000748*                     (COILTRRS), EMPTYING THEM ONCE APPLIED.
000749*                     RESUBMISSIONS ARE COUNTED APART AND LEFT
000750*                     OUT OF THE RUNSTATS READ COUNT, WHICH
000751*                     RUNBAL TIES TO FLUX2'S COILTRAN WRITTEN.
000752*    2026-10-15  DPO  A COIL REGISTERED FROM THE PRODUCTION-ORDER
000753*                     FILE (ORDLOAD - STATUS N, REGISTERED, NOT
000754*                     YET TESTED) IS SET ACTIVE WHEN ITS FIRST
000755*                     READING IS APPLIED.
000756*    2026-10-15  DPO  EVERY WRITE OR REWRITE OF A MASTER RECORD
000757*                     IS JOURNALED WITH ITS BEFORE AND AFTER
000758*                     IMAGES (MASTJRNL, VIA MASTJRN) FOR FORWARD
000759*                     RECOVERY (MASTRCV), AND THE REWRITE COUNT
000760*                     NOW GOES TO RUNSTATS (RS-MASTER-CHANGED).
000761*    2026-10-15  DPO  CARRY THE RMA RETEST FLAG FROM FLUX2 ONTO
000762*                     THE COIL-HISTORY RECORD (CH-RMA-RETEST-FLAG)
000763*                     FOR THE RMA CLOSING RUN (RMACLOSE).
000764*
000715 ENVIRONMENT DIVISION.
000716 CONFIGURATION SECTION.
000717 SOURCE-COMPUTER.   GNUCOBOL.
000760         ORGANIZATION IS LINE SEQUENTIAL.
000762     SELECT OPTIONAL TRANS-FILE-B2 ASSIGN TO "COILTR02"
000764         ORGANIZATION IS LINE SEQUENTIAL.
000765     SELECT OPTIONAL TRANS-FILE-RS ASSIGN TO "COILTRRS"
000766         ORGANIZATION IS LINE SEQUENTIAL.
000770     SELECT SORTED-TRANS-FILE ASSIGN TO "COILTRNS"
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790     SELECT MASTER-FILE ASSIGN TO "COILMAST"
000860         FILE STATUS IS WS-HISTORY-STATUS.
000870     SELECT REJECT-FILE ASSIGN TO "MSTREJ"
000880         ORGANIZATION IS LINE SEQUENTIAL.
000881     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000882         ORGANIZATION IS INDEXED
000883         ACCESS MODE IS RANDOM
000884         RECORD KEY IS SP-SUSPENSE-KEY
000885         FILE STATUS IS WS-SUSPENSE-STATUS.
000890     SELECT LISTING-FILE ASSIGN TO "MSTLIST"
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK1".
001040         CT-CURRENT BY SW-CURRENT
001050         CT-UOM-FLAG BY SW-UOM-FLAG
001052         CT-GAUGE-ID BY SW-GAUGE-ID
001054         CT-OPERATOR-ID BY SW-OPERATOR-ID
001055         CT-BENCH-ID BY SW-BENCH-ID
001056         CT-LOT-NUMBER BY SW-LOT-NUMBER
001057         CT-RESUBMIT-FLAG BY SW-RESUBMIT-FLAG
001058         CT-RMA-RETEST-FLAG BY SW-RMA-RETEST-FLAG.
001060*
001070 FD  TRANS-FILE-B1
001080     RECORDING MODE IS F.
001210         CT-CURRENT BY ST-CURRENT
001220         CT-UOM-FLAG BY ST-UOM-FLAG
001222         CT-GAUGE-ID BY ST-GAUGE-ID
001224         CT-OPERATOR-ID BY ST-OPERATOR-ID
001225         CT-BENCH-ID BY ST-BENCH-ID
001226         CT-LOT-NUMBER BY ST-LOT-NUMBER
001227         CT-RESUBMIT-FLAG BY ST-RESUBMIT-FLAG
001228         CT-RMA-RETEST-FLAG BY ST-RMA-RETEST-FLAG.
001230*
001240 FD  MASTER-FILE.
001250     COPY COILMAST.
001360     05  RJ-REASON               PIC X(40).
001370     05  FILLER                  PIC X(01).
001380*
001381 FD  TRANS-FILE-RS
001382     RECORDING MODE IS F.
001383 01  TRANS-RECORD-RS             PIC X(80).
001384*
001385 FD  SUSPENSE-FILE.
001386     COPY SUSPENSE.
001387*
001390 FD  LISTING-FILE
001400     RECORDING MODE IS F.
001410 01  LISTING-RECORD              PIC X(80).
001460 77  WS-UPDATED-COUNT         PIC 9(05) VALUE ZERO.
001470 77  WS-MASTER-STATUS         PIC X(02).
001480 77  WS-TRANS-READ-COUNT      PIC 9(05) VALUE ZERO.
001485 77  WS-RESUBMIT-READ-COUNT   PIC 9(05) VALUE ZERO.
001490 77  WS-APPLIED-COUNT         PIC 9(05) VALUE ZERO.
001500 77  WS-MASTER-IN-COUNT       PIC 9(05) VALUE ZERO.
001510 77  WS-MASTER-OUT-COUNT      PIC 9(05) VALUE ZERO.
001540 77  WS-RUN-TIME              PIC 9(08).
001550 77  WS-HISTORY-STATUS        PIC X(02).
001560 77  WS-REJECTED-COUNT        PIC 9(05) VALUE ZERO.
001561 77  WS-SUSPENSE-STATUS       PIC X(02).
001562 77  WS-SUSPENSE-SEQ          PIC 9(05) VALUE ZERO.
001563 77  WS-SUSPENSE-COUNT        PIC 9(05) VALUE ZERO.
001564 77  WS-REJECT-CODE           PIC X(02) VALUE SPACE.
001570 77  WS-GROUP-APPLIED-COUNT   PIC 9(05) VALUE ZERO.
001580 77  WS-DUP-SUB               PIC 9(01).
001590 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
001620*
001630     COPY RUNSTAT.
001640*
001643     COPY MASTJRNL.
001646*
001650     COPY RUNPARM.
001660*
001670 01  WS-PARM-RETURN-CODE      PIC 9(02).
002516     CM-STATUS-RETIRED BY WM-STATUS-RETIRED
002517     CM-STATUS-DATE BY WM-STATUS-DATE
002518     CM-STATUS-REVIEWER BY WM-STATUS-REVIEWER
002519     CM-GAUGE-ID BY WM-GAUGE-ID
002521     CM-LOT-NUMBER BY WM-LOT-NUMBER
002522     CM-STATUS-REGISTERED BY WM-STATUS-REGISTERED.
002525*
002530 PROCEDURE DIVISION.
002540*
002550 0000-MAINLINE.
002552     PERFORM 0700-CHAIN-START THRU 0700-EXIT.
002554     IF RUN-NOT-CANCELLED
002560         SORT SORT-WORK-FILE ON ASCENDING KEY SW-COIL-ID
002570             USING TRANS-FILE-B1 TRANS-FILE-B2 TRANS-FILE-RS
002580             GIVING SORTED-TRANS-FILE
002590         PERFORM 1000-INITIALIZE THRU 1000-EXIT
002592     END-IF.
002594     IF RUN-NOT-CANCELLED
002600         PERFORM 2000-APPLY-COIL-GROUP THRU 2000-EXIT
002610             UNTIL TR-EOF
002620         PERFORM 8000-TERMINATE THRU 8000-EXIT
002800     MOVE RP-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
002810     OPEN OUTPUT REJECT-FILE.
002820     OPEN OUTPUT LISTING-FILE.
002824     PERFORM 1080-OPEN-SUSPENSE THRU 1080-EXIT.
002826     IF RUN-CANCELLED
002828         GO TO 1000-EXIT.
002830     PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT.
002840     PERFORM 1098-ECHO-PARAMETERS THRU 1098-EXIT.
002850     PERFORM 1095-OPEN-HISTORY THRU 1095-EXIT.
003460             SET TR-EOF TO TRUE
003470         NOT AT END
003480             ADD 1 TO WS-TRANS-READ-COUNT
003485             IF ST-RESUBMIT-FLAG = 'Y'
003486                 ADD 1 TO WS-RESUBMIT-READ-COUNT
003487             END-IF
003490     END-READ.
003500 1200-EXIT.
003510     EXIT.
003880* RECORD JUST FETCHED SO IT CAN BE UPDATED.
003890* ---------------------------------------------------------------
003900 3000-BUILD-FROM-OLD.
003904     MOVE COIL-MASTER-RECORD TO MJ-BEFORE-IMAGE.
003910     MOVE CM-COIL-ID TO WM-COIL-ID.
003920     MOVE CM-PART-NUMBER TO WM-PART-NUMBER.
003930     MOVE CM-DIAMETER TO WM-DIAMETER.
003974     MOVE CM-STATUS-DATE TO WM-STATUS-DATE.
003976     MOVE CM-STATUS-REVIEWER TO WM-STATUS-REVIEWER.
003978     MOVE CM-GAUGE-ID TO WM-GAUGE-ID.
003979     MOVE CM-LOT-NUMBER TO WM-LOT-NUMBER.
003980     PERFORM 3050-COPY-HISTORY THRU 3050-EXIT
003990         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5.
004000 3000-EXIT.
004110* START A FRESH ONE KEYED BY THE TRANSACTION'S COIL-ID.
004120* ---------------------------------------------------------------
004130 3100-BUILD-FROM-TRANS.
004134     MOVE SPACES TO MJ-BEFORE-IMAGE.
004140     MOVE ZERO TO WS-MASTER-WORK.
004150     MOVE ST-COIL-ID TO WM-COIL-ID.
004160     MOVE ST-PART-NUMBER TO WM-PART-NUMBER.
004174     MOVE ZERO TO WM-STATUS-DATE.
004176     MOVE SPACES TO WM-STATUS-REVIEWER.
004178     MOVE SPACES TO WM-GAUGE-ID.
004179     MOVE SPACES TO WM-LOT-NUMBER.
004180 3100-EXIT.
004190     EXIT.
004200*
004450     IF TRANS-OK
004460         PERFORM 3600-ADD-HISTORY-ENTRY THRU 3600-EXIT
004470         ADD 1 TO WS-GROUP-APPLIED-COUNT
004474         MOVE ST-BENCH-ID TO MJ-BENCH-ID
004480     ELSE
004490         PERFORM 3580-WRITE-REJECT THRU 3580-EXIT
004500     END-IF.
004640         WHEN ST-FLUX-DENSITY IS NOT NUMERIC
004650                 OR ST-FLUX-DENSITY = ZERO
004660             SET TRANS-NOT-OK TO TRUE
004664             MOVE "FZ" TO WS-REJECT-CODE
004670             MOVE "FLUX DENSITY ZERO OR NON-NUMERIC"
004680                 TO WS-REJECT-REASON
004690         WHEN ST-RUN-DATE IS NOT NUMERIC
004700             SET TRANS-NOT-OK TO TRUE
004704             MOVE "DN" TO WS-REJECT-CODE
004710             MOVE "RUN DATE NON-NUMERIC" TO WS-REJECT-REASON
004720         WHEN ST-RUN-DATE > WS-RUN-DATE-8
004730             SET TRANS-NOT-OK TO TRUE
004734             MOVE "DF" TO WS-REJECT-CODE
004740             MOVE "RUN DATE IN THE FUTURE" TO WS-REJECT-REASON
004750         WHEN OTHER
004760             PERFORM 3570-CHECK-DUPLICATE THRU 3570-EXIT
004900 3575-MATCH-HISTORY-DATE.
004910     IF WM-HIST-DATE (WS-DUP-SUB) = ST-RUN-DATE
004920         SET TRANS-NOT-OK TO TRUE
004924         MOVE "DP" TO WS-REJECT-CODE
004930         MOVE "DUPLICATE READING FOR THIS RUN DATE"
004940             TO WS-REJECT-REASON
004950     END-IF.
005050     MOVE SORTED-TRANS-RECORD TO RJ-TRANS-IMAGE.
005060     MOVE WS-REJECT-REASON TO RJ-REASON.
005070     WRITE REJECT-RECORD.
005074     PERFORM 3590-WRITE-SUSPENSE THRU 3590-EXIT.
005080     ADD 1 TO WS-REJECTED-COUNT.
005090 3580-EXIT.
005100     EXIT.
005130* 3600-ADD-HISTORY-ENTRY - APPEND ONE READING TO THE WORK RECORD'S
005140* HISTORY, DROPPING THE OLDEST READING WHEN IT IS ALREADY FULL.
005150* THE PART NUMBER FROM THE LATEST READING STICKS ON THE MASTER.
005153* A COIL REGISTERED AHEAD OF TESTING GOES ACTIVE WITH ITS FIRST
005156* READING, DATED AND SIGNED BY THAT READING.
005160* ---------------------------------------------------------------
005170 3600-ADD-HISTORY-ENTRY.
005180     IF WM-HISTORY-COUNT < 5
005352     IF ST-GAUGE-ID NOT = SPACE
005354         MOVE ST-GAUGE-ID TO WM-GAUGE-ID
005356     END-IF.
005357     IF ST-LOT-NUMBER NOT = SPACE
005358         MOVE ST-LOT-NUMBER TO WM-LOT-NUMBER
005359     END-IF.
005360     PERFORM 3680-WRITE-HISTORY-RECORD THRU 3680-EXIT.
005361     IF WM-STATUS-REGISTERED
005362         MOVE 'A' TO WM-STATUS-FLAG
005363         MOVE ST-RUN-DATE TO WM-STATUS-DATE
005364         MOVE ST-OPERATOR-ID TO WM-STATUS-REVIEWER
005365     END-IF.
005370 3600-EXIT.
005380     EXIT.
005390*
005490     MOVE ST-FLUX-DENSITY TO CH-FLUX-DENSITY.
005500     MOVE ST-PART-NUMBER TO CH-PART-NUMBER.
005505     MOVE ST-OPERATOR-ID TO CH-OPERATOR-ID.
005506     MOVE ST-RMA-RETEST-FLAG TO CH-RMA-RETEST-FLAG.
005507     MOVE WM-LOT-NUMBER TO CH-LOT-NUMBER.
005508     MOVE ST-GAUGE-ID TO CH-GAUGE-ID.
005509     MOVE ST-BENCH-ID TO CH-BENCH-ID.
005510     WRITE COIL-HISTORY-RECORD
005512         INVALID KEY
005514             DISPLAY "MASTUPD - WARNING - HISTORY ALREADY ON "
005610* ---------------------------------------------------------------
005620* 4000-WRITE-MASTER - MOVE THE FINISHED WORK RECORD BACK TO THE
005630* MASTER RECORD AREA AND WRITE (NEW COIL) OR REWRITE (EXISTING
005640* COIL) IT IN PLACE, JOURNALING THE BEFORE AND AFTER IMAGES.
005650* ---------------------------------------------------------------
005660 4000-WRITE-MASTER.
005670     MOVE SPACES TO COIL-MASTER-RECORD.
005744     MOVE WM-STATUS-DATE TO CM-STATUS-DATE.
005746     MOVE WM-STATUS-REVIEWER TO CM-STATUS-REVIEWER.
005748     MOVE WM-GAUGE-ID TO CM-GAUGE-ID.
005749     MOVE WM-LOT-NUMBER TO CM-LOT-NUMBER.
005750     PERFORM 4050-COPY-TO-MASTER THRU 4050-EXIT
005760         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5.
005770     IF MASTER-FOUND
005780         REWRITE COIL-MASTER-RECORD
005790         ADD 1 TO WS-UPDATED-COUNT
005794         SET MJ-ACTION-CHANGE TO TRUE
005800     ELSE
005810         WRITE COIL-MASTER-RECORD
005820         ADD 1 TO WS-NEW-COUNT
005824         SET MJ-ACTION-ADD TO TRUE
005830     END-IF.
005834     PERFORM 4100-WRITE-JOURNAL THRU 4100-EXIT.
005840 4000-EXIT.
005850     EXIT.
005860*
005890     MOVE WM-HIST-FLUX (WS-SUB) TO CM-HIST-FLUX (WS-SUB).
005900 4050-EXIT.
005910     EXIT.
005911*
005912* ---------------------------------------------------------------
005913* 4100-WRITE-JOURNAL - THE RECORD AS IT STOOD WHEN FETCHED (BLANK
005914* FOR A NEW COIL) AND AS JUST WRITTEN, UNDER THIS RUN'S RUNSTATS
005915* DATE AND TIME, FOR FORWARD RECOVERY (MASTRCV).
005916* ---------------------------------------------------------------
005917 4100-WRITE-JOURNAL.
005918     MOVE WS-RUN-DATE-8 TO MJ-RUN-DATE.
005919     MOVE WS-RUN-TIME TO MJ-RUN-TIME.
005920     MOVE "MASTUPD " TO MJ-PROGRAM-ID.
005921     MOVE CM-COIL-ID TO MJ-COIL-ID.
005922     MOVE COIL-MASTER-RECORD TO MJ-AFTER-IMAGE.
005923     CALL "MASTJRN" USING MASTER-JOURNAL-RECORD.
005924 4100-EXIT.
005925     EXIT.
005926*
005930* ---------------------------------------------------------------
005940* 5000-PRINT-COIL-HEADER - ONE LINE NAMING THE COIL THE FOLLOWING
005950* BEFORE/AFTER BLOCKS BELONG TO.
006680     CLOSE REJECT-FILE.
006690     CLOSE LISTING-FILE.
006700     CLOSE HISTORY-FILE.
006701     CLOSE SUSPENSE-FILE.
006702*    EVERY RESUBMISSION IS NOW APPLIED OR BACK ON SUSPENSE - EMPTY
006703*    COILTRRS SO THE NEXT RUN CANNOT APPLY IT A SECOND TIME.
006704     OPEN OUTPUT TRANS-FILE-RS.
006705     CLOSE TRANS-FILE-RS.
006710     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
006720     DISPLAY "COIL MASTER UPDATE COMPLETE - " WS-NEW-COUNT
006730         " NEW, " WS-UPDATED-COUNT " UPDATED IN PLACE, "
006740         WS-REJECTED-COUNT " TRANSACTIONS REJECTED".
006744     DISPLAY "  " WS-SUSPENSE-COUNT " REJECTS FILED ON SUSPENSE".
006746     DISPLAY "  " WS-RESUBMIT-READ-COUNT
006748         " RESUBMISSIONS READ FROM COILTRRS".
006750 8000-EXIT.
006760     EXIT.
006770*
007130     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
007140     MOVE WS-RUN-TIME TO RS-RUN-TIME.
007150     MOVE "MASTUPD " TO RS-PROGRAM-ID.
007155*    RUNBAL TIES THE READ COUNT TO FLUX2'S COILTRAN WRITTEN, SO
007156*    SUSPFIX'S RESUBMISSIONS (COILTRRS) ARE LEFT OUT OF IT.
007160     COMPUTE RS-RECORDS-READ =
007165         WS-TRANS-READ-COUNT - WS-RESUBMIT-READ-COUNT.
007170     MOVE WS-APPLIED-COUNT TO RS-ACCEPTED.
007180     MOVE WS-REJECTED-COUNT TO RS-REJECTED.
007190     MOVE ZERO TO RS-OUT-OF-SPEC.
007210     MOVE WS-MASTER-IN-COUNT TO RS-MASTER-IN.
007220     MOVE WS-NEW-COUNT TO RS-MASTER-NEW.
007230     MOVE WS-MASTER-OUT-COUNT TO RS-MASTER-OUT.
007233     MOVE WS-UPDATED-COUNT TO RS-MASTER-CHANGED.
007236     MOVE ZERO TO RS-MASTER-DELETED.
007240     CALL "RUNLOG" USING RUN-STAT-RECORD.
007250 8600-EXIT.
007260     EXIT.
007850         WS-CHAIN-RETURN-CODE.
007860 0800-EXIT.
007870     EXIT.
007880*
007890* ---------------------------------------------------------------
007900* 1080-OPEN-SUSPENSE - THE SUSPENSE FILE IS SHARED WITH FLUX2 AND
007910* SUSPFIX.  THE FIRST PROGRAM TO REJECT ANYTHING CREATES IT, THE
007920* SAME WAY 1090-OPEN-MASTER BOOTSTRAPS COILMAST.
007922* ANY OTHER FAILURE CANCELS THE RUN - A REJECT WITH NOWHERE TO
007924* SUSPEND IT WOULD BE LOST.
007930* ---------------------------------------------------------------
007940 1080-OPEN-SUSPENSE.
007950     OPEN I-O SUSPENSE-FILE.
007960     IF WS-SUSPENSE-STATUS = "35"
007970         OPEN OUTPUT SUSPENSE-FILE
007980         CLOSE SUSPENSE-FILE
007990         OPEN I-O SUSPENSE-FILE
008000     END-IF.
008001     IF WS-SUSPENSE-STATUS NOT = "00"
008002         DISPLAY "MASTUPD - SUSPENSE FILE WILL NOT OPEN - STATUS "
008003             WS-SUSPENSE-STATUS " - RUN CANCELLED"
008004         SET RUN-CANCELLED TO TRUE
008005     END-IF.
008010 1080-EXIT.
008020     EXIT.
008030*
008040* ---------------------------------------------------------------
008050* 3590-WRITE-SUSPENSE - FILE THE REJECTED TRANSACTION, WHOLE, ON
008060* THE SUSPENSE FILE AS AN OPEN ITEM SO IT IS CORRECTED AND
008070* RESUBMITTED (OR CANCELLED) INSTEAD OF FORGOTTEN.  THE KEY IS
008080* THIS RUN'S DATE AND TIME PLUS A SEQUENCE WITHIN THE RUN.
008090* ---------------------------------------------------------------
008100 3590-WRITE-SUSPENSE.
008110     MOVE SPACES TO SUSPENSE-RECORD.
008120     MOVE "MASTUPD " TO SP-PROGRAM-ID.
008130     MOVE ST-BENCH-ID TO SP-BENCH-ID.
008140     MOVE WS-RUN-DATE-8 TO SP-REJECT-DATE.
008150     MOVE WS-RUN-TIME TO SP-REJECT-TIME.
008160     ADD 1 TO WS-SUSPENSE-SEQ.
008170     MOVE WS-SUSPENSE-SEQ TO SP-REJECT-SEQ.
008180     MOVE ST-COIL-ID TO SP-COIL-ID.
008190     MOVE WS-REJECT-CODE TO SP-REASON-CODE.
008200     MOVE WS-REJECT-REASON TO SP-REASON-TEXT.
008210     MOVE ST-OPERATOR-ID TO SP-OPERATOR-ID.
008220     IF ST-RESUBMIT-FLAG = 'Y'
008230         MOVE 'Y' TO SP-RESUBMIT-FLAG
008240     ELSE
008250         MOVE 'N' TO SP-RESUBMIT-FLAG
008260     END-IF.
008270     SET SP-STATUS-OPEN TO TRUE.
008280     MOVE ZERO TO SP-FIX-COUNT.
008290     MOVE ZERO TO SP-RESOLVED-DATE.
008300     MOVE SORTED-TRANS-RECORD TO SP-ORIGINAL-IMAGE.
008310     MOVE SORTED-TRANS-RECORD TO SP-CURRENT-IMAGE.
008320     WRITE SUSPENSE-RECORD
008330         INVALID KEY
008340             DISPLAY "MASTUPD - SUSPENSE WRITE FAILED FOR COIL "
008350                 ST-COIL-ID " - STATUS " WS-SUSPENSE-STATUS
008360         NOT INVALID KEY
008370             ADD 1 TO WS-SUSPENSE-COUNT
008380     END-WRITE.
008390 3590-EXIT.
008400     EXIT.
