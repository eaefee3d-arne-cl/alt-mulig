000230*                     REST OF THE BATCH PROGRAMS, SO THE DAILY
000240*                     BALANCING RUN SEES TABLE MAINTENANCE
000250*                     ACTIVITY TOO.
000251*    2026-10-15  DPO  EACH TRANSACTION NOW NAMES THE ENGINEER
000252*                     KEYING IT (TB-OPERATOR-ID, NEW ON TABTRAN),
000253*                     WHO MUST HOLD THE SPEC MAINTENANCE GRANT ON
000254*                     THE AUTHORITY MASTER (VIA AUTHCHK) BEFORE
000255*                     ANYTHING ELSE IS EDITED; A REFUSAL IS
000256*                     REJECTED ON THE LISTING AND LOGGED TO
000257*                     SECVIOL.
000260*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000990 77  WS-TRANS-READ-COUNT      PIC 9(05) VALUE ZERO.
001000 77  WS-RUN-DATE-8            PIC 9(08).
001010 77  WS-RUN-TIME              PIC 9(08).
001012 77  WS-AUTH-FUNCTION         PIC 9(01) VALUE 1.
001014 77  WS-AUTH-PROGRAM          PIC X(08) VALUE "TABMAINT".
001016 77  WS-AUTH-SUBJECT          PIC X(20).
001020*
001030 01  WS-SWITCHES.
001040     05  WS-TRANS-EOF-SWITCH  PIC X(01) VALUE 'N'.
001160     05  WS-ENTRY-SWITCH      PIC X(01) VALUE 'N'.
001170         88  ENTRY-FOUND                VALUE 'Y'.
001180         88  ENTRY-NOT-FOUND            VALUE 'N'.
001181*
001182 01  WS-AUTH-RETURN-CODE          PIC 9(02).
001183     88  AUTH-GRANTED                     VALUE ZERO.
001184     88  AUTH-NOT-GRANTED                 VALUE 01.
001185     88  AUTH-OPERATOR-NOT-VALID          VALUE 02.
001186     88  AUTH-NO-AUTHORITY-MASTER         VALUE 03.
001190*
001200* IN-CORE COPIES OF BOTH MASTERS.  AN ENTRY DELETED BY A
001210* TRANSACTION IS MARKED INACTIVE RATHER THAN SHIFTED OUT, AND
004160* ACTION CODE, EFFECTIVE DATE, OR VALUES BEFORE IT EVER TOUCHES A
004170* WORK TABLE.  A DELETE CARRIES NO VALUES, SO ONLY ADD/CHANGE
004180* HAVE THEIRS EDITED.
004183* THE ENGINEER'S AUTHORITY IS CHECKED FIRST, SO AN ATTEMPT BY
004186* SOMEONE WITHOUT THE GRANT IS LOGGED WHATEVER ELSE IS WRONG.
004190* ---------------------------------------------------------------
004200 3100-EDIT-TRANS.
004210     SET TRANS-OK TO TRUE.
004220     MOVE "APPLIED" TO WS-TRANS-DISPOSITION.
004221     PERFORM 3120-CHECK-AUTHORITY THRU 3120-EXIT.
004222     IF TRANS-NOT-OK
004223         GO TO 3100-EXIT
004224     END-IF.
004230     IF NOT TB-SPEC-TABLE AND NOT TB-MATERIAL-TABLE
004240         SET TRANS-NOT-OK TO TRUE
004250         MOVE "REJECTED - INVALID TABLE ID"
007400     CALL "RUNLOG" USING RUN-STAT-RECORD.
007410 8600-EXIT.
007420     EXIT.
007430*
007440* ---------------------------------------------------------------
007450* 3120-CHECK-AUTHORITY - ONLY AN ENGINEER HOLDING THE SPEC
007460* MAINTENANCE GRANT MAY CHANGE EITHER TABLE.  AUTHCHK LOGS ANY
007470* REFUSAL TO SECVIOL ITSELF, AGAINST THE TRANSACTION'S KEY.
007480* ---------------------------------------------------------------
007490 3120-CHECK-AUTHORITY.
007500     MOVE SPACES TO WS-AUTH-SUBJECT.
007510     MOVE TB-KEY TO WS-AUTH-SUBJECT.
007520     CALL "AUTHCHK" USING TB-OPERATOR-ID WS-AUTH-FUNCTION
007530         WS-AUTH-PROGRAM WS-AUTH-SUBJECT WS-AUTH-RETURN-CODE.
007540     EVALUATE TRUE
007550         WHEN AUTH-GRANTED
007560             CONTINUE
007570         WHEN AUTH-NOT-GRANTED
007580             SET TRANS-NOT-OK TO TRUE
007590             MOVE "REJECTED - NO SPEC MAINTENANCE GRANT"
007600                 TO WS-TRANS-DISPOSITION
007610         WHEN AUTH-OPERATOR-NOT-VALID
007620             SET TRANS-NOT-OK TO TRUE
007630             MOVE "REJECTED - OPERATOR NOT VALID"
007640                 TO WS-TRANS-DISPOSITION
007650         WHEN OTHER
007660             SET TRANS-NOT-OK TO TRUE
007670             MOVE "REJECTED - NO AUTHORITY MASTER"
007680                 TO WS-TRANS-DISPOSITION
007690     END-EVALUATE.
007700 3120-EXIT.
007710     EXIT.
