000220*                     RETIRED COILS, FLUX2 REJECTS READINGS FOR
000230*                     THEM, AND COILINQ SHOWS THE STATUS AND WHO
000240*                     SET IT.
000241*    2026-10-15  DPO  A STATTRAN REVIEWER MUST NOW ALSO HOLD THE
000242*                     STATUS CHANGE GRANT ON THE AUTHORITY MASTER
000243*                     (VIA AUTHCHK); A REFUSAL IS REJECTED ON
000244*                     STATLIST AND LOGGED TO SECVIOL.  HOLDS FROM
000245*                     LOTACC AND CONTAIN ARE JUDGED BY THEIR
000246*                     SIGNER THE SAME WAY.  OOSFILE SCRAPS ARE NOT
000247*                     CHECKED AGAIN - OOSENTRY ALREADY REQUIRED
000248*                     THE DISPOSITION GRANT OF THE REVIEWER WHO
000249*                     CLOSED THEM.
000250*    2026-10-15  DPO  EVERY REWRITE OF A MASTER RECORD IS
000251*                     JOURNALED WITH ITS BEFORE AND AFTER IMAGES
000252*                     (MASTJRNL, VIA MASTJRN) FOR FORWARD RECOVERY
000253*                     (MASTRCV), AND THE COUNT GOES TO RUNSTATS
000254*                     (RS-MASTER-CHANGED).
000255*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   GNUCOBOL.
000760 77  WS-RUN-TIME              PIC 9(08).
000770 77  WS-REVIEWER-NAME         PIC X(20).
000780 77  WS-REVIEWER-CERT-LEVEL   PIC 9(01).
000782 77  WS-AUTH-FUNCTION         PIC 9(01) VALUE 3.
000784 77  WS-AUTH-PROGRAM          PIC X(08) VALUE "COILSTAT".
000786 77  WS-AUTH-SUBJECT          PIC X(20).
000790*
000800 01  WS-SWITCHES.
000810     05  WS-MASTER-SWITCH     PIC X(01) VALUE 'N'.
000960     88  OPERATOR-UNKNOWN                 VALUE 01.
000970     88  OPERATOR-INACTIVE                VALUE 02.
000980     88  NO-OPERATOR-MASTER               VALUE 03.
000981*
000982 01  WS-AUTH-RETURN-CODE          PIC 9(02).
000983     88  AUTH-GRANTED                     VALUE ZERO.
000984     88  AUTH-NOT-GRANTED                 VALUE 01.
000985     88  AUTH-OPERATOR-NOT-VALID          VALUE 02.
000986     88  AUTH-NO-AUTHORITY-MASTER         VALUE 03.
000990*
001000 01  WS-RUN-DATE.
001010     05  WS-RUN-YY            PIC 9(02).
001040*
001050     COPY RUNSTAT.
001060*
001063     COPY MASTJRNL.
001066*
001070 01  WS-HEADING-1.
001080     05  FILLER               PIC X(01) VALUE SPACE.
001090     05  FILLER               PIC X(26) VALUE
002350                 TO WS-DISPOSITION
002360             ADD 1 TO WS-NOCHANGE-COUNT
002370         WHEN OTHER
002374             MOVE COIL-MASTER-RECORD TO MJ-BEFORE-IMAGE
002380             MOVE 'S' TO CM-STATUS-FLAG
002390             MOVE OD-DISP-DATE TO CM-STATUS-DATE
002400             MOVE OD-REVIEWER-ID TO CM-STATUS-REVIEWER
002410             REWRITE COIL-MASTER-RECORD
002414             PERFORM 8700-WRITE-JOURNAL THRU 8700-EXIT
002420             MOVE "APPLIED - COIL SCRAPPED" TO WS-DISPOSITION
002430             ADD 1 TO WS-APPLIED-COUNT
002440     END-EVALUATE.
003250     IF WS-DISPOSITION NOT = SPACE
003260         GO TO 3300-EXIT
003270     END-IF.
003271     PERFORM 4200-CHECK-AUTHORITY THRU 4200-EXIT.
003272     IF WS-DISPOSITION NOT = SPACE
003273         GO TO 3300-EXIT
003274     END-IF.
003280     PERFORM 4100-FETCH-TRANS-COIL THRU 4100-EXIT.
003290     IF COIL-NOT-FOUND
003300         MOVE "REJECTED - COIL NOT ON MASTER"
003390             TO WS-DISPOSITION
003400         ADD 1 TO WS-NOCHANGE-COUNT
003410     ELSE
003414         MOVE COIL-MASTER-RECORD TO MJ-BEFORE-IMAGE
003420         MOVE SN-STATUS-CODE TO CM-STATUS-FLAG
003430         MOVE WS-RUN-DATE-8 TO CM-STATUS-DATE
003440         MOVE SN-REVIEWER-ID TO CM-STATUS-REVIEWER
003450         REWRITE COIL-MASTER-RECORD
003454         PERFORM 8700-WRITE-JOURNAL THRU 8700-EXIT
003460         MOVE "APPLIED" TO WS-DISPOSITION
003470         ADD 1 TO WS-APPLIED-COUNT
003480     END-IF.
003740     END-READ.
003750 4100-EXIT.
003760     EXIT.
003761*
003762 4200-CHECK-AUTHORITY.
003763     MOVE SN-COIL-ID TO WS-AUTH-SUBJECT.
003764     CALL "AUTHCHK" USING SN-REVIEWER-ID WS-AUTH-FUNCTION
003765         WS-AUTH-PROGRAM WS-AUTH-SUBJECT WS-AUTH-RETURN-CODE.
003766     EVALUATE TRUE
003767         WHEN AUTH-GRANTED
003768             CONTINUE
003769         WHEN AUTH-NOT-GRANTED
003770             MOVE "REJECTED - NO STATUS CHANGE GRANT"
003771                 TO WS-DISPOSITION
003772         WHEN AUTH-OPERATOR-NOT-VALID
003773             MOVE "REJECTED - REVIEWER INVALID" TO WS-DISPOSITION
003774         WHEN OTHER
003775             MOVE "REJECTED - NO AUTH MASTER" TO WS-DISPOSITION
003776     END-EVALUATE.
003777 4200-EXIT.
003778     EXIT.
003779*
003780 5000-PRINT-ACTION.
003790     MOVE WS-DISPOSITION TO DL-DISPOSITION.
003800     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
004530     MOVE ZERO TO RS-MASTER-IN.
004540     MOVE ZERO TO RS-MASTER-NEW.
004550     MOVE ZERO TO RS-MASTER-OUT.
004553     MOVE WS-APPLIED-COUNT TO RS-MASTER-CHANGED.
004556     MOVE ZERO TO RS-MASTER-DELETED.
004560     CALL "RUNLOG" USING RUN-STAT-RECORD.
004570 8600-EXIT.
004580     EXIT.
004590*
004600* ---------------------------------------------------------------
004610* 8700-WRITE-JOURNAL - THE RECORD AS FETCHED AND AS JUST
004620* REWRITTEN, UNDER THIS RUN'S RUNSTATS DATE AND TIME, FOR FORWARD
004630* RECOVERY (MASTRCV).  A STATUS CHANGE COMES FROM NO BENCH.
004640* ---------------------------------------------------------------
004650 8700-WRITE-JOURNAL.
004660     MOVE WS-RUN-DATE-8 TO MJ-RUN-DATE.
004670     MOVE WS-RUN-TIME TO MJ-RUN-TIME.
004680     MOVE "COILSTAT" TO MJ-PROGRAM-ID.
004690     MOVE SPACES TO MJ-BENCH-ID.
004700     MOVE CM-COIL-ID TO MJ-COIL-ID.
004710     SET MJ-ACTION-CHANGE TO TRUE.
004720     MOVE COIL-MASTER-RECORD TO MJ-AFTER-IMAGE.
004730     CALL "MASTJRN" USING MASTER-JOURNAL-RECORD.
004740 8700-EXIT.
004750     EXIT.
