000267*                     ON ONE BENCH CANNOT REWIND THE OTHER;
000268*                     THE PREDECESSOR CHECK STILL SPANS EVERY
000269*                     BENCH - MASTUPD WAITS FOR ALL OF FLUX2.
000270*    2026-10-15  DPO  THE SUPERVISOR OVERRIDE IS NO LONGER TAKEN
000271*                     ON TRUST.  WHEN IT WOULD CLEAR A REFUSAL,
000272*                     THE SUPERVISOR NAMED ON THE PARAMETER CARD
000273*                     (RP-OVERRIDE-BY, READ VIA GETPARM) MUST HOLD
000274*                     THE CHAIN OVERRIDE GRANT (VIA AUTHCHK).  IF
000275*                     NOT, THE START IS REFUSED WITH CODE 04 AND
000276*                     AUTHCHK LOGS THE ATTEMPT TO SECVIOL.  AN
000277*                     HONOURED OVERRIDE NOW CARRIES THE
000278*                     SUPERVISOR'S ID ON CHAINCTL.
000279*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   GNUCOBOL.
000480 77  WS-OWN-DONE-COUNT        PIC 9(05).
000490 77  WS-PRED-START-COUNT      PIC 9(05).
000500 77  WS-PRED-DONE-COUNT       PIC 9(05).
000502 77  WS-AUTH-FUNCTION         PIC 9(01) VALUE 4.
000504 77  WS-OVERRIDE-BY           PIC X(08).
000506 77  WS-PARM-RETURN-CODE      PIC 9(02).
000510*
000511 01  WS-AUTH-RETURN-CODE          PIC 9(02).
000512     88  AUTH-GRANTED                     VALUE ZERO.
000513*
000520 01  WS-SWITCHES.
000530     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000540         88  EOF-YES                    VALUE 'Y'.
000550         88  EOF-NO                     VALUE 'N'.
000560*
000561 01  WS-OVERRIDE-SUBJECT.
000562     05  OS-PROGRAM-ID        PIC X(08).
000563     05  FILLER               PIC X(01) VALUE SPACE.
000564     05  OS-BENCH-ID          PIC X(02).
000565     05  FILLER               PIC X(01) VALUE SPACE.
000566     05  OS-RUN-DATE          PIC 9(08).
000567*
000568     COPY RUNPARM.
000569*
000570 LINKAGE SECTION.
000580 01  LK-PROGRAM-ID            PIC X(08).
000585 01  LK-BENCH-ID              PIC X(02).
000680     88  LK-PRED-NOT-DONE             VALUE 01.
000690     88  LK-START-STILL-OPEN          VALUE 02.
000700     88  LK-ALREADY-COMPLETED         VALUE 03.
000704     88  LK-OVERRIDE-REFUSED          VALUE 04.
000710*
000720 PROCEDURE DIVISION USING LK-PROGRAM-ID LK-BENCH-ID LK-PRED-ID
000725         LK-RUN-DATE LK-FUNCTION LK-OVERRIDE-FLAG
000750 0000-MAINLINE.
000760     SET LK-CHAIN-OK TO TRUE.
000770     ACCEPT WS-RUN-TIME FROM TIME.
000774     MOVE SPACES TO WS-OVERRIDE-BY.
000780     IF LK-FUNCTION-COMPLETE
000790         PERFORM 3000-APPEND-EVENT THRU 3000-EXIT
000800     ELSE
001470* AND HAS NO START STILL OPEN (A RESTART IN FLIGHT COUNTS AS
001480* NOT DONE).  THE SUPERVISOR OVERRIDE CLEARS THE REFUSAL BUT
001490* THE START RECORD CARRIES THE OVERRIDE MARK.
001493* THE OVERRIDE ONLY COUNTS WHEN THE SUPERVISOR NAMED ON THE
001496* PARAMETER CARD HOLDS THE CHAIN OVERRIDE GRANT (2100).
001500* ---------------------------------------------------------------
001510 2000-JUDGE-START.
001520     EVALUATE TRUE
001620             CONTINUE
001630     END-EVALUATE.
001640     IF NOT LK-CHAIN-OK AND LK-OVERRIDE-YES
001650         PERFORM 2100-CHECK-OVERRIDE THRU 2100-EXIT
001660     END-IF.
001670 2000-EXIT.
001680     EXIT.
001860     IF LK-FUNCTION-START AND LK-OVERRIDE-YES
001870         SET CC-OVERRIDDEN TO TRUE
001880     END-IF.
001884     MOVE WS-OVERRIDE-BY TO CC-OVERRIDE-BY.
001890     WRITE CHAIN-CTL-RECORD.
001900     CLOSE CHAIN-CTL-FILE.
001910 3000-EXIT.
001920     EXIT.
001930*
001940* ---------------------------------------------------------------
001950* 2100-CHECK-OVERRIDE - THE OVERRIDE FLAG ONLY SAYS SOMEBODY WANTS
001960* THE REFUSAL CLEARED; RP-OVERRIDE-BY SAYS WHO.  THAT ID MUST
001970* HOLD THE CHAIN OVERRIDE GRANT, OR THE START STAYS REFUSED WITH
001980* ITS OWN CODE AND AUTHCHK LOGS THE ATTEMPT TO SECVIOL AGAINST
001990* THE PROGRAM, BENCH AND BUSINESS DATE.
002000* ---------------------------------------------------------------
002010 2100-CHECK-OVERRIDE.
002020     CALL "GETPARM" USING RUN-PARM-RECORD WS-PARM-RETURN-CODE.
002030     MOVE LK-PROGRAM-ID TO OS-PROGRAM-ID.
002040     MOVE LK-BENCH-ID TO OS-BENCH-ID.
002050     MOVE LK-RUN-DATE TO OS-RUN-DATE.
002060     CALL "AUTHCHK" USING RP-OVERRIDE-BY WS-AUTH-FUNCTION
002070         LK-PROGRAM-ID WS-OVERRIDE-SUBJECT WS-AUTH-RETURN-CODE.
002080     IF AUTH-GRANTED
002090         SET LK-CHAIN-OK TO TRUE
002100         MOVE RP-OVERRIDE-BY TO WS-OVERRIDE-BY
002110     ELSE
002120         DISPLAY "CHAINLOG - " LK-PROGRAM-ID " REFUSED CODE "
002130             LK-RETURN-CODE " - OVERRIDE BY '" RP-OVERRIDE-BY
002140             "' NOT AUTHORIZED"
002150         SET LK-OVERRIDE-REFUSED TO TRUE
002160     END-IF.
002170 2100-EXIT.
002180     EXIT.
