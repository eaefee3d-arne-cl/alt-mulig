000280*                     PROMOTES TO OOSFILE, SO NOTHING IS EVER
000290*                     DROPPED - THE HUMAN DECISION ABOUT A
000300*                     FAILURE FINALLY LIVES NEXT TO THE FAILURE.
000301*    2026-10-15  DPO  A VALID SIGN-ON IS NO LONGER ENOUGH - THE
000302*                     REVIEWER MUST ALSO HOLD THE DISPOSITION
000303*                     GRANT ON THE AUTHORITY MASTER (VIA AUTHCHK)
000304*                     OR THE SESSION IS REFUSED BEFORE OOSFILE IS
000305*                     OPENED, AND THE ATTEMPT IS LOGGED TO
000306*                     SECVIOL.
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000650 77  WS-FLUX-DISPLAY          PIC ZZZ9.9999.
000660 77  WS-LOW-DISPLAY           PIC ZZZ9.9999.
000670 77  WS-HIGH-DISPLAY          PIC ZZZ9.9999.
000671 77  WS-AUTH-FUNCTION         PIC 9(01) VALUE 2.
000672 77  WS-AUTH-PROGRAM          PIC X(08) VALUE "OOSENTRY".
000673 77  WS-AUTH-SUBJECT          PIC X(20) VALUE
000674         "OOSFILE DISPOSITION".
000680*
000690 01  WS-SWITCHES.
000700     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000850     88  OPERATOR-UNKNOWN                 VALUE 01.
000860     88  OPERATOR-INACTIVE                VALUE 02.
000870     88  NO-OPERATOR-MASTER               VALUE 03.
000871*
000872 01  WS-AUTH-RETURN-CODE          PIC 9(02).
000873     88  AUTH-GRANTED                     VALUE ZERO.
000874     88  AUTH-NOT-GRANTED                 VALUE 01.
000875     88  AUTH-OPERATOR-NOT-VALID          VALUE 02.
000876     88  AUTH-NO-AUTHORITY-MASTER         VALUE 03.
000880*
000890 PROCEDURE DIVISION.
000900*
000910 0000-MAINLINE.
000920     PERFORM 0500-VERIFY-REVIEWER THRU 0500-EXIT.
000922     IF RUN-NOT-CANCELLED
000924         PERFORM 0600-CHECK-AUTHORITY THRU 0600-EXIT
000926     END-IF.
000930     IF RUN-NOT-CANCELLED
000940         PERFORM 1000-INITIALIZE THRU 1000-EXIT
000950         PERFORM 2000-REVIEW-ITEM THRU 2000-EXIT
002505     END-IF.
002510 8000-EXIT.
002520     EXIT.
002530*
002540* ---------------------------------------------------------------
002550* 0600-CHECK-AUTHORITY - SEPARATION OF DUTIES: ONLY A REVIEWER
002560* HOLDING THE DISPOSITION GRANT MAY CLOSE OUT-OF-SPEC ITEMS.
002570* AUTHCHK LOGS ANY REFUSAL TO SECVIOL ITSELF.
002580* ---------------------------------------------------------------
002590 0600-CHECK-AUTHORITY.
002600     CALL "AUTHCHK" USING WS-REVIEWER-ID WS-AUTH-FUNCTION
002610         WS-AUTH-PROGRAM WS-AUTH-SUBJECT WS-AUTH-RETURN-CODE.
002620     EVALUATE TRUE
002630         WHEN AUTH-GRANTED
002640             CONTINUE
002650         WHEN AUTH-NOT-GRANTED
002660             DISPLAY "REVIEWER ID " WS-REVIEWER-ID
002670                 " DOES NOT HOLD THE DISPOSITION GRANT - "
002680                 "SESSION REFUSED"
002690             SET RUN-CANCELLED TO TRUE
002700         WHEN OTHER
002710             DISPLAY "AUTHORITY MASTER NOT AVAILABLE - SESSION "
002720                 "REFUSED"
002730             SET RUN-CANCELLED TO TRUE
002740     END-EVALUATE.
002750 0600-EXIT.
002760     EXIT.
