000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     AUTHRPT.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - WEEKLY AUTHORITY REVIEW FOR THE
000100*                     QUALITY MANAGER'S SIGNATURE.  LISTS EVERY
000110*                     OPERATOR'S CURRENT GRANTS FROM THE AUTHORITY
000120*                     MASTER (AUTHMAST), FLAGGING ANY WHO ARE NO
000130*                     LONGER ACTIVE ON OPERMAST, THEN THE GRANT
000140*                     CHANGES (AUTHLOG) AND THE REFUSED ATTEMPTS
000150*                     (SECVIOL) FOR THE SEVEN DAYS ENDING ON THE
000160*                     RUNPARM AS-OF DATE (ZERO MEANS TODAY), WITH
000170*                     COUNTS BY FUNCTION AND A SIGN-OFF BLOCK.
000180*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   GNUCOBOL.
000220 OBJECT-COMPUTER.   GNUCOBOL.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT AUTHORITY-MASTER-FILE ASSIGN TO "AUTHMAST"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-AUTHORITY-STATUS.
000280     SELECT AUTH-LOG-FILE ASSIGN TO "AUTHLOG"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-AUTH-LOG-STATUS.
000310     SELECT VIOLATION-FILE ASSIGN TO "SECVIOL"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-VIOLATION-STATUS.
000340     SELECT REPORT-FILE ASSIGN TO "AUTHREV"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  AUTHORITY-MASTER-FILE
000400     RECORDING MODE IS F.
000410     COPY AUTHMAST.
000420*
000430 FD  AUTH-LOG-FILE
000440     RECORDING MODE IS F.
000450     COPY AUTHLOG.
000460*
000470 FD  VIOLATION-FILE
000480     RECORDING MODE IS F.
000490     COPY SECVIOL.
000500*
000510 FD  REPORT-FILE
000520     RECORDING MODE IS F.
000530 01  REPORT-RECORD               PIC X(80).
000540*
000550 WORKING-STORAGE SECTION.
000560 77  WS-AUTHORITY-STATUS      PIC X(02).
000570 77  WS-AUTH-LOG-STATUS       PIC X(02).
000580 77  WS-VIOLATION-STATUS      PIC X(02).
000590 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
000600 77  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
000610 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
000620 77  WS-READ-COUNT            PIC 9(05) VALUE ZERO.
000630 77  WS-OPERATOR-COUNT        PIC 9(05) VALUE ZERO.
000640 77  WS-LAPSED-COUNT          PIC 9(05) VALUE ZERO.
000650 77  WS-CHANGE-COUNT          PIC 9(05) VALUE ZERO.
000660 77  WS-VIOLATION-COUNT       PIC 9(05) VALUE ZERO.
000670 77  WS-FUNC-SUB              PIC 9(01).
000680 77  WS-RUN-DATE-8            PIC 9(08).
000690 77  WS-RUN-TIME              PIC 9(08).
000700 77  WS-AS-OF-DATE            PIC 9(08).
000710 77  WS-AS-OF-DAY-COUNT       PIC 9(08).
000720 77  WS-ITEM-DATE             PIC 9(08).
000730 77  WS-ITEM-DAY-COUNT        PIC 9(08).
000740 77  WS-DAYS-BACK             PIC S9(08).
000750 77  WS-DATE-RETURN-CODE      PIC 9(02).
000760     88  DATE-VALID                   VALUE ZERO.
000770 77  WS-OPERATOR-NAME         PIC X(20).
000780 77  WS-OPERATOR-CERT-LEVEL   PIC 9(01).
000790*
000800 01  WS-SWITCHES.
000810     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000820         88  EOF-YES                    VALUE 'Y'.
000830         88  EOF-NO                     VALUE 'N'.
000840     05  WS-WINDOW-SWITCH     PIC X(01) VALUE 'N'.
000850         88  IN-WINDOW                  VALUE 'Y'.
000860         88  NOT-IN-WINDOW              VALUE 'N'.
000870*
000880 01  WS-OPERATOR-RETURN-CODE      PIC 9(02).
000890     88  OPERATOR-VALID                   VALUE ZERO.
000900     88  OPERATOR-UNKNOWN                 VALUE 01.
000910     88  OPERATOR-INACTIVE                VALUE 02.
000920     88  NO-OPERATOR-MASTER               VALUE 03.
000930*
000940 01  WS-PARM-RETURN-CODE      PIC 9(02).
000950*
000960     COPY RUNPARM.
000970*
000980* HOLDERS AND VIOLATIONS BY FUNCTION, SUBSCRIPTED BY THE SAME
000990* FUNCTION NUMBER AS AU-GRANT-FLAG AND SV-FUNCTION.
001000*
001010 01  WS-FUNCTION-NAME-VALUES.
001020     05  FILLER               PIC X(12) VALUE "SPEC MAINT".
001030     05  FILLER               PIC X(12) VALUE "DISPOSITION".
001040     05  FILLER               PIC X(12) VALUE "STATUS CHG".
001050     05  FILLER               PIC X(12) VALUE "CHAIN OVRD".
001060     05  FILLER               PIC X(12) VALUE "GAUGE MAINT".
001065     05  FILLER               PIC X(12) VALUE "AUTH ADMIN".
001070 01  WS-FUNCTION-NAME-TABLE REDEFINES WS-FUNCTION-NAME-VALUES.
001080     05  WS-FUNCTION-NAME     PIC X(12) OCCURS 6 TIMES.
001090*
001100 01  WS-FUNCTION-COUNTS.
001110     05  WS-FUNCTION-ENTRY OCCURS 6 TIMES.
001120         10  WS-HOLDER-COUNT      PIC 9(05).
001130         10  WS-FUNC-VIOL-COUNT   PIC 9(05).
001140*
001150 01  WS-RUN-DATE.
001160     05  WS-RUN-YY            PIC 9(02).
001170     05  WS-RUN-MM            PIC 9(02).
001180     05  WS-RUN-DD            PIC 9(02).
001190*
001200 01  WS-TIME-WORK.
001210     05  WS-TIME-HH           PIC 9(02).
001220     05  WS-TIME-MM           PIC 9(02).
001230     05  FILLER               PIC 9(04).
001240*
001250     COPY RUNSTAT.
001260*
001270 01  WS-HEADING-1.
001280     05  FILLER               PIC X(01) VALUE SPACE.
001290     05  FILLER               PIC X(26) VALUE
001300         "WEEKLY AUTHORITY REVIEW".
001310     05  FILLER               PIC X(11) VALUE "  RUN DATE ".
001320     05  H1-RUN-MM            PIC 99.
001330     05  FILLER               PIC X(01) VALUE "/".
001340     05  H1-RUN-DD            PIC 99.
001350     05  FILLER               PIC X(01) VALUE "/".
001360     05  H1-RUN-YY            PIC 99.
001370     05  FILLER               PIC X(08) VALUE "  PAGE  ".
001380     05  H1-PAGE-NO           PIC ZZZ9.
001390     05  FILLER               PIC X(22) VALUE SPACE.
001400*
001410 01  WS-HEADING-2.
001420     05  FILLER               PIC X(01) VALUE SPACE.
001430     05  FILLER               PIC X(26) VALUE
001440         "FOR THE 7 DAYS ENDING".
001450     05  H2-AS-OF-DATE        PIC 9999/99/99.
001460     05  FILLER               PIC X(43) VALUE SPACE.
001470*
001480 01  WS-SECTION-LINE.
001490     05  FILLER               PIC X(01) VALUE SPACE.
001500     05  SE-TITLE             PIC X(40).
001510     05  FILLER               PIC X(39) VALUE SPACE.
001520*
001530 01  WS-GRANT-HEADING.
001540     05  FILLER               PIC X(01) VALUE SPACE.
001550     05  FILLER               PIC X(12) VALUE "OPERATOR".
001560     05  FILLER               PIC X(30) VALUE
001570         "SPEC DISP STAT OVRD GAUG AUTH".
001580     05  FILLER               PIC X(37) VALUE
001590         "CHANGED     BY        NOTE".
001600*
001610 01  WS-GRANT-LINE.
001620     05  FILLER               PIC X(01) VALUE SPACE.
001630     05  GL-OPERATOR-ID       PIC X(08).
001640     05  FILLER               PIC X(06) VALUE SPACE.
001650     05  GL-GRANT-FLAG-1      PIC X(01).
001660     05  FILLER               PIC X(04) VALUE SPACE.
001670     05  GL-GRANT-FLAG-2      PIC X(01).
001680     05  FILLER               PIC X(04) VALUE SPACE.
001690     05  GL-GRANT-FLAG-3      PIC X(01).
001700     05  FILLER               PIC X(04) VALUE SPACE.
001710     05  GL-GRANT-FLAG-4      PIC X(01).
001720     05  FILLER               PIC X(04) VALUE SPACE.
001730     05  GL-GRANT-FLAG-5      PIC X(01).
001735     05  FILLER               PIC X(04) VALUE SPACE.
001740     05  GL-GRANT-FLAG-6      PIC X(01).
001745     05  FILLER               PIC X(02) VALUE SPACE.
001750     05  GL-LAST-CHANGE-DATE  PIC 9999/99/99.
001760     05  FILLER               PIC X(02) VALUE SPACE.
001770     05  GL-LAST-CHANGED-BY   PIC X(08).
001780     05  FILLER               PIC X(02) VALUE SPACE.
001790     05  GL-NOTE              PIC X(15).
001800*
001810 01  WS-CHANGE-HEADING.
001820     05  FILLER               PIC X(01) VALUE SPACE.
001830     05  FILLER               PIC X(19) VALUE "CHANGED".
001840     05  FILLER               PIC X(14) VALUE "ACT OPERATOR".
001850     05  FILLER               PIC X(46) VALUE
001860         "BEFORE AFTER   CHANGED BY".
001870*
001880 01  WS-CHANGE-LINE.
001890     05  FILLER               PIC X(01) VALUE SPACE.
001900     05  CL-CHANGE-DATE       PIC 9999/99/99.
001910     05  FILLER               PIC X(01) VALUE SPACE.
001920     05  CL-CHANGE-HH         PIC 9(02).
001930     05  FILLER               PIC X(01) VALUE ":".
001940     05  CL-CHANGE-MM         PIC 9(02).
001950     05  FILLER               PIC X(03) VALUE SPACE.
001960     05  CL-ACTION            PIC X(01).
001970     05  FILLER               PIC X(03) VALUE SPACE.
001980     05  CL-OPERATOR-ID       PIC X(08).
001990     05  FILLER               PIC X(02) VALUE SPACE.
002000     05  CL-BEFORE-GRANTS     PIC X(06).
002010     05  FILLER               PIC X(01) VALUE SPACE.
002020     05  CL-AFTER-GRANTS      PIC X(06).
002030     05  FILLER               PIC X(02) VALUE SPACE.
002040     05  CL-CHANGED-BY        PIC X(08).
002050     05  FILLER               PIC X(23) VALUE SPACE.
002060*
002070 01  WS-VIOLATION-HEADING.
002080     05  FILLER               PIC X(01) VALUE SPACE.
002090     05  FILLER               PIC X(17) VALUE "ATTEMPTED".
002100     05  FILLER               PIC X(18) VALUE "PROGRAM  OPERATOR".
002110     05  FILLER               PIC X(13) VALUE "FUNCTION".
002120     05  FILLER               PIC X(31) VALUE
002130         "SUBJECT              REFUSED".
002140*
002150 01  WS-VIOLATION-LINE.
002160     05  FILLER               PIC X(01) VALUE SPACE.
002170     05  VL-VIOL-DATE         PIC 9999/99/99.
002180     05  FILLER               PIC X(01) VALUE SPACE.
002190     05  VL-VIOL-HH           PIC 9(02).
002200     05  FILLER               PIC X(01) VALUE ":".
002210     05  VL-VIOL-MM           PIC 9(02).
002220     05  FILLER               PIC X(01) VALUE SPACE.
002230     05  VL-PROGRAM-ID        PIC X(08).
002240     05  FILLER               PIC X(01) VALUE SPACE.
002250     05  VL-OPERATOR-ID       PIC X(08).
002260     05  FILLER               PIC X(01) VALUE SPACE.
002270     05  VL-FUNCTION-NAME     PIC X(12).
002280     05  FILLER               PIC X(01) VALUE SPACE.
002290     05  VL-SUBJECT           PIC X(20).
002300     05  FILLER               PIC X(01) VALUE SPACE.
002310     05  VL-REASON            PIC X(10).
002320*
002330 01  WS-SUMMARY-LINE.
002340     05  FILLER               PIC X(01) VALUE SPACE.
002350     05  SU-LABEL             PIC X(40).
002360     05  SU-COUNT             PIC ZZZZ9.
002370     05  FILLER               PIC X(34) VALUE SPACE.
002380*
002390 01  WS-SIGNOFF-LINE.
002400     05  FILLER               PIC X(01) VALUE SPACE.
002410     05  FILLER               PIC X(33) VALUE
002420         "REVIEWED BY QUALITY MANAGER".
002430     05  FILLER               PIC X(20) VALUE ALL "_".
002440     05  FILLER               PIC X(08) VALUE "  DATE ".
002450     05  FILLER               PIC X(12) VALUE ALL "_".
002460     05  FILLER               PIC X(06) VALUE SPACE.
002470*
002480 01  WS-PRINT-LINE            PIC X(80).
002490*
002500 PROCEDURE DIVISION.
002510*
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540     PERFORM 2000-LIST-GRANTS THRU 2000-EXIT.
002550     PERFORM 3000-LIST-CHANGES THRU 3000-EXIT.
002560     PERFORM 4000-LIST-VIOLATIONS THRU 4000-EXIT.
002570     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002580     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002590     STOP RUN.
002600*
002610* ---------------------------------------------------------------
002620* 1000-INITIALIZE - OPEN THE REPORT, PICK UP THE AS-OF DATE FROM
002630* RUNPARM (ZERO MEANS TODAY), AND CONVERT IT FOR THE SEVEN-DAY
002640* WINDOW ARITHMETIC.
002650* ---------------------------------------------------------------
002660 1000-INITIALIZE.
002670     OPEN OUTPUT REPORT-FILE.
002680     ACCEPT WS-RUN-DATE FROM DATE.
002690     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
002700     ACCEPT WS-RUN-TIME FROM TIME.
002710     MOVE 99 TO WS-LINE-COUNT.
002720     MOVE ZERO TO WS-FUNCTION-COUNTS.
002730     CALL "GETPARM" USING RUN-PARM-RECORD WS-PARM-RETURN-CODE.
002740     IF RP-AS-OF-DATE > ZERO
002750         MOVE RP-AS-OF-DATE TO WS-AS-OF-DATE
002760     ELSE
002770         MOVE WS-RUN-DATE-8 TO WS-AS-OF-DATE
002780     END-IF.
002790     MOVE WS-AS-OF-DATE TO H2-AS-OF-DATE.
002800     CALL "DATECONV" USING WS-AS-OF-DATE WS-AS-OF-DAY-COUNT
002810         WS-DATE-RETURN-CODE.
002820     IF NOT DATE-VALID
002830         DISPLAY "AUTHRPT - AS-OF DATE " WS-AS-OF-DATE
002840             " IS NOT A VALID DATE - TODAY USED"
002850         MOVE WS-RUN-DATE-8 TO WS-AS-OF-DATE
002860         MOVE WS-AS-OF-DATE TO H2-AS-OF-DATE
002870         CALL "DATECONV" USING WS-AS-OF-DATE WS-AS-OF-DAY-COUNT
002880             WS-DATE-RETURN-CODE
002890     END-IF.
002900 1000-EXIT.
002910     EXIT.
002920*
002930* ---------------------------------------------------------------
002940* 2000-LIST-GRANTS - EVERY OPERATOR ON AUTHMAST WITH THE SIX
002950* FLAGS AS THEY STAND TODAY.  A GRANT HELD BY AN ID THAT IS NO
002960* LONGER ACTIVE ON OPERMAST IS HARMLESS (AUTHCHK REFUSES THE ID
002970* FIRST) BUT IS NOTED SO THE MANAGER CAN WITHDRAW IT.
002980* ---------------------------------------------------------------
002990 2000-LIST-GRANTS.
003000     MOVE "CURRENT GRANTS" TO SE-TITLE.
003010     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
003020     MOVE WS-GRANT-HEADING TO WS-PRINT-LINE.
003030     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003040     SET EOF-NO TO TRUE.
003050     OPEN INPUT AUTHORITY-MASTER-FILE.
003060     IF WS-AUTHORITY-STATUS = "35"
003070         MOVE " ** NO AUTHORITY MASTER - NOBODY HOLDS ANY GRANT"
003080             TO WS-PRINT-LINE
003090         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
003100         GO TO 2000-EXIT
003110     END-IF.
003120     PERFORM 2100-READ-AUTHORITY THRU 2100-EXIT.
003130     PERFORM 2200-PRINT-GRANT THRU 2200-EXIT
003140         UNTIL EOF-YES.
003150     CLOSE AUTHORITY-MASTER-FILE.
003160 2000-EXIT.
003170     EXIT.
003180*
003190 2100-READ-AUTHORITY.
003200     READ AUTHORITY-MASTER-FILE
003210         AT END
003220             SET EOF-YES TO TRUE
003230         NOT AT END
003240             ADD 1 TO WS-READ-COUNT
003250     END-READ.
003260 2100-EXIT.
003270     EXIT.
003280*
003290 2200-PRINT-GRANT.
003300     ADD 1 TO WS-OPERATOR-COUNT.
003310     MOVE AU-OPERATOR-ID TO GL-OPERATOR-ID.
003320     MOVE AU-GRANT-FLAG (1) TO GL-GRANT-FLAG-1.
003330     MOVE AU-GRANT-FLAG (2) TO GL-GRANT-FLAG-2.
003340     MOVE AU-GRANT-FLAG (3) TO GL-GRANT-FLAG-3.
003350     MOVE AU-GRANT-FLAG (4) TO GL-GRANT-FLAG-4.
003360     MOVE AU-GRANT-FLAG (5) TO GL-GRANT-FLAG-5.
003365     MOVE AU-GRANT-FLAG (6) TO GL-GRANT-FLAG-6.
003370     PERFORM 2300-COUNT-HOLDER THRU 2300-EXIT
003380         VARYING WS-FUNC-SUB FROM 1 BY 1
003390         UNTIL WS-FUNC-SUB > 6.
003400     IF AU-LAST-CHANGE-DATE IS NUMERIC
003410         MOVE AU-LAST-CHANGE-DATE TO GL-LAST-CHANGE-DATE
003420     ELSE
003430         MOVE ZERO TO GL-LAST-CHANGE-DATE
003440     END-IF.
003450     MOVE AU-LAST-CHANGED-BY TO GL-LAST-CHANGED-BY.
003460     CALL "OPERCHK" USING AU-OPERATOR-ID WS-OPERATOR-NAME
003470         WS-OPERATOR-CERT-LEVEL WS-OPERATOR-RETURN-CODE.
003480     EVALUATE TRUE
003490         WHEN OPERATOR-VALID
003500             MOVE SPACES TO GL-NOTE
003510         WHEN OPERATOR-INACTIVE
003520             MOVE "DEACTIVATED" TO GL-NOTE
003530             ADD 1 TO WS-LAPSED-COUNT
003540         WHEN OPERATOR-UNKNOWN
003550             MOVE "NOT ON OPERMAST" TO GL-NOTE
003560             ADD 1 TO WS-LAPSED-COUNT
003570         WHEN OTHER
003580             MOVE "NO OPERMAST" TO GL-NOTE
003590     END-EVALUATE.
003600     MOVE WS-GRANT-LINE TO WS-PRINT-LINE.
003610     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003620     PERFORM 2100-READ-AUTHORITY THRU 2100-EXIT.
003630 2200-EXIT.
003640     EXIT.
003650*
003660 2300-COUNT-HOLDER.
003670     IF AU-GRANT-FLAG (WS-FUNC-SUB) = 'Y'
003680         ADD 1 TO WS-HOLDER-COUNT (WS-FUNC-SUB)
003690     END-IF.
003700 2300-EXIT.
003710     EXIT.
003720*
003730* ---------------------------------------------------------------
003740* 3000-LIST-CHANGES - EVERY AUTHLOG ENTRY DATED IN THE WEEK.  NO
003750* LOG YET MEANS NO GRANT HAS EVER BEEN CHANGED.
003760* ---------------------------------------------------------------
003770 3000-LIST-CHANGES.
003780     MOVE "GRANT CHANGES THIS WEEK" TO SE-TITLE.
003790     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
003800     MOVE WS-CHANGE-HEADING TO WS-PRINT-LINE.
003810     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003820     SET EOF-NO TO TRUE.
003830     OPEN INPUT AUTH-LOG-FILE.
003840     IF WS-AUTH-LOG-STATUS = "35"
003850         GO TO 3000-EXIT
003860     END-IF.
003870     PERFORM 3100-READ-AUTH-LOG THRU 3100-EXIT.
003880     PERFORM 3200-PRINT-CHANGE THRU 3200-EXIT
003890         UNTIL EOF-YES.
003900     CLOSE AUTH-LOG-FILE.
003910 3000-EXIT.
003920     EXIT.
003930*
003940 3100-READ-AUTH-LOG.
003950     READ AUTH-LOG-FILE
003960         AT END
003970             SET EOF-YES TO TRUE
003980         NOT AT END
003990             ADD 1 TO WS-READ-COUNT
004000     END-READ.
004010 3100-EXIT.
004020     EXIT.
004030*
004040 3200-PRINT-CHANGE.
004050     MOVE AL-CHANGE-DATE TO WS-ITEM-DATE.
004060     PERFORM 5000-CHECK-WINDOW THRU 5000-EXIT.
004070     IF IN-WINDOW
004080         ADD 1 TO WS-CHANGE-COUNT
004090         MOVE AL-CHANGE-DATE TO CL-CHANGE-DATE
004100         MOVE AL-CHANGE-TIME TO WS-TIME-WORK
004110         MOVE WS-TIME-HH TO CL-CHANGE-HH
004120         MOVE WS-TIME-MM TO CL-CHANGE-MM
004130         MOVE AL-ACTION TO CL-ACTION
004140         MOVE AL-OPERATOR-ID TO CL-OPERATOR-ID
004150         MOVE AL-BEFORE-GRANTS TO CL-BEFORE-GRANTS
004160         MOVE AL-AFTER-GRANTS TO CL-AFTER-GRANTS
004170         MOVE AL-CHANGED-BY TO CL-CHANGED-BY
004180         MOVE WS-CHANGE-LINE TO WS-PRINT-LINE
004190         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
004200     END-IF.
004210     PERFORM 3100-READ-AUTH-LOG THRU 3100-EXIT.
004220 3200-EXIT.
004230     EXIT.
004240*
004250* ---------------------------------------------------------------
004260* 4000-LIST-VIOLATIONS - EVERY REFUSED ATTEMPT DATED IN THE WEEK,
004270* WITH WHAT WAS ATTEMPTED AND WHY IT WAS REFUSED.
004280* ---------------------------------------------------------------
004290 4000-LIST-VIOLATIONS.
004300     MOVE "SECURITY VIOLATIONS THIS WEEK" TO SE-TITLE.
004310     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
004320     MOVE WS-VIOLATION-HEADING TO WS-PRINT-LINE.
004330     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004340     SET EOF-NO TO TRUE.
004350     OPEN INPUT VIOLATION-FILE.
004360     IF WS-VIOLATION-STATUS = "35"
004370         GO TO 4000-EXIT
004380     END-IF.
004390     PERFORM 4100-READ-VIOLATION THRU 4100-EXIT.
004400     PERFORM 4200-PRINT-VIOLATION THRU 4200-EXIT
004410         UNTIL EOF-YES.
004420     CLOSE VIOLATION-FILE.
004430 4000-EXIT.
004440     EXIT.
004450*
004460 4100-READ-VIOLATION.
004470     READ VIOLATION-FILE
004480         AT END
004490             SET EOF-YES TO TRUE
004500         NOT AT END
004510             ADD 1 TO WS-READ-COUNT
004520     END-READ.
004530 4100-EXIT.
004540     EXIT.
004550*
004560 4200-PRINT-VIOLATION.
004570     MOVE SV-VIOL-DATE TO WS-ITEM-DATE.
004580     PERFORM 5000-CHECK-WINDOW THRU 5000-EXIT.
004590     IF IN-WINDOW
004600         ADD 1 TO WS-VIOLATION-COUNT
004610         MOVE SV-VIOL-DATE TO VL-VIOL-DATE
004620         MOVE SV-VIOL-TIME TO WS-TIME-WORK
004630         MOVE WS-TIME-HH TO VL-VIOL-HH
004640         MOVE WS-TIME-MM TO VL-VIOL-MM
004650         MOVE SV-PROGRAM-ID TO VL-PROGRAM-ID
004660         MOVE SV-OPERATOR-ID TO VL-OPERATOR-ID
004670         IF SV-FUNCTION > ZERO AND SV-FUNCTION < 7
004680             MOVE WS-FUNCTION-NAME (SV-FUNCTION)
004690                 TO VL-FUNCTION-NAME
004700             ADD 1 TO WS-FUNC-VIOL-COUNT (SV-FUNCTION)
004710         ELSE
004720             MOVE "UNKNOWN" TO VL-FUNCTION-NAME
004730         END-IF
004740         MOVE SV-SUBJECT TO VL-SUBJECT
004750         EVALUATE TRUE
004760             WHEN SV-NO-GRANT
004770                 MOVE "NO GRANT" TO VL-REASON
004780             WHEN SV-OPERATOR-NOT-VALID
004790                 MOVE "BAD ID" TO VL-REASON
004800             WHEN SV-NO-AUTHORITY-MASTER
004810                 MOVE "NO AUTHMST" TO VL-REASON
004813             WHEN SV-OWN-GRANTS
004816                 MOVE "OWN GRANTS" TO VL-REASON
004820             WHEN OTHER
004830                 MOVE SV-REASON-CODE TO VL-REASON
004840         END-EVALUATE
004850         MOVE WS-VIOLATION-LINE TO WS-PRINT-LINE
004860         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
004870     END-IF.
004880     PERFORM 4100-READ-VIOLATION THRU 4100-EXIT.
004890 4200-EXIT.
004900     EXIT.
004910*
004920* ---------------------------------------------------------------
004930* 5000-CHECK-WINDOW - IS THE DATE STAGED IN WS-ITEM-DATE ONE OF
004940* THE SEVEN DAYS ENDING ON THE AS-OF DATE?  AN UNREADABLE DATE IS
004950* LEFT OUT.
004960* ---------------------------------------------------------------
004970 5000-CHECK-WINDOW.
004980     SET NOT-IN-WINDOW TO TRUE.
004990     IF WS-ITEM-DATE IS NOT NUMERIC
005000         GO TO 5000-EXIT
005010     END-IF.
005020     CALL "DATECONV" USING WS-ITEM-DATE WS-ITEM-DAY-COUNT
005030         WS-DATE-RETURN-CODE.
005040     IF NOT DATE-VALID
005050         GO TO 5000-EXIT
005060     END-IF.
005070     COMPUTE WS-DAYS-BACK =
005080         WS-AS-OF-DAY-COUNT - WS-ITEM-DAY-COUNT.
005090     IF WS-DAYS-BACK NOT < ZERO AND WS-DAYS-BACK < 7
005100         SET IN-WINDOW TO TRUE
005110     END-IF.
005120 5000-EXIT.
005130     EXIT.
005140*
005150* ---------------------------------------------------------------
005160* 6000-WRITE-LINE - BREAK TO A NEW PAGE WHEN FULL, THEN WRITE THE
005170* LINE STAGED IN WS-PRINT-LINE.
005180* ---------------------------------------------------------------
005190 6000-WRITE-LINE.
005200     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
005210         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
005220     END-IF.
005230     WRITE REPORT-RECORD FROM WS-PRINT-LINE
005240         AFTER ADVANCING 1 LINE.
005250     ADD 1 TO WS-LINE-COUNT.
005260 6000-EXIT.
005270     EXIT.
005280*
005290 6100-WRITE-SECTION.
005300     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
005310         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
005320     END-IF.
005330     WRITE REPORT-RECORD FROM WS-SECTION-LINE
005340         AFTER ADVANCING 2 LINES.
005350     ADD 2 TO WS-LINE-COUNT.
005360 6100-EXIT.
005370     EXIT.
005380*
005390 6500-WRITE-HEADINGS.
005400     ADD 1 TO WS-PAGE-COUNT.
005410     MOVE WS-RUN-MM TO H1-RUN-MM.
005420     MOVE WS-RUN-DD TO H1-RUN-DD.
005430     MOVE WS-RUN-YY TO H1-RUN-YY.
005440     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
005450     WRITE REPORT-RECORD FROM WS-HEADING-1
005460         AFTER ADVANCING PAGE.
005470     WRITE REPORT-RECORD FROM WS-HEADING-2
005480         AFTER ADVANCING 1 LINE.
005490     MOVE ZERO TO WS-LINE-COUNT.
005500 6500-EXIT.
005510     EXIT.
005520*
005530* ---------------------------------------------------------------
005540* 7000-PRINT-SUMMARY - HOLDERS AND VIOLATIONS BY FUNCTION, THEN
005550* THE QUALITY MANAGER'S SIGN-OFF.
005560* ---------------------------------------------------------------
005570 7000-PRINT-SUMMARY.
005580     MOVE "SUMMARY" TO SE-TITLE.
005590     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
005600     MOVE "OPERATORS ON THE AUTHORITY MASTER" TO SU-LABEL.
005610     MOVE WS-OPERATOR-COUNT TO SU-COUNT.
005620     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
005630     MOVE "  NO LONGER ACTIVE ON OPERMAST" TO SU-LABEL.
005640     MOVE WS-LAPSED-COUNT TO SU-COUNT.
005650     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
005660     PERFORM 7200-PRINT-HOLDERS THRU 7200-EXIT
005670         VARYING WS-FUNC-SUB FROM 1 BY 1
005680         UNTIL WS-FUNC-SUB > 6.
005690     MOVE "GRANT CHANGES THIS WEEK" TO SU-LABEL.
005700     MOVE WS-CHANGE-COUNT TO SU-COUNT.
005710     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
005720     MOVE "SECURITY VIOLATIONS THIS WEEK" TO SU-LABEL.
005730     MOVE WS-VIOLATION-COUNT TO SU-COUNT.
005740     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
005750     PERFORM 7300-PRINT-VIOLATIONS THRU 7300-EXIT
005760         VARYING WS-FUNC-SUB FROM 1 BY 1
005770         UNTIL WS-FUNC-SUB > 6.
005780     MOVE SPACES TO WS-PRINT-LINE.
005790     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005800     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005810     MOVE WS-SIGNOFF-LINE TO WS-PRINT-LINE.
005820     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005830 7000-EXIT.
005840     EXIT.
005850*
005860 7100-WRITE-SUMMARY.
005870     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
005880     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005890 7100-EXIT.
005900     EXIT.
005910*
005920 7200-PRINT-HOLDERS.
005930     MOVE SPACES TO SU-LABEL.
005940     STRING "  HOLDING " DELIMITED BY SIZE
005950         WS-FUNCTION-NAME (WS-FUNC-SUB) DELIMITED BY "  "
005960         INTO SU-LABEL.
005970     MOVE WS-HOLDER-COUNT (WS-FUNC-SUB) TO SU-COUNT.
005980     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
005990 7200-EXIT.
006000     EXIT.
006010*
006020 7300-PRINT-VIOLATIONS.
006030     MOVE SPACES TO SU-LABEL.
006040     STRING "  REFUSED " DELIMITED BY SIZE
006050         WS-FUNCTION-NAME (WS-FUNC-SUB) DELIMITED BY "  "
006060         INTO SU-LABEL.
006070     MOVE WS-FUNC-VIOL-COUNT (WS-FUNC-SUB) TO SU-COUNT.
006080     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006090 7300-EXIT.
006100     EXIT.
006110*
006120* ---------------------------------------------------------------
006130* 8000-TERMINATE - CLOSE THE REPORT, WRITE THE RUN-CONTROL
006140* RECORD, SHOW A RUN SUMMARY, AND RETURN TO THE OPERATING SYSTEM.
006150* ---------------------------------------------------------------
006160 8000-TERMINATE.
006170     CLOSE REPORT-FILE.
006180     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
006190     DISPLAY "AUTHORITY REVIEW COMPLETE - " WS-CHANGE-COUNT
006200         " GRANT CHANGES, " WS-VIOLATION-COUNT " VIOLATIONS".
006210 8000-EXIT.
006220     EXIT.
006230*
006240* ---------------------------------------------------------------
006250* 8600-WRITE-RUN-STATS - APPEND THIS RUN'S CONTROL TOTALS TO THE
006260* PERMANENT RUN-STATISTICS FILE FOR THE DAILY BALANCING RUN.
006270* ---------------------------------------------------------------
006280 8600-WRITE-RUN-STATS.
006290     MOVE SPACES TO RUN-STAT-RECORD.
006300     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
006310     MOVE WS-RUN-TIME TO RS-RUN-TIME.
006320     MOVE "AUTHRPT " TO RS-PROGRAM-ID.
006330     MOVE WS-READ-COUNT TO RS-RECORDS-READ.
006340     MOVE ZERO TO RS-ACCEPTED.
006350     MOVE WS-VIOLATION-COUNT TO RS-REJECTED.
006360     MOVE ZERO TO RS-OUT-OF-SPEC.
006370     MOVE ZERO TO RS-TRANS-WRITTEN.
006380     MOVE ZERO TO RS-MASTER-IN.
006390     MOVE ZERO TO RS-MASTER-NEW.
006400     MOVE ZERO TO RS-MASTER-OUT.
006410     CALL "RUNLOG" USING RUN-STAT-RECORD.
006420 8600-EXIT.
006430     EXIT.
