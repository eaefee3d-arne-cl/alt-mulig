000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     AUTHCHK.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - DECIDES WHETHER AN OPERATOR MAY
000100*                     PERFORM ONE OF THE CONTROLLED FUNCTIONS -
000110*                     SPEC MAINTENANCE, DISPOSITION, STATUS
000118*                     CHANGE, CHAIN OVERRIDE, GAUGE MAINTENANCE
000126*                     OR AUTHORITY ADMINISTRATION - AGAINST THE
000134*                     AUTHORITY MASTER (AUTHMAST), ON BEHALF OF
000142*                     TABMAINT, OOSENTRY, COILSTAT, CHAINLOG,
000150*                     GAUGMNT AND AUTHMNT.  THE ID MUST FIRST
000160*                     PASS OPERCHK (ON FILE AND ACTIVE), THEN
000170*                     HOLD THE GRANT.  LOADS THE MASTER ON THE
000180*                     FIRST CALL OF THE RUN LIKE OPERCHK, AND A
000190*                     MISSING AUTHMAST FAILS CLOSED - NOBODY MAY
000200*                     DO ANYTHING CONTROLLED UNTIL IT IS
000210*                     RESTORED.  EVERY REFUSAL IS APPENDED TO THE
000220*                     SECURITY VIOLATION LOG (SECVIOL) HERE, SO NO
000230*                     CALLER CAN FORGET TO RECORD ONE.
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   GNUCOBOL.
000280 OBJECT-COMPUTER.   GNUCOBOL.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT AUTHORITY-MASTER-FILE ASSIGN TO "AUTHMAST"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-AUTHORITY-STATUS.
000340     SELECT VIOLATION-FILE ASSIGN TO "SECVIOL"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-VIOLATION-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  AUTHORITY-MASTER-FILE
000410     RECORDING MODE IS F.
000420     COPY AUTHMAST.
000430*
000440 FD  VIOLATION-FILE
000450     RECORDING MODE IS F.
000460     COPY SECVIOL.
000470*
000480 WORKING-STORAGE SECTION.
000490 77  WS-AUTHORITY-STATUS      PIC X(02).
000500 77  WS-VIOLATION-STATUS      PIC X(02).
000510 77  WS-TABLE-MAX             PIC 9(03) VALUE 100.
000520 77  WS-ENTRY-COUNT           PIC 9(03) VALUE ZERO.
000530 77  WS-OPERATOR-NAME         PIC X(20).
000540 77  WS-OPERATOR-CERT-LEVEL   PIC 9(01).
000550*
000560 01  WS-SWITCHES.
000570     05  WS-LOAD-SWITCH       PIC X(01) VALUE 'N'.
000580         88  TABLE-LOADED               VALUE 'Y'.
000590         88  TABLE-NOT-LOADED           VALUE 'N'.
000600     05  WS-FILE-SWITCH       PIC X(01) VALUE 'N'.
000610         88  MASTER-PRESENT             VALUE 'Y'.
000620         88  MASTER-MISSING             VALUE 'N'.
000630     05  WS-AUTH-EOF-SWITCH   PIC X(01) VALUE 'N'.
000640         88  AUTH-EOF-YES               VALUE 'Y'.
000650         88  AUTH-EOF-NO                VALUE 'N'.
000660*
000670 01  WS-OPERATOR-RETURN-CODE      PIC 9(02).
000680     88  OPERATOR-VALID                   VALUE ZERO.
000690*
000700 01  AUTHORITY-TABLE.
000710     05  ATB-ENTRY OCCURS 100 TIMES INDEXED BY ATB-IDX.
000720         10  ATB-OPERATOR-ID      PIC X(08).
000730         10  ATB-GRANTS           PIC X(06).
000740*
000750 LINKAGE SECTION.
000760 01  LK-OPERATOR-ID           PIC X(08).
000770 01  LK-FUNCTION              PIC 9(01).
000780     88  LK-FUNCTION-VALID            VALUE 1 THRU 6.
000790 01  LK-PROGRAM-ID            PIC X(08).
000800 01  LK-SUBJECT               PIC X(20).
000810 01  LK-RETURN-CODE           PIC 9(02).
000820     88  LK-GRANTED                   VALUE ZERO.
000830     88  LK-NOT-GRANTED               VALUE 01.
000840     88  LK-OPERATOR-NOT-VALID        VALUE 02.
000850     88  LK-NO-AUTHORITY-MASTER       VALUE 03.
000860*
000870 PROCEDURE DIVISION USING LK-OPERATOR-ID LK-FUNCTION
000880         LK-PROGRAM-ID LK-SUBJECT LK-RETURN-CODE.
000890*
000900 0000-MAINLINE.
000910     IF TABLE-NOT-LOADED
000920         PERFORM 1000-LOAD-AUTHORITY-TABLE THRU 1000-EXIT
000930     END-IF.
000940     SET LK-GRANTED TO TRUE.
000950     PERFORM 2000-JUDGE-REQUEST THRU 2000-EXIT.
000960     IF NOT LK-GRANTED
000970         PERFORM 3000-LOG-VIOLATION THRU 3000-EXIT
000980     END-IF.
000990     GOBACK.
001000*
001010* ---------------------------------------------------------------
001020* 1000-LOAD-AUTHORITY-TABLE - FIRST CALL OF THE RUN.  A MISSING
001030* AUTHMAST (STATUS 35) IS REMEMBERED AND EVERY CALL COMES BACK
001040* NO-AUTHORITY-MASTER, SO A LOST FILE LOCKS THE CONTROLLED
001050* FUNCTIONS RATHER THAN OPENING THEM TO EVERYONE.
001060* ---------------------------------------------------------------
001070 1000-LOAD-AUTHORITY-TABLE.
001080     SET TABLE-LOADED TO TRUE.
001090     MOVE SPACES TO AUTHORITY-TABLE.
001100     MOVE ZERO TO WS-ENTRY-COUNT.
001110     OPEN INPUT AUTHORITY-MASTER-FILE.
001120     IF WS-AUTHORITY-STATUS = "35"
001130         SET MASTER-MISSING TO TRUE
001140         DISPLAY "AUTHCHK - AUTHORITY MASTER FILE NOT FOUND - "
001150             "ALL CONTROLLED FUNCTIONS WILL BE REFUSED"
001160     ELSE
001170         SET MASTER-PRESENT TO TRUE
001180         PERFORM 1100-READ-AUTHORITY-MASTER THRU 1100-EXIT
001190         PERFORM 1200-STORE-AUTHORITY THRU 1200-EXIT
001200             UNTIL AUTH-EOF-YES
001210         CLOSE AUTHORITY-MASTER-FILE
001220     END-IF.
001230 1000-EXIT.
001240     EXIT.
001250*
001260 1100-READ-AUTHORITY-MASTER.
001270     READ AUTHORITY-MASTER-FILE
001280         AT END
001290             SET AUTH-EOF-YES TO TRUE
001300     END-READ.
001310 1100-EXIT.
001320     EXIT.
001330*
001340 1200-STORE-AUTHORITY.
001350     IF WS-ENTRY-COUNT < WS-TABLE-MAX
001360         ADD 1 TO WS-ENTRY-COUNT
001370         MOVE AU-OPERATOR-ID
001380             TO ATB-OPERATOR-ID (WS-ENTRY-COUNT)
001390         MOVE AU-GRANTS TO ATB-GRANTS (WS-ENTRY-COUNT)
001400     ELSE
001410         DISPLAY "AUTHCHK - WARNING - AUTHORITY TABLE FULL - ID "
001420             AU-OPERATOR-ID " IGNORED"
001430     END-IF.
001440     PERFORM 1100-READ-AUTHORITY-MASTER THRU 1100-EXIT.
001450 1200-EXIT.
001460     EXIT.
001470*
001480* ---------------------------------------------------------------
001490* 2000-JUDGE-REQUEST - WORST FIRST: NO MASTER, THEN AN ID THAT IS
001500* NOT A VALID ACTIVE OPERATOR, THEN AN ID WITHOUT THE GRANT.  AN
001510* OPERATOR NOT ON AUTHMAST, OR A FUNCTION NUMBER OUTSIDE 1-6,
001520* HOLDS NO GRANT BY DEFINITION.
001530* ---------------------------------------------------------------
001540 2000-JUDGE-REQUEST.
001550     IF MASTER-MISSING
001560         SET LK-NO-AUTHORITY-MASTER TO TRUE
001570         GO TO 2000-EXIT
001580     END-IF.
001590     CALL "OPERCHK" USING LK-OPERATOR-ID WS-OPERATOR-NAME
001600         WS-OPERATOR-CERT-LEVEL WS-OPERATOR-RETURN-CODE.
001610     IF NOT OPERATOR-VALID
001620         SET LK-OPERATOR-NOT-VALID TO TRUE
001630         GO TO 2000-EXIT
001640     END-IF.
001650     IF NOT LK-FUNCTION-VALID
001660         SET LK-NOT-GRANTED TO TRUE
001670         GO TO 2000-EXIT
001680     END-IF.
001690     SET ATB-IDX TO 1.
001700     SEARCH ATB-ENTRY
001710         AT END
001720             SET LK-NOT-GRANTED TO TRUE
001730         WHEN ATB-OPERATOR-ID (ATB-IDX) = LK-OPERATOR-ID
001740             IF ATB-GRANTS (ATB-IDX) (LK-FUNCTION:1) NOT = 'Y'
001750                 SET LK-NOT-GRANTED TO TRUE
001760             END-IF
001770     END-SEARCH.
001780 2000-EXIT.
001790     EXIT.
001800*
001810* ---------------------------------------------------------------
001820* 3000-LOG-VIOLATION - THE LOG IS A PERMANENT, GROWING RECORD, SO
001830* IT IS OPENED FOR EXTEND (APPEND) WITH THE USUAL FIRST-RUN
001840* BOOTSTRAP, AND CLOSED AGAIN AT ONCE SO AN ABEND IN THE CALLER
001850* CANNOT LOSE THE ENTRY.
001860* ---------------------------------------------------------------
001870 3000-LOG-VIOLATION.
001880     OPEN EXTEND VIOLATION-FILE.
001890     IF WS-VIOLATION-STATUS = "35"
001900         OPEN OUTPUT VIOLATION-FILE
001910     END-IF.
001920     MOVE SPACES TO SECURITY-VIOLATION-RECORD.
001930     ACCEPT SV-VIOL-DATE FROM DATE YYYYMMDD.
001940     ACCEPT SV-VIOL-TIME FROM TIME.
001950     MOVE LK-PROGRAM-ID TO SV-PROGRAM-ID.
001960     MOVE LK-OPERATOR-ID TO SV-OPERATOR-ID.
001970     IF LK-FUNCTION IS NUMERIC
001980         MOVE LK-FUNCTION TO SV-FUNCTION
001990     ELSE
002000         MOVE ZERO TO SV-FUNCTION
002010     END-IF.
002020     MOVE LK-RETURN-CODE TO SV-REASON-CODE.
002030     MOVE LK-SUBJECT TO SV-SUBJECT.
002040     WRITE SECURITY-VIOLATION-RECORD.
002050     CLOSE VIOLATION-FILE.
002060 3000-EXIT.
002070     EXIT.
