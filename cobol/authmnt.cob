000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     AUTHMNT.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - APPLIES THE QUALITY MANAGER'S
000100*                     GRANT TRANSACTIONS (AUTHTRAN) TO THE
000110*                     AUTHORITY MASTER (AUTHMAST), WRITING A NEW
000120*                     GENERATION (AUTHMASTN) THE SAME WAY TABMAINT
000130*                     CUTS SPECMASTN, AND PRINTS A BEFORE/AFTER
000140*                     LISTING (AUTHLIST).  THE PERSON MAKING THE
000150*                     CHANGE MUST HOLD THE AUTHORITY
000160*                     ADMINISTRATION GRANT (AUTHCHK FUNCTION 6)
000170*                     AND MAY NOT CHANGE THEIR OWN GRANTS - BOTH
000180*                     REFUSALS GO TO THE SECURITY VIOLATION LOG
000190*                     (SECVIOL); THE OPERATOR RECEIVING A GRANT
000200*                     MUST BE ON OPERMAST AND ACTIVE.  EVERY
000210*                     APPLIED CHANGE IS APPENDED TO AUTHLOG WITH
000220*                     THE FLAGS BEFORE AND AFTER, FOR THE WEEKLY
000230*                     AUTHORITY REPORT (AUTHRPT).
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   GNUCOBOL.
000280 OBJECT-COMPUTER.   GNUCOBOL.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT AUTH-TRANS-FILE ASSIGN TO "AUTHTRAN"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-TRANS-STATUS.
000340     SELECT OLD-AUTHORITY-FILE ASSIGN TO "AUTHMAST"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-OLD-AUTHORITY-STATUS.
000370     SELECT NEW-AUTHORITY-FILE ASSIGN TO "AUTHMASTN"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT AUTH-LOG-FILE ASSIGN TO "AUTHLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AUTH-LOG-STATUS.
000420     SELECT VIOLATION-FILE ASSIGN TO "SECVIOL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-VIOLATION-STATUS.
000450     SELECT LISTING-FILE ASSIGN TO "AUTHLIST"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  AUTH-TRANS-FILE
000510     RECORDING MODE IS F.
000520     COPY AUTHTRAN.
000530*
000540 FD  OLD-AUTHORITY-FILE
000550     RECORDING MODE IS F.
000560     COPY AUTHMAST.
000570*
000580 FD  NEW-AUTHORITY-FILE
000590     RECORDING MODE IS F.
000600     COPY AUTHMAST REPLACING
000610         AUTHORITY-MASTER-RECORD BY NEW-AUTHORITY-RECORD
000620         AU-OPERATOR-ID BY NA-OPERATOR-ID
000630         AU-GRANTS BY NA-GRANTS
000640         AU-SPEC-MAINT BY NA-SPEC-MAINT
000650         AU-SPEC-MAINT-GRANTED BY NA-SPEC-MAINT-GRANTED
000660         AU-DISPOSITION BY NA-DISPOSITION
000670         AU-DISPOSITION-GRANTED BY NA-DISPOSITION-GRANTED
000680         AU-STATUS-CHANGE BY NA-STATUS-CHANGE
000690         AU-STATUS-CHANGE-GRANTED BY NA-STATUS-CHANGE-GRANTED
000700         AU-CHAIN-OVERRIDE BY NA-CHAIN-OVERRIDE
000710         AU-OVERRIDE-GRANTED BY NA-OVERRIDE-GRANTED
000720         AU-GAUGE-MAINT BY NA-GAUGE-MAINT
000730         AU-GAUGE-MAINT-GRANTED BY NA-GAUGE-MAINT-GRANTED
000740         AU-AUTH-ADMIN BY NA-AUTH-ADMIN
000750         AU-AUTH-ADMIN-GRANTED BY NA-AUTH-ADMIN-GRANTED
000760         AU-GRANT-TABLE BY NA-GRANT-TABLE
000770         AU-GRANT-FLAG BY NA-GRANT-FLAG
000780         AU-LAST-CHANGE-DATE BY NA-LAST-CHANGE-DATE
000790         AU-LAST-CHANGED-BY BY NA-LAST-CHANGED-BY.
000800*
000810 FD  AUTH-LOG-FILE
000820     RECORDING MODE IS F.
000830     COPY AUTHLOG.
000840*
000850 FD  VIOLATION-FILE
000860     RECORDING MODE IS F.
000870     COPY SECVIOL.
000880*
000890 FD  LISTING-FILE
000900     RECORDING MODE IS F.
000910 01  LISTING-RECORD              PIC X(80).
000920*
000930 WORKING-STORAGE SECTION.
000940 77  WS-TRANS-STATUS          PIC X(02).
000950 77  WS-OLD-AUTHORITY-STATUS  PIC X(02).
000960 77  WS-AUTH-LOG-STATUS       PIC X(02).
000970 77  WS-VIOLATION-STATUS      PIC X(02).
000980 77  WS-TABLE-MAX             PIC 9(03) VALUE 100.
000990 77  WS-AUTHORITY-COUNT       PIC 9(03) VALUE ZERO.
001000 77  WS-SUB                   PIC 9(03).
001010 77  WS-FOUND-SUB             PIC 9(03).
001020 77  WS-FLAG-SUB              PIC 9(01).
001030 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
001040 77  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
001050 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
001060 77  WS-APPLIED-COUNT         PIC 9(05) VALUE ZERO.
001070 77  WS-REJECTED-COUNT        PIC 9(05) VALUE ZERO.
001080 77  WS-TRANS-READ-COUNT      PIC 9(05) VALUE ZERO.
001090 77  WS-MASTER-IN-COUNT       PIC 9(05) VALUE ZERO.
001100 77  WS-MASTER-OUT-COUNT      PIC 9(05) VALUE ZERO.
001110 77  WS-RUN-DATE-8            PIC 9(08).
001120 77  WS-RUN-TIME              PIC 9(08).
001130 77  WS-BEFORE-GRANTS         PIC X(06).
001140 77  WS-OPERATOR-NAME         PIC X(20).
001150 77  WS-OPERATOR-CERT-LEVEL   PIC 9(01).
001160 77  WS-AUTH-FUNCTION         PIC 9(01) VALUE 6.
001170 77  WS-AUTH-PROGRAM          PIC X(08) VALUE "AUTHMNT".
001180 77  WS-AUTH-SUBJECT          PIC X(20).
001190*
001200 01  WS-SWITCHES.
001210     05  WS-TRANS-EOF-SWITCH  PIC X(01) VALUE 'N'.
001220         88  TRANS-EOF-YES              VALUE 'Y'.
001230         88  TRANS-EOF-NO               VALUE 'N'.
001240     05  WS-AUTH-EOF-SWITCH   PIC X(01) VALUE 'N'.
001250         88  AUTH-EOF-YES               VALUE 'Y'.
001260         88  AUTH-EOF-NO                VALUE 'N'.
001270     05  WS-TRANS-OK-SWITCH   PIC X(01) VALUE 'N'.
001280         88  TRANS-OK                   VALUE 'Y'.
001290         88  TRANS-NOT-OK               VALUE 'N'.
001300     05  WS-ENTRY-SWITCH      PIC X(01) VALUE 'N'.
001310         88  ENTRY-FOUND                VALUE 'Y'.
001320         88  ENTRY-NOT-FOUND            VALUE 'N'.
001330*
001340 01  WS-OPERATOR-RETURN-CODE      PIC 9(02).
001350     88  OPERATOR-VALID                   VALUE ZERO.
001360     88  OPERATOR-UNKNOWN                 VALUE 01.
001370     88  OPERATOR-INACTIVE                VALUE 02.
001380     88  NO-OPERATOR-MASTER               VALUE 03.
001390*
001400 01  WS-AUTH-RETURN-CODE          PIC 9(02).
001410     88  AUTH-GRANTED                     VALUE ZERO.
001420     88  AUTH-NOT-GRANTED                 VALUE 01.
001430     88  AUTH-OPERATOR-NOT-VALID          VALUE 02.
001440     88  AUTH-NO-AUTHORITY-MASTER         VALUE 03.
001450*
001460* IN-CORE COPY OF THE AUTHORITY MASTER.  A DELETED OPERATOR IS
001470* MARKED INACTIVE RATHER THAN SHIFTED OUT, AND INACTIVE ENTRIES
001480* ARE SKIPPED BY THE AFTER-LISTING AND THE NEW-GENERATION WRITE.
001490*
001500 01  AUTHORITY-WORK-TABLE.
001510     05  AWT-ENTRY OCCURS 100 TIMES.
001520         10  AWT-OPERATOR-ID      PIC X(08).
001530         10  AWT-GRANTS           PIC X(06).
001540         10  AWT-LAST-CHANGE-DATE PIC 9(08).
001550         10  AWT-LAST-CHANGED-BY  PIC X(08).
001560         10  AWT-ACTIVE-FLAG      PIC X(01).
001570             88  AWT-ACTIVE               VALUE 'Y'.
001580             88  AWT-INACTIVE             VALUE 'N'.
001590*
001600 01  WS-TRANS-DISPOSITION     PIC X(40) VALUE SPACE.
001610*
001620     COPY RUNSTAT.
001630*
001640 01  WS-RUN-DATE.
001650     05  WS-RUN-YY            PIC 9(02).
001660     05  WS-RUN-MM            PIC 9(02).
001670     05  WS-RUN-DD            PIC 9(02).
001680*
001690 01  WS-HEADING-1.
001700     05  FILLER               PIC X(01) VALUE SPACE.
001710     05  FILLER               PIC X(26) VALUE
001720         "AUTHORITY GRANT LISTING".
001730     05  FILLER               PIC X(11) VALUE "  RUN DATE ".
001740     05  H1-RUN-MM            PIC 99.
001750     05  FILLER               PIC X(01) VALUE "/".
001760     05  H1-RUN-DD            PIC 99.
001770     05  FILLER               PIC X(01) VALUE "/".
001780     05  H1-RUN-YY            PIC 99.
001790     05  FILLER               PIC X(08) VALUE "  PAGE  ".
001800     05  H1-PAGE-NO           PIC ZZZ9.
001810     05  FILLER               PIC X(22) VALUE SPACE.
001820*
001830 01  WS-HEADING-2.
001840     05  FILLER               PIC X(01) VALUE SPACE.
001850     05  FILLER               PIC X(10) VALUE "OPERATOR  ".
001860     05  FILLER               PIC X(30) VALUE
001870         "SPEC DISP STAT OVRD GAUG AUTH ".
001880     05  FILLER               PIC X(39) VALUE
001890         "CHANGED     BY".
001900*
001910 01  WS-SECTION-LINE.
001920     05  FILLER               PIC X(01) VALUE SPACE.
001930     05  SE-TITLE             PIC X(40).
001940     05  FILLER               PIC X(39) VALUE SPACE.
001950*
001960 01  WS-GRANT-LINE.
001970     05  FILLER               PIC X(01) VALUE SPACE.
001980     05  GL-OPERATOR-ID       PIC X(08).
001990     05  FILLER               PIC X(04) VALUE SPACE.
002000     05  GL-SPEC-MAINT        PIC X(01).
002010     05  FILLER               PIC X(04) VALUE SPACE.
002020     05  GL-DISPOSITION       PIC X(01).
002030     05  FILLER               PIC X(04) VALUE SPACE.
002040     05  GL-STATUS-CHANGE     PIC X(01).
002050     05  FILLER               PIC X(04) VALUE SPACE.
002060     05  GL-CHAIN-OVERRIDE    PIC X(01).
002070     05  FILLER               PIC X(04) VALUE SPACE.
002080     05  GL-GAUGE-MAINT       PIC X(01).
002090     05  FILLER               PIC X(04) VALUE SPACE.
002100     05  GL-AUTH-ADMIN        PIC X(01).
002110     05  FILLER               PIC X(01) VALUE SPACE.
002120     05  GL-LAST-CHANGE-DATE  PIC 9999/99/99.
002130     05  FILLER               PIC X(02) VALUE SPACE.
002140     05  GL-LAST-CHANGED-BY   PIC X(08).
002150     05  FILLER               PIC X(20) VALUE SPACE.
002160*
002170 01  WS-TRANS-LINE.
002180     05  FILLER               PIC X(01) VALUE SPACE.
002190     05  TL-ACTION            PIC X(01).
002200     05  FILLER               PIC X(02) VALUE SPACE.
002210     05  TL-OPERATOR-ID       PIC X(08).
002220     05  FILLER               PIC X(02) VALUE SPACE.
002230     05  TL-GRANTS            PIC X(06).
002240     05  FILLER               PIC X(02) VALUE SPACE.
002250     05  TL-GRANTED-BY        PIC X(08).
002260     05  FILLER               PIC X(02) VALUE SPACE.
002270     05  TL-DISPOSITION       PIC X(40).
002280     05  FILLER               PIC X(08) VALUE SPACE.
002290*
002300 01  WS-SUMMARY-LINE.
002310     05  FILLER               PIC X(01) VALUE SPACE.
002320     05  SU-LABEL             PIC X(40).
002330     05  SU-COUNT             PIC ZZZZ9.
002340     05  FILLER               PIC X(34) VALUE SPACE.
002350*
002360 01  WS-PRINT-LINE            PIC X(80).
002370*
002380 PROCEDURE DIVISION.
002390*
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002420     PERFORM 2000-PRINT-BEFORE THRU 2000-EXIT.
002430     PERFORM 3000-PROCESS-TRANS THRU 3000-EXIT
002440         UNTIL TRANS-EOF-YES.
002450     PERFORM 5000-PRINT-AFTER THRU 5000-EXIT.
002460     PERFORM 6000-WRITE-NEW-MASTER THRU 6000-EXIT.
002470     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002480     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002490     STOP RUN.
002500*
002510* ---------------------------------------------------------------
002520* 1000-INITIALIZE - OPEN FILES, GET THE RUN DATE, LOAD THE
002530* AUTHORITY MASTER INTO ITS WORK TABLE, AND PRIME THE TRANSACTION
002540* READ.  NO AUTHMAST (STATUS 35) MEANS NOBODY CAN BE SHOWN TO
002550* HOLD THE AUTHORITY ADMINISTRATION GRANT, SO AUTHCHK REFUSES
002560* EVERY TRANSACTION UNTIL THE MASTER IS RESTORED.  A MISSING
002570* AUTHTRAN IS REPORTED AND THE MASTER IS CARRIED FORWARD
002580* UNCHANGED.
002590* ---------------------------------------------------------------
002600 1000-INITIALIZE.
002610     OPEN OUTPUT LISTING-FILE.
002620     ACCEPT WS-RUN-DATE FROM DATE.
002630     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
002640     ACCEPT WS-RUN-TIME FROM TIME.
002650     MOVE 99 TO WS-LINE-COUNT.
002660     MOVE SPACES TO AUTHORITY-WORK-TABLE.
002670     PERFORM 1100-LOAD-AUTHORITY-TABLE THRU 1100-EXIT.
002680     OPEN EXTEND AUTH-LOG-FILE.
002690     IF WS-AUTH-LOG-STATUS = "35"
002700         OPEN OUTPUT AUTH-LOG-FILE
002710     END-IF.
002720     OPEN INPUT AUTH-TRANS-FILE.
002730     IF WS-TRANS-STATUS = "35"
002740         DISPLAY "AUTHMNT - WARNING - NO AUTHTRAN TRANSACTION "
002750             "FILE - AUTHORITY MASTER CARRIED FORWARD UNCHANGED"
002760         SET TRANS-EOF-YES TO TRUE
002770     ELSE
002780         PERFORM 1500-READ-TRANS THRU 1500-EXIT
002790     END-IF.
002800 1000-EXIT.
002810     EXIT.
002820*
002830 1100-LOAD-AUTHORITY-TABLE.
002840     OPEN INPUT OLD-AUTHORITY-FILE.
002850     IF WS-OLD-AUTHORITY-STATUS = "35"
002860         SET AUTH-EOF-YES TO TRUE
002870     ELSE
002880         PERFORM 1150-READ-OLD-AUTHORITY THRU 1150-EXIT
002890         PERFORM 1200-STORE-AUTHORITY-ENTRY THRU 1200-EXIT
002900             UNTIL AUTH-EOF-YES
002910         CLOSE OLD-AUTHORITY-FILE
002920     END-IF.
002930 1100-EXIT.
002940     EXIT.
002950*
002960 1150-READ-OLD-AUTHORITY.
002970     READ OLD-AUTHORITY-FILE
002980         AT END
002990             SET AUTH-EOF-YES TO TRUE
003000         NOT AT END
003010             ADD 1 TO WS-MASTER-IN-COUNT
003020     END-READ.
003030 1150-EXIT.
003040     EXIT.
003050*
003060 1200-STORE-AUTHORITY-ENTRY.
003070     IF WS-AUTHORITY-COUNT < WS-TABLE-MAX
003080         ADD 1 TO WS-AUTHORITY-COUNT
003090         MOVE AU-OPERATOR-ID
003100             TO AWT-OPERATOR-ID (WS-AUTHORITY-COUNT)
003110         MOVE AU-GRANTS TO AWT-GRANTS (WS-AUTHORITY-COUNT)
003120         IF AU-LAST-CHANGE-DATE IS NUMERIC
003130             MOVE AU-LAST-CHANGE-DATE
003140                 TO AWT-LAST-CHANGE-DATE (WS-AUTHORITY-COUNT)
003150         ELSE
003160             MOVE ZERO
003170                 TO AWT-LAST-CHANGE-DATE (WS-AUTHORITY-COUNT)
003180         END-IF
003190         MOVE AU-LAST-CHANGED-BY
003200             TO AWT-LAST-CHANGED-BY (WS-AUTHORITY-COUNT)
003210         SET AWT-ACTIVE (WS-AUTHORITY-COUNT) TO TRUE
003220     ELSE
003230         DISPLAY "AUTHMNT - WARNING - AUTHORITY WORK TABLE FULL "
003240             "- OPERATOR " AU-OPERATOR-ID " DROPPED"
003250     END-IF.
003260     PERFORM 1150-READ-OLD-AUTHORITY THRU 1150-EXIT.
003270 1200-EXIT.
003280     EXIT.
003290*
003300 1500-READ-TRANS.
003310     READ AUTH-TRANS-FILE
003320         AT END
003330             SET TRANS-EOF-YES TO TRUE
003340         NOT AT END
003350             ADD 1 TO WS-TRANS-READ-COUNT
003360     END-READ.
003370 1500-EXIT.
003380     EXIT.
003390*
003400* ---------------------------------------------------------------
003410* 2000-PRINT-BEFORE - LIST THE GRANTS AS THEY STOOD BEFORE ANY
003420* TRANSACTION WAS APPLIED.
003430* ---------------------------------------------------------------
003440 2000-PRINT-BEFORE.
003450     MOVE "AUTHORITY MASTER - BEFORE UPDATE" TO SE-TITLE.
003460     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
003470     PERFORM 2100-PRINT-GRANT-ENTRY THRU 2100-EXIT
003480         VARYING WS-SUB FROM 1 BY 1
003490         UNTIL WS-SUB > WS-AUTHORITY-COUNT.
003500     MOVE "TRANSACTIONS APPLIED THIS RUN" TO SE-TITLE.
003510     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
003520 2000-EXIT.
003530     EXIT.
003540*
003550 2100-PRINT-GRANT-ENTRY.
003560     IF AWT-ACTIVE (WS-SUB)
003570         MOVE AWT-OPERATOR-ID (WS-SUB) TO GL-OPERATOR-ID
003580         MOVE AWT-GRANTS (WS-SUB) (1:1) TO GL-SPEC-MAINT
003590         MOVE AWT-GRANTS (WS-SUB) (2:1) TO GL-DISPOSITION
003600         MOVE AWT-GRANTS (WS-SUB) (3:1) TO GL-STATUS-CHANGE
003610         MOVE AWT-GRANTS (WS-SUB) (4:1) TO GL-CHAIN-OVERRIDE
003620         MOVE AWT-GRANTS (WS-SUB) (5:1) TO GL-GAUGE-MAINT
003630         MOVE AWT-GRANTS (WS-SUB) (6:1) TO GL-AUTH-ADMIN
003640         MOVE AWT-LAST-CHANGE-DATE (WS-SUB)
003650             TO GL-LAST-CHANGE-DATE
003660         MOVE AWT-LAST-CHANGED-BY (WS-SUB) TO GL-LAST-CHANGED-BY
003670         MOVE WS-GRANT-LINE TO WS-PRINT-LINE
003680         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
003690     END-IF.
003700 2100-EXIT.
003710     EXIT.
003720*
003730* ---------------------------------------------------------------
003740* 3000-PROCESS-TRANS - EDIT ONE TRANSACTION, APPLY IT TO THE WORK
003750* TABLE IF IT PASSES, AND LOG IT ON THE LISTING WITH ITS
003760* DISPOSITION EITHER WAY.
003770* ---------------------------------------------------------------
003780 3000-PROCESS-TRANS.
003790     PERFORM 3100-EDIT-TRANS THRU 3100-EXIT.
003800     IF TRANS-OK
003810         PERFORM 3200-APPLY-TRANS THRU 3200-EXIT
003820     END-IF.
003830     IF TRANS-OK
003840         ADD 1 TO WS-APPLIED-COUNT
003850         PERFORM 3500-WRITE-AUTH-LOG THRU 3500-EXIT
003860     ELSE
003870         ADD 1 TO WS-REJECTED-COUNT
003880     END-IF.
003890     PERFORM 3900-LOG-TRANS THRU 3900-EXIT.
003900     PERFORM 1500-READ-TRANS THRU 1500-EXIT.
003910 3000-EXIT.
003920     EXIT.
003930*
003940* ---------------------------------------------------------------
003950* 3100-EDIT-TRANS - REJECT A TRANSACTION WITH A BAD ACTION CODE,
003960* A BLANK OPERATOR, A GRANTER WITHOUT THE AUTHORITY
003970* ADMINISTRATION GRANT OR GRANTING TO THEMSELVES, OR (ADD/CHANGE)
003980* FLAGS OTHER THAN Y/N OR A RECIPIENT NOT ACTIVE ON OPERMAST.  A
003990* DELETE MAY REMOVE A DEPARTED OPERATOR WHO IS NO LONGER ON
004000* OPERMAST.  THE GRANTER IS JUDGED ON AUTHMAST AS IT STOOD AT THE
004010* START OF THE RUN (AUTHCHK LOADS THE CURRENT GENERATION), SO A
004020* GRANT GIVEN HERE CANNOT BE USED UNTIL AUTHMASTN IS PROMOTED.
004030* ---------------------------------------------------------------
004040 3100-EDIT-TRANS.
004050     SET TRANS-OK TO TRUE.
004060     MOVE "APPLIED" TO WS-TRANS-DISPOSITION.
004070     IF NOT AT-ACTION-ADD AND NOT AT-ACTION-CHANGE
004080             AND NOT AT-ACTION-DELETE
004090         SET TRANS-NOT-OK TO TRUE
004100         MOVE "REJECTED - INVALID ACTION CODE"
004110             TO WS-TRANS-DISPOSITION
004120         GO TO 3100-EXIT
004130     END-IF.
004140     IF AT-OPERATOR-ID = SPACE
004150         SET TRANS-NOT-OK TO TRUE
004160         MOVE "REJECTED - NO OPERATOR ID"
004170             TO WS-TRANS-DISPOSITION
004180         GO TO 3100-EXIT
004190     END-IF.
004200     PERFORM 3120-CHECK-GRANTER THRU 3120-EXIT.
004210     IF TRANS-NOT-OK
004220         GO TO 3100-EXIT
004230     END-IF.
004240     IF AT-GRANTED-BY = AT-OPERATOR-ID
004250         SET TRANS-NOT-OK TO TRUE
004260         MOVE "REJECTED - MAY NOT CHANGE OWN GRANTS"
004270             TO WS-TRANS-DISPOSITION
004280         PERFORM 3600-LOG-OWN-GRANT-ATTEMPT THRU 3600-EXIT
004290         GO TO 3100-EXIT
004300     END-IF.
004310     IF AT-ACTION-DELETE
004320         GO TO 3100-EXIT
004330     END-IF.
004340     PERFORM 3150-EDIT-ONE-FLAG THRU 3150-EXIT
004350         VARYING WS-FLAG-SUB FROM 1 BY 1
004360         UNTIL WS-FLAG-SUB > 6 OR TRANS-NOT-OK.
004370     IF TRANS-NOT-OK
004380         GO TO 3100-EXIT
004390     END-IF.
004400     CALL "OPERCHK" USING AT-OPERATOR-ID WS-OPERATOR-NAME
004410         WS-OPERATOR-CERT-LEVEL WS-OPERATOR-RETURN-CODE.
004420     EVALUATE TRUE
004430         WHEN OPERATOR-VALID
004440             CONTINUE
004450         WHEN OPERATOR-INACTIVE
004460             SET TRANS-NOT-OK TO TRUE
004470             MOVE "REJECTED - OPERATOR DEACTIVATED"
004480                 TO WS-TRANS-DISPOSITION
004490         WHEN OTHER
004500             SET TRANS-NOT-OK TO TRUE
004510             MOVE "REJECTED - OPERATOR NOT ON OPERMAST"
004520                 TO WS-TRANS-DISPOSITION
004530     END-EVALUATE.
004540 3100-EXIT.
004550     EXIT.
004560*
004570* ---------------------------------------------------------------
004580* 3120-CHECK-GRANTER - THE GRANTER MUST HOLD THE AUTHORITY
004590* ADMINISTRATION GRANT.  AUTHCHK ALSO PROVES THE ID ACTIVE ON
004600* OPERMAST AND LOGS ANY REFUSAL TO SECVIOL, WITH THE OPERATOR
004610* BEING CHANGED AS THE SUBJECT.
004620* ---------------------------------------------------------------
004630 3120-CHECK-GRANTER.
004640     MOVE AT-OPERATOR-ID TO WS-AUTH-SUBJECT.
004650     CALL "AUTHCHK" USING AT-GRANTED-BY WS-AUTH-FUNCTION
004660         WS-AUTH-PROGRAM WS-AUTH-SUBJECT WS-AUTH-RETURN-CODE.
004670     EVALUATE TRUE
004680         WHEN AUTH-GRANTED
004690             CONTINUE
004700         WHEN AUTH-NOT-GRANTED
004710             SET TRANS-NOT-OK TO TRUE
004720             MOVE "REJECTED - GRANTER LACKS AUTHORITY ADMIN"
004730                 TO WS-TRANS-DISPOSITION
004740         WHEN AUTH-OPERATOR-NOT-VALID
004750             SET TRANS-NOT-OK TO TRUE
004760             MOVE "REJECTED - GRANTER NOT A VALID OPERATOR"
004770                 TO WS-TRANS-DISPOSITION
004780         WHEN OTHER
004790             SET TRANS-NOT-OK TO TRUE
004800             MOVE "REJECTED - NO AUTHORITY MASTER"
004810                 TO WS-TRANS-DISPOSITION
004820     END-EVALUATE.
004830 3120-EXIT.
004840     EXIT.
004850*
004860 3150-EDIT-ONE-FLAG.
004870     IF AT-GRANTS (WS-FLAG-SUB:1) NOT = 'Y'
004880             AND AT-GRANTS (WS-FLAG-SUB:1) NOT = 'N'
004890         SET TRANS-NOT-OK TO TRUE
004900         MOVE "REJECTED - GRANT FLAGS MUST BE Y OR N"
004910             TO WS-TRANS-DISPOSITION
004920     END-IF.
004930 3150-EXIT.
004940     EXIT.
004950*
004960* ---------------------------------------------------------------
004970* 3200-APPLY-TRANS - APPLY ONE EDITED TRANSACTION TO THE WORK
004980* TABLE, KEEPING THE FLAGS AS THEY STOOD SO THE CHANGE LOG CAN
004990* SHOW BEFORE AND AFTER.
005000* ---------------------------------------------------------------
005010 3200-APPLY-TRANS.
005020     SET ENTRY-NOT-FOUND TO TRUE.
005030     MOVE ZERO TO WS-FOUND-SUB.
005040     MOVE SPACES TO WS-BEFORE-GRANTS.
005050     PERFORM 3250-FIND-AUTHORITY-ENTRY THRU 3250-EXIT
005060         VARYING WS-SUB FROM 1 BY 1
005070         UNTIL WS-SUB > WS-AUTHORITY-COUNT OR ENTRY-FOUND.
005080     IF ENTRY-FOUND
005090         MOVE AWT-GRANTS (WS-FOUND-SUB) TO WS-BEFORE-GRANTS
005100     END-IF.
005110     EVALUATE TRUE
005120         WHEN AT-ACTION-ADD AND ENTRY-FOUND
005130             SET TRANS-NOT-OK TO TRUE
005140             MOVE "REJECTED - OPERATOR ALREADY ON FILE"
005150                 TO WS-TRANS-DISPOSITION
005160         WHEN AT-ACTION-ADD
005170             PERFORM 3300-ADD-AUTHORITY-ENTRY THRU 3300-EXIT
005180         WHEN ENTRY-NOT-FOUND
005190             SET TRANS-NOT-OK TO TRUE
005200             MOVE "REJECTED - OPERATOR NOT ON FILE"
005210                 TO WS-TRANS-DISPOSITION
005220         WHEN AT-ACTION-CHANGE
005230             MOVE AT-GRANTS TO AWT-GRANTS (WS-FOUND-SUB)
005240             MOVE WS-RUN-DATE-8
005250                 TO AWT-LAST-CHANGE-DATE (WS-FOUND-SUB)
005260             MOVE AT-GRANTED-BY
005270                 TO AWT-LAST-CHANGED-BY (WS-FOUND-SUB)
005280         WHEN AT-ACTION-DELETE
005290             SET AWT-INACTIVE (WS-FOUND-SUB) TO TRUE
005300     END-EVALUATE.
005310 3200-EXIT.
005320     EXIT.
005330*
005340 3250-FIND-AUTHORITY-ENTRY.
005350     IF AWT-ACTIVE (WS-SUB)
005360             AND AWT-OPERATOR-ID (WS-SUB) = AT-OPERATOR-ID
005370         SET ENTRY-FOUND TO TRUE
005380         MOVE WS-SUB TO WS-FOUND-SUB
005390     END-IF.
005400 3250-EXIT.
005410     EXIT.
005420*
005430 3300-ADD-AUTHORITY-ENTRY.
005440     IF WS-AUTHORITY-COUNT < WS-TABLE-MAX
005450         ADD 1 TO WS-AUTHORITY-COUNT
005460         MOVE AT-OPERATOR-ID
005470             TO AWT-OPERATOR-ID (WS-AUTHORITY-COUNT)
005480         MOVE AT-GRANTS TO AWT-GRANTS (WS-AUTHORITY-COUNT)
005490         MOVE WS-RUN-DATE-8
005500             TO AWT-LAST-CHANGE-DATE (WS-AUTHORITY-COUNT)
005510         MOVE AT-GRANTED-BY
005520             TO AWT-LAST-CHANGED-BY (WS-AUTHORITY-COUNT)
005530         SET AWT-ACTIVE (WS-AUTHORITY-COUNT) TO TRUE
005540     ELSE
005550         SET TRANS-NOT-OK TO TRUE
005560         MOVE "REJECTED - AUTHORITY TABLE FULL"
005570             TO WS-TRANS-DISPOSITION
005580     END-IF.
005590 3300-EXIT.
005600     EXIT.
005610*
005620* ---------------------------------------------------------------
005630* 3500-WRITE-AUTH-LOG - ONE PERMANENT RECORD PER APPLIED CHANGE.
005640* A DELETE LEAVES THE AFTER FLAGS BLANK.
005650* ---------------------------------------------------------------
005660 3500-WRITE-AUTH-LOG.
005670     MOVE SPACES TO AUTH-LOG-RECORD.
005680     MOVE WS-RUN-DATE-8 TO AL-CHANGE-DATE.
005690     MOVE WS-RUN-TIME TO AL-CHANGE-TIME.
005700     MOVE AT-ACTION TO AL-ACTION.
005710     MOVE AT-OPERATOR-ID TO AL-OPERATOR-ID.
005720     MOVE WS-BEFORE-GRANTS TO AL-BEFORE-GRANTS.
005730     IF NOT AT-ACTION-DELETE
005740         MOVE AT-GRANTS TO AL-AFTER-GRANTS
005750     END-IF.
005760     MOVE AT-GRANTED-BY TO AL-CHANGED-BY.
005770     WRITE AUTH-LOG-RECORD.
005780 3500-EXIT.
005790     EXIT.
005800*
005810* ---------------------------------------------------------------
005820* 3600-LOG-OWN-GRANT-ATTEMPT - A GRANTER TRYING TO CHANGE THEIR
005830* OWN GRANTS IS A SECURITY VIOLATION EVEN WHEN THEY HOLD THE
005840* GRANT, SO IT IS APPENDED TO SECVIOL IN THE SAME FORM AUTHCHK
005850* WRITES (REASON 04), OPENED AND CLOSED THE SAME WAY.
005860* ---------------------------------------------------------------
005870 3600-LOG-OWN-GRANT-ATTEMPT.
005880     OPEN EXTEND VIOLATION-FILE.
005890     IF WS-VIOLATION-STATUS = "35"
005900         OPEN OUTPUT VIOLATION-FILE
005910     END-IF.
005920     MOVE SPACES TO SECURITY-VIOLATION-RECORD.
005930     ACCEPT SV-VIOL-DATE FROM DATE YYYYMMDD.
005940     ACCEPT SV-VIOL-TIME FROM TIME.
005950     MOVE WS-AUTH-PROGRAM TO SV-PROGRAM-ID.
005960     MOVE AT-GRANTED-BY TO SV-OPERATOR-ID.
005970     MOVE WS-AUTH-FUNCTION TO SV-FUNCTION.
005980     SET SV-OWN-GRANTS TO TRUE.
005990     MOVE AT-OPERATOR-ID TO SV-SUBJECT.
006000     WRITE SECURITY-VIOLATION-RECORD.
006010     CLOSE VIOLATION-FILE.
006020 3600-EXIT.
006030     EXIT.
006040*
006050 3900-LOG-TRANS.
006060     MOVE AT-ACTION TO TL-ACTION.
006070     MOVE AT-OPERATOR-ID TO TL-OPERATOR-ID.
006080     MOVE AT-GRANTS TO TL-GRANTS.
006090     MOVE AT-GRANTED-BY TO TL-GRANTED-BY.
006100     MOVE WS-TRANS-DISPOSITION TO TL-DISPOSITION.
006110     MOVE WS-TRANS-LINE TO WS-PRINT-LINE.
006120     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
006130 3900-EXIT.
006140     EXIT.
006150*
006160* ---------------------------------------------------------------
006170* 5000-PRINT-AFTER - LIST THE GRANTS AS THEY STAND AFTER THE
006180* TRANSACTIONS, SO THE LISTING SHOWS EXACTLY WHAT AUTHCHK WILL
006190* LOAD ONCE AUTHMASTN IS PROMOTED.
006200* ---------------------------------------------------------------
006210 5000-PRINT-AFTER.
006220     MOVE "AUTHORITY MASTER - AFTER UPDATE" TO SE-TITLE.
006230     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
006240     PERFORM 2100-PRINT-GRANT-ENTRY THRU 2100-EXIT
006250         VARYING WS-SUB FROM 1 BY 1
006260         UNTIL WS-SUB > WS-AUTHORITY-COUNT.
006270 5000-EXIT.
006280     EXIT.
006290*
006300* ---------------------------------------------------------------
006310* 6000-WRITE-NEW-MASTER - CUT THE NEW GENERATION FROM THE WORK
006320* TABLE, SKIPPING DELETED OPERATORS.  THE OPERATOR PROMOTES
006330* AUTHMASTN TO AUTHMAST BY HAND FOR THE NEXT RUN, AS SPECMASTN
006340* IS - GENPROMO ONLY PROMOTES COILIN AND OOSFILE.
006350* ---------------------------------------------------------------
006360 6000-WRITE-NEW-MASTER.
006370     OPEN OUTPUT NEW-AUTHORITY-FILE.
006380     PERFORM 6100-WRITE-NEW-AUTHORITY THRU 6100-EXIT
006390         VARYING WS-SUB FROM 1 BY 1
006400         UNTIL WS-SUB > WS-AUTHORITY-COUNT.
006410     CLOSE NEW-AUTHORITY-FILE.
006420 6000-EXIT.
006430     EXIT.
006440*
006450 6100-WRITE-NEW-AUTHORITY.
006460     IF AWT-ACTIVE (WS-SUB)
006470         MOVE SPACES TO NEW-AUTHORITY-RECORD
006480         MOVE AWT-OPERATOR-ID (WS-SUB) TO NA-OPERATOR-ID
006490         MOVE AWT-GRANTS (WS-SUB) TO NA-GRANTS
006500         MOVE AWT-LAST-CHANGE-DATE (WS-SUB)
006510             TO NA-LAST-CHANGE-DATE
006520         MOVE AWT-LAST-CHANGED-BY (WS-SUB) TO NA-LAST-CHANGED-BY
006530         WRITE NEW-AUTHORITY-RECORD
006540         ADD 1 TO WS-MASTER-OUT-COUNT
006550     END-IF.
006560 6100-EXIT.
006570     EXIT.
006580*
006590* ---------------------------------------------------------------
006600* 7000-PRINT-SUMMARY - TRANSACTION COUNTS FOR THE SIGN-OFF.
006610* ---------------------------------------------------------------
006620 7000-PRINT-SUMMARY.
006630     MOVE SPACES TO WS-PRINT-LINE.
006640     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
006650     MOVE "TRANSACTIONS READ" TO SU-LABEL.
006660     MOVE WS-TRANS-READ-COUNT TO SU-COUNT.
006670     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006680     MOVE "TRANSACTIONS APPLIED" TO SU-LABEL.
006690     MOVE WS-APPLIED-COUNT TO SU-COUNT.
006700     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006710     MOVE "TRANSACTIONS REJECTED" TO SU-LABEL.
006720     MOVE WS-REJECTED-COUNT TO SU-COUNT.
006730     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006740     MOVE "OPERATORS ON NEW AUTHORITY MASTER" TO SU-LABEL.
006750     MOVE WS-MASTER-OUT-COUNT TO SU-COUNT.
006760     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
006770 7000-EXIT.
006780     EXIT.
006790*
006800* ---------------------------------------------------------------
006810* 7100-WRITE-LINE - BREAK TO A NEW PAGE WHEN FULL, THEN WRITE THE
006820* LINE STAGED IN WS-PRINT-LINE.
006830* ---------------------------------------------------------------
006840 7100-WRITE-LINE.
006850     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
006860         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
006870     END-IF.
006880     WRITE LISTING-RECORD FROM WS-PRINT-LINE
006890         AFTER ADVANCING 1 LINE.
006900     ADD 1 TO WS-LINE-COUNT.
006910 7100-EXIT.
006920     EXIT.
006930*
006940 7200-WRITE-SECTION.
006950     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
006960         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
006970     END-IF.
006980     WRITE LISTING-RECORD FROM WS-SECTION-LINE
006990         AFTER ADVANCING 2 LINES.
007000     ADD 2 TO WS-LINE-COUNT.
007010 7200-EXIT.
007020     EXIT.
007030*
007040 7300-WRITE-SUMMARY.
007050     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
007060     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
007070 7300-EXIT.
007080     EXIT.
007090*
007100 7500-WRITE-HEADINGS.
007110     ADD 1 TO WS-PAGE-COUNT.
007120     MOVE WS-RUN-MM TO H1-RUN-MM.
007130     MOVE WS-RUN-DD TO H1-RUN-DD.
007140     MOVE WS-RUN-YY TO H1-RUN-YY.
007150     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
007160     WRITE LISTING-RECORD FROM WS-HEADING-1
007170         AFTER ADVANCING PAGE.
007180     WRITE LISTING-RECORD FROM WS-HEADING-2
007190         AFTER ADVANCING 2 LINES.
007200     MOVE ZERO TO WS-LINE-COUNT.
007210 7500-EXIT.
007220     EXIT.
007230*
007240* ---------------------------------------------------------------
007250* 8000-TERMINATE - CLOSE FILES, WRITE THE RUN-CONTROL RECORD,
007260* SHOW A RUN SUMMARY, AND RETURN TO THE OPERATING SYSTEM.
007270* ---------------------------------------------------------------
007280 8000-TERMINATE.
007290     IF WS-TRANS-STATUS NOT = "35"
007300         CLOSE AUTH-TRANS-FILE
007310     END-IF.
007320     CLOSE AUTH-LOG-FILE.
007330     CLOSE LISTING-FILE.
007340     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
007350     DISPLAY "AUTHORITY MAINTENANCE COMPLETE - "
007360         WS-APPLIED-COUNT " APPLIED, " WS-REJECTED-COUNT
007370         " REJECTED".
007380     DISPLAY "PROMOTE AUTHMASTN TO AUTHMAST FOR THE NEXT RUN".
007390 8000-EXIT.
007400     EXIT.
007410*
007420* ---------------------------------------------------------------
007430* 8600-WRITE-RUN-STATS - APPEND THIS RUN'S CONTROL TOTALS TO THE
007440* PERMANENT RUN-STATISTICS FILE FOR THE DAILY BALANCING RUN.
007450* ---------------------------------------------------------------
007460 8600-WRITE-RUN-STATS.
007470     MOVE SPACES TO RUN-STAT-RECORD.
007480     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
007490     MOVE WS-RUN-TIME TO RS-RUN-TIME.
007500     MOVE "AUTHMNT " TO RS-PROGRAM-ID.
007510     MOVE WS-TRANS-READ-COUNT TO RS-RECORDS-READ.
007520     MOVE WS-APPLIED-COUNT TO RS-ACCEPTED.
007530     MOVE WS-REJECTED-COUNT TO RS-REJECTED.
007540     MOVE ZERO TO RS-OUT-OF-SPEC.
007550     MOVE ZERO TO RS-TRANS-WRITTEN.
007560     MOVE WS-MASTER-IN-COUNT TO RS-MASTER-IN.
007570     MOVE ZERO TO RS-MASTER-NEW.
007580     MOVE WS-MASTER-OUT-COUNT TO RS-MASTER-OUT.
007590     CALL "RUNLOG" USING RUN-STAT-RECORD.
007600 8600-EXIT.
007610     EXIT.
