000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RMAENTRY.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - RECEIVING OPENS A CUSTOMER RETURN
000100*                     ON THE RMA FILE (RMAFILE) WHEN A COIL COMES
000110*                     BACK.  THE RECEIVING INSPECTOR SIGNS ON
000120*                     (CHECKED AGAINST OPERMAST VIA OPERCHK, LIKE
000130*                     SUSPFIX), THEN KEYS THE RMA NUMBER, COIL,
000140*                     CUSTOMER, COMPLAINT CODE, DATE RECEIVED AND
000150*                     WHETHER THE PACKAGE ARRIVED DAMAGED.  THE
000160*                     COIL MUST BE ON COILMAST, WHICH SUPPLIES THE
000170*                     PART, AND MAY HAVE ONLY ONE OPEN RMA AT A
000180*                     TIME, SINCE FLUX2 FLAGS ITS READINGS AS THE
000190*                     RETEST OF WHICHEVER RMA IS OPEN.  RMACLOSE
000200*                     RECORDS THE FINDING AND CLOSES THE RMA.
000210*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   GNUCOBOL.
000250 OBJECT-COMPUTER.   GNUCOBOL.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT RMA-FILE ASSIGN TO "RMAFILE"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS RM-RMA-NUMBER
000320         FILE STATUS IS WS-RMA-STATUS.
000330     SELECT COIL-MASTER-FILE ASSIGN TO "COILMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS CM-COIL-ID
000370         FILE STATUS IS WS-MASTER-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RMA-FILE.
000420     COPY RMAREC.
000430*
000440 FD  COIL-MASTER-FILE.
000450     COPY COILMAST.
000460*
000470 WORKING-STORAGE SECTION.
000480 77  WS-RMA-STATUS            PIC X(02).
000490 77  WS-MASTER-STATUS         PIC X(02).
000500 77  WS-CLERK-ID              PIC X(08).
000510 77  WS-CLERK-NAME            PIC X(20).
000520 77  WS-CLERK-CERT-LEVEL      PIC 9(01).
000530 77  WS-RUN-DATE-8            PIC 9(08).
000540 77  WS-DAY-COUNT             PIC 9(08).
000550 77  WS-OPENED-COUNT          PIC 9(05) VALUE ZERO.
000560 77  WS-REFUSED-COUNT         PIC 9(05) VALUE ZERO.
000570 77  WS-CONFIRM-REPLY         PIC X(01).
000580 77  WS-DATE-DISPLAY          PIC 9999/99/99.
000590*
000600* THE NEW RETURN IS HELD HERE WHILE IT IS KEYED - THE RECORD AREA
000610* IS USED TO LOOK FOR AN OPEN RMA ON THE SAME COIL.
000620*
000630 01  WS-NEW-RMA.
000640     05  WS-RMA-NUMBER        PIC X(08).
000650     05  WS-COIL-ID           PIC X(06).
000660     05  WS-PART-NUMBER       PIC X(06).
000670     05  WS-CUSTOMER-NAME     PIC X(30).
000680     05  WS-COMPLAINT-CODE    PIC X(02).
000690     05  WS-DATE-RECEIVED     PIC 9(08).
000700     05  WS-DAMAGE-FLAG       PIC X(01).
000710*
000720 01  WS-SWITCHES.
000730     05  WS-CANCEL-SWITCH     PIC X(01) VALUE 'N'.
000740         88  RUN-CANCELLED              VALUE 'Y'.
000750         88  RUN-NOT-CANCELLED          VALUE 'N'.
000760     05  WS-SESSION-SWITCH    PIC X(01) VALUE 'N'.
000770         88  SESSION-ENDED              VALUE 'Y'.
000780         88  SESSION-ACTIVE             VALUE 'N'.
000790     05  WS-REPLY-SWITCH      PIC X(01) VALUE 'N'.
000800         88  REPLY-GOOD                 VALUE 'Y'.
000810         88  REPLY-BAD                  VALUE 'N'.
000820     05  WS-ENTRY-SWITCH      PIC X(01) VALUE 'N'.
000830         88  ENTRY-GOOD                 VALUE 'Y'.
000840         88  ENTRY-BAD                  VALUE 'N'.
000850     05  WS-SCAN-EOF-SWITCH   PIC X(01) VALUE 'N'.
000860         88  SCAN-EOF-YES               VALUE 'Y'.
000870         88  SCAN-EOF-NO                VALUE 'N'.
000880*
000890 01  WS-OPERATOR-RETURN-CODE      PIC 9(02).
000900     88  OPERATOR-VALID                   VALUE ZERO.
000910     88  OPERATOR-UNKNOWN                 VALUE 01.
000920     88  OPERATOR-INACTIVE                VALUE 02.
000930     88  NO-OPERATOR-MASTER               VALUE 03.
000940*
000950 01  WS-DATE-RETURN-CODE          PIC 9(02).
000960     88  DATE-VALID                       VALUE ZERO.
000970*
000980 PROCEDURE DIVISION.
000990*
001000 0000-MAINLINE.
001010     PERFORM 0500-VERIFY-CLERK THRU 0500-EXIT.
001020     IF RUN-NOT-CANCELLED
001030         PERFORM 1000-INITIALIZE THRU 1000-EXIT
001040     END-IF.
001050     IF RUN-NOT-CANCELLED
001060         PERFORM 2000-ENTER-RMA THRU 2000-EXIT
001070             UNTIL SESSION-ENDED
001080         PERFORM 8000-TERMINATE THRU 8000-EXIT
001090     END-IF.
001100     STOP RUN.
001110*
001120* ---------------------------------------------------------------
001130* 0500-VERIFY-CLERK - THE RMA IS PART OF THE QUALITY RECORD, SO
001140* THE RECEIVING INSPECTOR'S ID IS VALIDATED THE SAME WAY THE
001150* BENCH VALIDATES AN OPERATOR.
001160* ---------------------------------------------------------------
001170 0500-VERIFY-CLERK.
001180     DISPLAY "ENTER THE RECEIVING INSPECTOR ID: ".
001190     ACCEPT WS-CLERK-ID.
001200     CALL "OPERCHK" USING WS-CLERK-ID WS-CLERK-NAME
001210         WS-CLERK-CERT-LEVEL WS-OPERATOR-RETURN-CODE.
001220     EVALUATE TRUE
001230         WHEN OPERATOR-VALID
001240             DISPLAY "RECEIVING INSPECTOR " WS-CLERK-ID " "
001250                 WS-CLERK-NAME
001260         WHEN OPERATOR-UNKNOWN
001270             DISPLAY "INSPECTOR ID " WS-CLERK-ID
001280                 " NOT ON THE OPERATOR MASTER - SESSION REFUSED"
001290             SET RUN-CANCELLED TO TRUE
001300         WHEN OPERATOR-INACTIVE
001310             DISPLAY "INSPECTOR ID " WS-CLERK-ID
001320                 " IS DEACTIVATED - SESSION REFUSED"
001330             SET RUN-CANCELLED TO TRUE
001340         WHEN OTHER
001350             DISPLAY "OPERATOR MASTER NOT AVAILABLE - SESSION "
001360                 "REFUSED"
001370             SET RUN-CANCELLED TO TRUE
001380     END-EVALUATE.
001390 0500-EXIT.
001400     EXIT.
001410*
001420* ---------------------------------------------------------------
001430* 1000-INITIALIZE - WITHOUT THE COIL MASTER A RETURNED COIL CANNOT
001440* BE CHECKED OR GIVEN ITS PART, SO THE SESSION IS REFUSED.  THE
001450* RMA FILE IS CREATED ON FIRST USE.
001460* ---------------------------------------------------------------
001470 1000-INITIALIZE.
001480     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
001490     OPEN INPUT COIL-MASTER-FILE.
001500     IF WS-MASTER-STATUS = "35"
001510         DISPLAY "COIL MASTER FILE NOT FOUND - SESSION REFUSED"
001520         SET RUN-CANCELLED TO TRUE
001530         GO TO 1000-EXIT.
001540     OPEN I-O RMA-FILE.
001550     IF WS-RMA-STATUS = "35"
001560         OPEN OUTPUT RMA-FILE
001570         CLOSE RMA-FILE
001580         OPEN I-O RMA-FILE
001590     END-IF.
001600 1000-EXIT.
001610     EXIT.
001620*
001630* ---------------------------------------------------------------
001640* 2000-ENTER-RMA - ONE RETURN.  A BLANK RMA NUMBER ENDS THE
001650* SESSION.  A NUMBER ALREADY ON FILE, OR A COIL THAT IS NOT ON
001660* THE MASTER OR ALREADY HAS AN OPEN RMA, IS REFUSED AND THE
001670* INSPECTOR STARTS AGAIN AT THE RMA NUMBER.
001680* ---------------------------------------------------------------
001690 2000-ENTER-RMA.
001700     MOVE SPACES TO WS-NEW-RMA.
001710     MOVE ZERO TO WS-DATE-RECEIVED.
001720     DISPLAY " ".
001730     DISPLAY "RMA NUMBER (SPACE TO END): ".
001740     ACCEPT WS-RMA-NUMBER.
001750     IF WS-RMA-NUMBER = SPACES
001760         SET SESSION-ENDED TO TRUE
001770         GO TO 2000-EXIT.
001780     SET ENTRY-GOOD TO TRUE.
001790     MOVE WS-RMA-NUMBER TO RM-RMA-NUMBER.
001800     READ RMA-FILE
001810         INVALID KEY
001820             CONTINUE
001830         NOT INVALID KEY
001840             DISPLAY "  RMA " WS-RMA-NUMBER " IS ALREADY ON FILE "
001850                 "FOR COIL " RM-COIL-ID
001860             SET ENTRY-BAD TO TRUE
001870     END-READ.
001880     IF ENTRY-GOOD
001890         PERFORM 2100-GET-COIL THRU 2100-EXIT
001900     END-IF.
001910     IF ENTRY-GOOD
001920         PERFORM 2200-CHECK-OPEN-RMA THRU 2200-EXIT
001930     END-IF.
001940     IF ENTRY-BAD
001950         ADD 1 TO WS-REFUSED-COUNT
001960         GO TO 2000-EXIT.
001970     SET REPLY-BAD TO TRUE.
001980     PERFORM 2300-GET-CUSTOMER THRU 2300-EXIT
001990         UNTIL REPLY-GOOD.
002000     SET REPLY-BAD TO TRUE.
002010     PERFORM 2400-GET-COMPLAINT THRU 2400-EXIT
002020         UNTIL REPLY-GOOD.
002030     SET REPLY-BAD TO TRUE.
002040     PERFORM 2500-GET-DATE-RECEIVED THRU 2500-EXIT
002050         UNTIL REPLY-GOOD.
002060     SET REPLY-BAD TO TRUE.
002070     PERFORM 2600-GET-DAMAGE THRU 2600-EXIT
002080         UNTIL REPLY-GOOD.
002090     PERFORM 2700-CONFIRM-AND-WRITE THRU 2700-EXIT.
002100 2000-EXIT.
002110     EXIT.
002120*
002130 2100-GET-COIL.
002140     DISPLAY "  COIL ID: ".
002150     ACCEPT WS-COIL-ID.
002160     MOVE WS-COIL-ID TO CM-COIL-ID.
002170     READ COIL-MASTER-FILE
002180         INVALID KEY
002190             DISPLAY "  COIL " WS-COIL-ID
002200                 " IS NOT ON THE COIL MASTER - RMA NOT OPENED"
002210             SET ENTRY-BAD TO TRUE
002220             GO TO 2100-EXIT
002230     END-READ.
002240     MOVE CM-PART-NUMBER TO WS-PART-NUMBER.
002250     DISPLAY "  COIL " WS-COIL-ID "  PART " WS-PART-NUMBER
002260         "  LOT " CM-LOT-NUMBER "  STATUS " CM-STATUS-FLAG.
002270 2100-EXIT.
002280     EXIT.
002290*
002300* ---------------------------------------------------------------
002310* 2200-CHECK-OPEN-RMA - THE FILE IS KEYED ON THE RMA NUMBER, SO
002320* AN OPEN RETURN FOR THE SAME COIL IS FOUND BY READING IT ALL.
002330* THE FILE HOLDS ONLY RETURNS AND STAYS SMALL.
002340* ---------------------------------------------------------------
002350 2200-CHECK-OPEN-RMA.
002360     SET SCAN-EOF-NO TO TRUE.
002370     MOVE LOW-VALUES TO RM-RMA-NUMBER.
002380     START RMA-FILE KEY NOT < RM-RMA-NUMBER
002390         INVALID KEY
002400             SET SCAN-EOF-YES TO TRUE
002410     END-START.
002420     PERFORM 2250-SCAN-ONE-RMA THRU 2250-EXIT
002430         UNTIL SCAN-EOF-YES.
002440 2200-EXIT.
002450     EXIT.
002460*
002470 2250-SCAN-ONE-RMA.
002480     READ RMA-FILE NEXT RECORD
002490         AT END
002500             SET SCAN-EOF-YES TO TRUE
002510             GO TO 2250-EXIT
002520     END-READ.
002530     IF RM-COIL-ID = WS-COIL-ID AND RM-STATUS-OPEN
002540         DISPLAY "  COIL " WS-COIL-ID " ALREADY HAS OPEN RMA "
002550             RM-RMA-NUMBER " - RMA NOT OPENED"
002560         SET ENTRY-BAD TO TRUE
002570         SET SCAN-EOF-YES TO TRUE
002580     END-IF.
002590 2250-EXIT.
002600     EXIT.
002610*
002620 2300-GET-CUSTOMER.
002630     SET REPLY-GOOD TO TRUE.
002640     DISPLAY "  CUSTOMER NAME: ".
002650     MOVE SPACES TO WS-CUSTOMER-NAME.
002660     ACCEPT WS-CUSTOMER-NAME.
002670     IF WS-CUSTOMER-NAME = SPACES
002680         DISPLAY "  THE CUSTOMER IS REQUIRED"
002690         SET REPLY-BAD TO TRUE
002700     END-IF.
002710 2300-EXIT.
002720     EXIT.
002730*
002740* ---------------------------------------------------------------
002750* 2400-GET-COMPLAINT - THE CODE IS CHECKED AGAINST THE LIST ON
002760* THE RMA RECORD ITSELF (RM-CMP-VALID), SO A NEW CODE NEEDS ONLY
002770* THE COPYBOOK AND THIS PROMPT CHANGED.
002780* ---------------------------------------------------------------
002790 2400-GET-COMPLAINT.
002800     SET REPLY-GOOD TO TRUE.
002810     DISPLAY "  COMPLAINT (LF=LOW FLUX, HF=HIGH FLUX, NO=NO "
002820         "OUTPUT,".
002830     DISPLAY "    IN=INTERMITTENT, PD=PHYSICAL DAMAGE, "
002840         "OT=OTHER): ".
002850     MOVE SPACES TO WS-COMPLAINT-CODE.
002860     ACCEPT WS-COMPLAINT-CODE.
002870     MOVE WS-COMPLAINT-CODE TO RM-COMPLAINT-CODE.
002880     IF NOT RM-CMP-VALID
002890         DISPLAY "  INVALID COMPLAINT CODE"
002900         SET REPLY-BAD TO TRUE
002910     END-IF.
002920 2400-EXIT.
002930     EXIT.
002940*
002950 2500-GET-DATE-RECEIVED.
002960     SET REPLY-GOOD TO TRUE.
002970     DISPLAY "  DATE RECEIVED (YYYYMMDD): ".
002980     MOVE ZERO TO WS-DATE-RECEIVED.
002990     ACCEPT WS-DATE-RECEIVED.
003000     IF WS-DATE-RECEIVED IS NOT NUMERIC
003010             OR WS-DATE-RECEIVED = ZERO
003020             OR WS-DATE-RECEIVED > WS-RUN-DATE-8
003030         DISPLAY "  NOT A DATE UP TO TODAY"
003040         SET REPLY-BAD TO TRUE
003050         GO TO 2500-EXIT.
003060     CALL "DATECONV" USING WS-DATE-RECEIVED WS-DAY-COUNT
003070         WS-DATE-RETURN-CODE.
003080     IF NOT DATE-VALID
003090         DISPLAY "  NOT A CALENDAR DATE"
003100         SET REPLY-BAD TO TRUE
003110     END-IF.
003120 2500-EXIT.
003130     EXIT.
003140*
003150 2600-GET-DAMAGE.
003160     SET REPLY-GOOD TO TRUE.
003170     DISPLAY "  PACKAGE ARRIVED DAMAGED (Y/N): ".
003180     MOVE SPACE TO WS-DAMAGE-FLAG.
003190     ACCEPT WS-DAMAGE-FLAG.
003200     IF WS-DAMAGE-FLAG NOT = 'Y' AND WS-DAMAGE-FLAG NOT = 'N'
003210         DISPLAY "  INVALID REPLY"
003220         SET REPLY-BAD TO TRUE
003230     END-IF.
003240 2600-EXIT.
003250     EXIT.
003260*
003270* ---------------------------------------------------------------
003280* 2700-CONFIRM-AND-WRITE - SHOW THE RETURN AS KEYED AND OPEN IT
003290* ONLY ON A Y.  THE FINDING, THE READINGS COMPARED AND THE SPEC
003300* LIMITS ARE LEFT EMPTY FOR RMACLOSE.
003310* ---------------------------------------------------------------
003320 2700-CONFIRM-AND-WRITE.
003330     MOVE WS-DATE-RECEIVED TO WS-DATE-DISPLAY.
003340     DISPLAY "  RMA " WS-RMA-NUMBER "  COIL " WS-COIL-ID
003350         "  PART " WS-PART-NUMBER "  COMPLAINT "
003360         WS-COMPLAINT-CODE.
003370     DISPLAY "  CUSTOMER " WS-CUSTOMER-NAME "  RECEIVED "
003380         WS-DATE-DISPLAY "  DAMAGED " WS-DAMAGE-FLAG.
003390     DISPLAY "  OPEN THIS RMA (Y/N): ".
003400     MOVE SPACE TO WS-CONFIRM-REPLY.
003410     ACCEPT WS-CONFIRM-REPLY.
003420     IF WS-CONFIRM-REPLY NOT = 'Y'
003430         DISPLAY "  NOT OPENED"
003440         ADD 1 TO WS-REFUSED-COUNT
003450         GO TO 2700-EXIT.
003460     MOVE SPACES TO RMA-RECORD.
003470     MOVE WS-RMA-NUMBER TO RM-RMA-NUMBER.
003480     MOVE WS-COIL-ID TO RM-COIL-ID.
003490     MOVE WS-CUSTOMER-NAME TO RM-CUSTOMER-NAME.
003500     MOVE WS-COMPLAINT-CODE TO RM-COMPLAINT-CODE.
003510     MOVE WS-DATE-RECEIVED TO RM-DATE-RECEIVED.
003520     MOVE WS-PART-NUMBER TO RM-PART-NUMBER.
003530     MOVE WS-DAMAGE-FLAG TO RM-DAMAGE-FLAG.
003540     MOVE WS-CLERK-ID TO RM-ENTERED-BY.
003550     SET RM-STATUS-OPEN TO TRUE.
003560     MOVE ZERO TO RM-CLOSED-DATE RM-SHIP-TEST-DATE RM-SHIP-FLUX
003570         RM-RETEST-DATE RM-RETEST-FLUX RM-SPEC-LOW-LIMIT
003580         RM-SPEC-HIGH-LIMIT.
003590     WRITE RMA-RECORD
003600         INVALID KEY
003610             DISPLAY "  RMA WRITE FAILED - STATUS " WS-RMA-STATUS
003620             ADD 1 TO WS-REFUSED-COUNT
003630             GO TO 2700-EXIT
003640     END-WRITE.
003650     DISPLAY "  RMA " WS-RMA-NUMBER " OPENED - BENCH READINGS OF "
003660         "COIL " WS-COIL-ID " ARE NOW RMA RETESTS".
003670     ADD 1 TO WS-OPENED-COUNT.
003680 2700-EXIT.
003690     EXIT.
003700*
003710* ---------------------------------------------------------------
003720* 8000-TERMINATE - CLOSE THE FILES, SHOW A SESSION SUMMARY, AND
003730* RETURN TO THE OPERATING SYSTEM.
003740* ---------------------------------------------------------------
003750 8000-TERMINATE.
003760     CLOSE RMA-FILE.
003770     CLOSE COIL-MASTER-FILE.
003780     DISPLAY " ".
003790     DISPLAY "RMA ENTRY COMPLETE - " WS-OPENED-COUNT
003800         " RMAS OPENED, " WS-REFUSED-COUNT " NOT OPENED".
003810 8000-EXIT.
003820     EXIT.
