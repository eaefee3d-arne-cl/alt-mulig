000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SUSPFIX.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - CORRECTION OF THE REJECTS FLUX2
000100*                     AND MASTUPD HOLD ON THE SUSPENSE FILE.
000110*                     THE FLOOR LEAD SIGNS ON (VALIDATED AGAINST
000120*                     OPERMAST VIA OPERCHK, LIKE OOSENTRY), THEN
000130*                     EACH OPEN ITEM IS SHOWN IN REJECT ORDER WITH
000140*                     ITS REASON AND CURRENT IMAGE.  THE LEAD MAY
000150*                     FIX ONE FIELD AT A TIME (F), RESUBMIT THE
000160*                     CORRECTED IMAGE TO THE NEXT RUN OF THE
000170*                     PROGRAM THAT REJECTED IT (R) - COILRSNN FOR
000180*                     FLUX2 BENCH NN, COILTRRS FOR MASTUPD - OR
000190*                     CANCEL IT FOR GOOD (C).  THE ORIGINAL IMAGE
000200*                     IS NEVER CHANGED, AND A RESUBMISSION THAT IS
000210*                     REJECTED AGAIN COMES BACK AS A NEW ITEM.
000220*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   GNUCOBOL.
000260 OBJECT-COMPUTER.   GNUCOBOL.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS SP-SUSPENSE-KEY
000330         FILE STATUS IS WS-SUSPENSE-STATUS.
000340     SELECT RESUBMIT-FILE ASSIGN TO WS-RESUBMIT-FILE-NAME
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RESUBMIT-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  SUSPENSE-FILE.
000410     COPY SUSPENSE.
000420*
000430 FD  RESUBMIT-FILE
000440     RECORDING MODE IS F.
000450 01  RESUBMIT-RECORD             PIC X(80).
000460*
000470 WORKING-STORAGE SECTION.
000480 77  WS-SUSPENSE-STATUS       PIC X(02).
000490 77  WS-RESUBMIT-STATUS       PIC X(02).
000500 77  WS-RESUBMIT-FILE-NAME    PIC X(08) VALUE "COILRS01".
000510 77  WS-LEAD-ID               PIC X(08).
000520 77  WS-LEAD-NAME             PIC X(20).
000530 77  WS-LEAD-CERT-LEVEL       PIC 9(01).
000540 77  WS-RUN-DATE-8            PIC 9(08).
000550 77  WS-OPEN-COUNT            PIC 9(05) VALUE ZERO.
000560 77  WS-FIXED-COUNT           PIC 9(05) VALUE ZERO.
000570 77  WS-RESUBMITTED-COUNT     PIC 9(05) VALUE ZERO.
000580 77  WS-CANCELLED-COUNT       PIC 9(05) VALUE ZERO.
000590 77  WS-LEFT-OPEN-COUNT       PIC 9(05) VALUE ZERO.
000600 77  WS-ENTRY-REPLY           PIC X(01).
000610 77  WS-CONFIRM-REPLY         PIC X(01).
000620 77  WS-FIELD-NAME            PIC X(08).
000630 77  WS-NEW-MEASURE           PIC 9(04)V99.
000640 77  WS-NEW-FLUX              PIC 9(04)V9999.
000650 77  WS-NEW-DATE              PIC 9(08).
000660 77  WS-NEW-TEXT              PIC X(08).
000670 77  WS-DATE-DISPLAY          PIC 9999/99/99.
000680 77  WS-DIAMETER-SHOW         PIC X(08).
000690 77  WS-LENGTH-SHOW           PIC X(08).
000700 77  WS-CURRENT-SHOW          PIC X(08).
000710 77  WS-FLUX-SHOW             PIC X(09).
000720*
000730* A REJECTED IMAGE MAY HOLD ANYTHING IN A NUMERIC FIELD, SO EACH
000740* MEASUREMENT IS EDITED FOR DISPLAY ONLY WHEN IT IS NUMERIC AND
000750* OTHERWISE SHOWN AS THE RAW CHARACTERS THE BENCH SENT.
000760*
000770 01  WS-MEASURE-WORK.
000780     05  WS-MEASURE-RAW       PIC X(06).
000790     05  WS-MEASURE-NUM REDEFINES WS-MEASURE-RAW
000800                              PIC 9(04)V99.
000810 01  WS-MEASURE-EDIT          PIC ZZZ9.99.
000820 01  WS-MEASURE-SHOW          PIC X(08).
000830 01  WS-FLUX-WORK.
000840     05  WS-FLUX-RAW          PIC X(08).
000850     05  WS-FLUX-NUM REDEFINES WS-FLUX-RAW
000860                              PIC 9(04)V9999.
000870 01  WS-FLUX-EDIT             PIC ZZZ9.9999.
000880*
000890     COPY COILREC.
000900*
000910     COPY COILTRAN.
000920*
000930 01  WS-SWITCHES.
000940     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000950         88  EOF-YES                    VALUE 'Y'.
000960         88  EOF-NO                     VALUE 'N'.
000970     05  WS-CANCEL-SWITCH     PIC X(01) VALUE 'N'.
000980         88  RUN-CANCELLED              VALUE 'Y'.
000990         88  RUN-NOT-CANCELLED          VALUE 'N'.
001000     05  WS-REVIEW-SWITCH     PIC X(01) VALUE 'N'.
001010         88  REVIEW-ENDED               VALUE 'Y'.
001020         88  REVIEW-ACTIVE              VALUE 'N'.
001030     05  WS-REPLY-SWITCH      PIC X(01) VALUE 'N'.
001040         88  REPLY-GOOD                 VALUE 'Y'.
001050         88  REPLY-BAD                  VALUE 'N'.
001060     05  WS-ITEM-SWITCH       PIC X(01) VALUE 'N'.
001070         88  ITEM-DONE                  VALUE 'Y'.
001080         88  ITEM-PENDING               VALUE 'N'.
001090     05  WS-FIX-SWITCH        PIC X(01) VALUE 'N'.
001100         88  FIX-GOOD                   VALUE 'Y'.
001110         88  FIX-BAD                    VALUE 'N'.
001120*
001130 01  WS-OPERATOR-RETURN-CODE      PIC 9(02).
001140     88  OPERATOR-VALID                   VALUE ZERO.
001150     88  OPERATOR-UNKNOWN                 VALUE 01.
001160     88  OPERATOR-INACTIVE                VALUE 02.
001170     88  NO-OPERATOR-MASTER               VALUE 03.
001180*
001190 PROCEDURE DIVISION.
001200*
001210 0000-MAINLINE.
001220     PERFORM 0500-VERIFY-LEAD THRU 0500-EXIT.
001230     IF RUN-NOT-CANCELLED
001240         PERFORM 1000-INITIALIZE THRU 1000-EXIT
001250         PERFORM 2000-REVIEW-ITEM THRU 2000-EXIT
001260             UNTIL EOF-YES
001270         PERFORM 8000-TERMINATE THRU 8000-EXIT
001280     END-IF.
001290     STOP RUN.
001300*
001310* ---------------------------------------------------------------
001320* 0500-VERIFY-LEAD - A CORRECTED READING GOES BACK INTO THE
001330* QUALITY RECORD, SO THE LEAD'S ID IS VALIDATED THE SAME WAY THE
001340* BENCH VALIDATES AN OPERATOR.
001350* ---------------------------------------------------------------
001360 0500-VERIFY-LEAD.
001370     DISPLAY "ENTER THE FLOOR LEAD ID: ".
001380     ACCEPT WS-LEAD-ID.
001390     CALL "OPERCHK" USING WS-LEAD-ID WS-LEAD-NAME
001400         WS-LEAD-CERT-LEVEL WS-OPERATOR-RETURN-CODE.
001410     EVALUATE TRUE
001420         WHEN OPERATOR-VALID
001430             DISPLAY "FLOOR LEAD " WS-LEAD-ID " " WS-LEAD-NAME
001440         WHEN OPERATOR-UNKNOWN
001450             DISPLAY "LEAD ID " WS-LEAD-ID
001460                 " NOT ON THE OPERATOR MASTER - SESSION REFUSED"
001470             SET RUN-CANCELLED TO TRUE
001480         WHEN OPERATOR-INACTIVE
001490             DISPLAY "LEAD ID " WS-LEAD-ID
001500                 " IS DEACTIVATED - SESSION REFUSED"
001510             SET RUN-CANCELLED TO TRUE
001520         WHEN OTHER
001530             DISPLAY "OPERATOR MASTER NOT AVAILABLE - SESSION "
001540                 "REFUSED"
001550             SET RUN-CANCELLED TO TRUE
001560     END-EVALUATE.
001570 0500-EXIT.
001580     EXIT.
001590*
001600* ---------------------------------------------------------------
001610* 1000-INITIALIZE - OPEN THE SUSPENSE FILE AND POSITION AT THE
001620* FIRST ITEM.  NO SUSPENSE FILE YET JUST MEANS NOTHING HAS BEEN
001630* REJECTED - NOT AN ERROR.
001640* ---------------------------------------------------------------
001650 1000-INITIALIZE.
001660     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
001670     OPEN I-O SUSPENSE-FILE.
001680     IF WS-SUSPENSE-STATUS = "35"
001690         DISPLAY "NO SUSPENSE ITEMS ON FILE - NOTHING TO CORRECT"
001700         SET EOF-YES TO TRUE
001710         SET RUN-CANCELLED TO TRUE
001720         GO TO 1000-EXIT.
001730     MOVE LOW-VALUES TO SP-SUSPENSE-KEY.
001740     START SUSPENSE-FILE KEY NOT < SP-SUSPENSE-KEY
001750         INVALID KEY
001760             SET EOF-YES TO TRUE
001770     END-START.
001780     IF EOF-NO
001790         PERFORM 1100-READ-SUSPENSE THRU 1100-EXIT
001800     END-IF.
001810 1000-EXIT.
001820     EXIT.
001830*
001840 1100-READ-SUSPENSE.
001850     READ SUSPENSE-FILE NEXT RECORD
001860         AT END
001870             SET EOF-YES TO TRUE
001880     END-READ.
001890 1100-EXIT.
001900     EXIT.
001910*
001920* ---------------------------------------------------------------
001930* 2000-REVIEW-ITEM - AN OPEN ITEM IS SHOWN TO THE LEAD AND WORKED
001940* UNTIL IT IS RESUBMITTED, CANCELLED OR SKIPPED.  RESOLVED ITEMS,
001950* AND EVERYTHING AFTER THE LEAD KEYS E TO END, ARE PASSED OVER.
001960* ---------------------------------------------------------------
001970 2000-REVIEW-ITEM.
001980     IF SP-STATUS-OPEN AND REVIEW-ACTIVE
001990         ADD 1 TO WS-OPEN-COUNT
002000         PERFORM 2100-SHOW-ITEM THRU 2100-EXIT
002010         SET ITEM-PENDING TO TRUE
002020         PERFORM 2200-WORK-ITEM THRU 2200-EXIT
002030             UNTIL ITEM-DONE
002040     ELSE
002050         IF SP-STATUS-OPEN
002060             ADD 1 TO WS-LEFT-OPEN-COUNT
002070         END-IF
002080     END-IF.
002090     PERFORM 1100-READ-SUSPENSE THRU 1100-EXIT.
002100 2000-EXIT.
002110     EXIT.
002120*
002130 2100-SHOW-ITEM.
002140     MOVE SP-REJECT-DATE TO WS-DATE-DISPLAY.
002150     DISPLAY " ".
002160     DISPLAY "COIL " SP-COIL-ID "  REJECTED BY " SP-PROGRAM-ID
002170         " BENCH " SP-BENCH-ID " ON " WS-DATE-DISPLAY.
002180     DISPLAY "  REASON " SP-REASON-CODE " " SP-REASON-TEXT.
002190     IF SP-WAS-RESUBMITTED
002200         DISPLAY "  ALREADY RESUBMITTED ONCE AND REJECTED AGAIN"
002210     END-IF.
002220     PERFORM 2150-SHOW-IMAGE THRU 2150-EXIT.
002230 2100-EXIT.
002240     EXIT.
002250*
002260* ---------------------------------------------------------------
002270* 2150-SHOW-IMAGE - THE CURRENT IMAGE, LAID OUT AS THE RECORD THE
002280* REJECTING PROGRAM READS: COILIN FOR FLUX2, COILTRAN FOR MASTUPD.
002290* ---------------------------------------------------------------
002300 2150-SHOW-IMAGE.
002310     IF SP-FROM-FLUX2
002320         MOVE SP-CURRENT-IMAGE TO COIL-SPEC-RECORD
002330         MOVE CS-COIL-DIAMETER TO WS-MEASURE-WORK
002340         PERFORM 2160-EDIT-MEASURE THRU 2160-EXIT
002350         MOVE WS-MEASURE-SHOW TO WS-DIAMETER-SHOW
002360         MOVE CS-COIL-LENGTH TO WS-MEASURE-WORK
002370         PERFORM 2160-EDIT-MEASURE THRU 2160-EXIT
002380         MOVE WS-MEASURE-SHOW TO WS-LENGTH-SHOW
002390         MOVE CS-CURRENT TO WS-MEASURE-WORK
002400         PERFORM 2160-EDIT-MEASURE THRU 2160-EXIT
002410         MOVE WS-MEASURE-SHOW TO WS-CURRENT-SHOW
002420         DISPLAY "  DIAMETER " WS-DIAMETER-SHOW
002430             "  LENGTH " WS-LENGTH-SHOW
002440             "  CURRENT " WS-CURRENT-SHOW "  UOM " CS-UOM-FLAG
002450         DISPLAY "  PART " CS-PART-NUMBER "  GAUGE " CS-GAUGE-ID
002460             "  LOT " CS-LOT-NUMBER
002470     ELSE
002480         MOVE SP-CURRENT-IMAGE TO COIL-TRANS-RECORD
002490         MOVE CT-DIAMETER TO WS-MEASURE-WORK
002500         PERFORM 2160-EDIT-MEASURE THRU 2160-EXIT
002510         MOVE WS-MEASURE-SHOW TO WS-DIAMETER-SHOW
002520         MOVE CT-LENGTH TO WS-MEASURE-WORK
002530         PERFORM 2160-EDIT-MEASURE THRU 2160-EXIT
002540         MOVE WS-MEASURE-SHOW TO WS-LENGTH-SHOW
002550         MOVE CT-CURRENT TO WS-MEASURE-WORK
002560         PERFORM 2160-EDIT-MEASURE THRU 2160-EXIT
002570         MOVE WS-MEASURE-SHOW TO WS-CURRENT-SHOW
002580         MOVE CT-FLUX-DENSITY TO WS-FLUX-WORK
002590         IF WS-FLUX-NUM IS NUMERIC
002600             MOVE WS-FLUX-NUM TO WS-FLUX-EDIT
002610             MOVE WS-FLUX-EDIT TO WS-FLUX-SHOW
002620         ELSE
002630             MOVE WS-FLUX-RAW TO WS-FLUX-SHOW
002640         END-IF
002650         DISPLAY "  RUNDATE " CT-RUN-DATE "  FLUX " WS-FLUX-SHOW
002660             "  PART " CT-PART-NUMBER "  GAUGE " CT-GAUGE-ID
002670         DISPLAY "  DIAMETER " WS-DIAMETER-SHOW
002680             "  LENGTH " WS-LENGTH-SHOW
002690             "  CURRENT " WS-CURRENT-SHOW "  UOM " CT-UOM-FLAG
002700         DISPLAY "  LOT " CT-LOT-NUMBER
002710             "  OPERATOR " CT-OPERATOR-ID
002720     END-IF.
002730 2150-EXIT.
002740     EXIT.
002750*
002760 2160-EDIT-MEASURE.
002770     IF WS-MEASURE-NUM IS NUMERIC
002780         MOVE WS-MEASURE-NUM TO WS-MEASURE-EDIT
002790         MOVE WS-MEASURE-EDIT TO WS-MEASURE-SHOW
002800     ELSE
002810         MOVE WS-MEASURE-RAW TO WS-MEASURE-SHOW
002820     END-IF.
002830 2160-EXIT.
002840     EXIT.
002850*
002860* ---------------------------------------------------------------
002870* 2200-WORK-ITEM - ONE ACTION AGAINST THE ITEM ON SHOW.  A FIX
002880* LEAVES THE ITEM OPEN AND ASKS AGAIN, SO SEVERAL FIELDS CAN BE
002890* CORRECTED BEFORE THE ITEM IS RESUBMITTED.
002900* ---------------------------------------------------------------
002910 2200-WORK-ITEM.
002920     SET REPLY-BAD TO TRUE.
002930     PERFORM 2300-GET-ACTION THRU 2300-EXIT
002940         UNTIL REPLY-GOOD.
002950     EVALUATE WS-ENTRY-REPLY
002960         WHEN 'F'
002970             PERFORM 2400-FIX-FIELD THRU 2400-EXIT
002980         WHEN 'R'
002990             PERFORM 2600-RESUBMIT-ITEM THRU 2600-EXIT
003000         WHEN 'C'
003010             PERFORM 2700-CANCEL-ITEM THRU 2700-EXIT
003020         WHEN 'E'
003030             SET REVIEW-ENDED TO TRUE
003040             ADD 1 TO WS-LEFT-OPEN-COUNT
003050             SET ITEM-DONE TO TRUE
003060         WHEN OTHER
003070             ADD 1 TO WS-LEFT-OPEN-COUNT
003080             SET ITEM-DONE TO TRUE
003090     END-EVALUATE.
003100 2200-EXIT.
003110     EXIT.
003120*
003130 2300-GET-ACTION.
003140     SET REPLY-GOOD TO TRUE.
003150     DISPLAY "  ACTION (F=FIX A FIELD, R=RESUBMIT, C=CANCEL, "
003160         "SPACE=SKIP, E=END REVIEW): ".
003170     MOVE SPACE TO WS-ENTRY-REPLY.
003180     ACCEPT WS-ENTRY-REPLY.
003190     IF WS-ENTRY-REPLY NOT = 'F' AND WS-ENTRY-REPLY NOT = 'R'
003200             AND WS-ENTRY-REPLY NOT = 'C'
003210             AND WS-ENTRY-REPLY NOT = 'E'
003220             AND WS-ENTRY-REPLY NOT = SPACE
003230         DISPLAY "  INVALID REPLY"
003240         SET REPLY-BAD TO TRUE
003250     END-IF.
003260 2300-EXIT.
003270     EXIT.
003280*
003290* ---------------------------------------------------------------
003300* 2400-FIX-FIELD - CORRECT ONE FIELD OF THE CURRENT IMAGE.  THE
003310* REJECTING PROGRAM VALIDATES THE WHOLE RECORD AGAIN WHEN IT IS
003320* RESUBMITTED; HERE A MEASUREMENT ONLY HAS TO BE A POSITIVE
003330* NUMBER AND A RUN DATE A DATE NO LATER THAN TODAY.
003340* ---------------------------------------------------------------
003350 2400-FIX-FIELD.
003360     SET FIX-GOOD TO TRUE.
003370     IF SP-FROM-FLUX2
003380         PERFORM 2410-FIX-COILIN-FIELD THRU 2410-EXIT
003390     ELSE
003400         PERFORM 2450-FIX-TRANS-FIELD THRU 2450-EXIT
003410     END-IF.
003420     IF FIX-BAD
003430         GO TO 2400-EXIT.
003440     IF SP-FIX-COUNT < 99
003450         ADD 1 TO SP-FIX-COUNT
003460     END-IF.
003470     REWRITE SUSPENSE-RECORD
003480         INVALID KEY
003490             DISPLAY "  SUSPENSE REWRITE FAILED - STATUS "
003500                 WS-SUSPENSE-STATUS
003510     END-REWRITE.
003520     ADD 1 TO WS-FIXED-COUNT.
003530     PERFORM 2150-SHOW-IMAGE THRU 2150-EXIT.
003540 2400-EXIT.
003550     EXIT.
003560*
003570 2410-FIX-COILIN-FIELD.
003580     MOVE SP-CURRENT-IMAGE TO COIL-SPEC-RECORD.
003590     DISPLAY "  FIELD (COIL, DIAMETER, LENGTH, CURRENT, UOM, "
003600         "PART, GAUGE, LOT): ".
003610     MOVE SPACES TO WS-FIELD-NAME.
003620     ACCEPT WS-FIELD-NAME.
003630     EVALUATE WS-FIELD-NAME
003640         WHEN "COIL"
003650             PERFORM 2530-GET-ID-TEXT THRU 2530-EXIT
003660             MOVE WS-NEW-TEXT TO CS-COIL-ID
003670         WHEN "DIAMETER"
003680             PERFORM 2500-GET-MEASURE THRU 2500-EXIT
003690             MOVE WS-NEW-MEASURE TO CS-COIL-DIAMETER
003700         WHEN "LENGTH"
003710             PERFORM 2500-GET-MEASURE THRU 2500-EXIT
003720             MOVE WS-NEW-MEASURE TO CS-COIL-LENGTH
003730         WHEN "CURRENT"
003740             PERFORM 2500-GET-MEASURE THRU 2500-EXIT
003750             MOVE WS-NEW-MEASURE TO CS-CURRENT
003760         WHEN "UOM"
003770             PERFORM 2540-GET-UOM THRU 2540-EXIT
003780             MOVE WS-NEW-TEXT TO CS-UOM-FLAG
003790         WHEN "PART"
003800             PERFORM 2530-GET-ID-TEXT THRU 2530-EXIT
003810             MOVE WS-NEW-TEXT TO CS-PART-NUMBER
003820         WHEN "GAUGE"
003830             PERFORM 2520-GET-TEXT THRU 2520-EXIT
003840             MOVE WS-NEW-TEXT TO CS-GAUGE-ID
003850         WHEN "LOT"
003860             PERFORM 2520-GET-TEXT THRU 2520-EXIT
003870             MOVE WS-NEW-TEXT TO CS-LOT-NUMBER
003880         WHEN OTHER
003890             DISPLAY "  UNKNOWN FIELD - NOTHING CHANGED"
003900             SET FIX-BAD TO TRUE
003910     END-EVALUATE.
003920     IF FIX-GOOD
003930         MOVE COIL-SPEC-RECORD TO SP-CURRENT-IMAGE
003940         MOVE CS-COIL-ID TO SP-COIL-ID
003950     END-IF.
003960 2410-EXIT.
003970     EXIT.
003980*
003990 2450-FIX-TRANS-FIELD.
004000     MOVE SP-CURRENT-IMAGE TO COIL-TRANS-RECORD.
004010     DISPLAY "  FIELD (COIL, RUNDATE, FLUX, DIAMETER, LENGTH, "
004020         "CURRENT, UOM, PART, GAUGE, LOT): ".
004030     MOVE SPACES TO WS-FIELD-NAME.
004040     ACCEPT WS-FIELD-NAME.
004050     EVALUATE WS-FIELD-NAME
004060         WHEN "COIL"
004070             PERFORM 2530-GET-ID-TEXT THRU 2530-EXIT
004080             MOVE WS-NEW-TEXT TO CT-COIL-ID
004090         WHEN "RUNDATE"
004100             PERFORM 2560-GET-DATE THRU 2560-EXIT
004110             MOVE WS-NEW-DATE TO CT-RUN-DATE
004120         WHEN "FLUX"
004130             PERFORM 2580-GET-FLUX THRU 2580-EXIT
004140             MOVE WS-NEW-FLUX TO CT-FLUX-DENSITY
004150         WHEN "DIAMETER"
004160             PERFORM 2500-GET-MEASURE THRU 2500-EXIT
004170             MOVE WS-NEW-MEASURE TO CT-DIAMETER
004180         WHEN "LENGTH"
004190             PERFORM 2500-GET-MEASURE THRU 2500-EXIT
004200             MOVE WS-NEW-MEASURE TO CT-LENGTH
004210         WHEN "CURRENT"
004220             PERFORM 2500-GET-MEASURE THRU 2500-EXIT
004230             MOVE WS-NEW-MEASURE TO CT-CURRENT
004240         WHEN "UOM"
004250             PERFORM 2540-GET-UOM THRU 2540-EXIT
004260             MOVE WS-NEW-TEXT TO CT-UOM-FLAG
004270         WHEN "PART"
004280             PERFORM 2530-GET-ID-TEXT THRU 2530-EXIT
004290             MOVE WS-NEW-TEXT TO CT-PART-NUMBER
004300         WHEN "GAUGE"
004310             PERFORM 2520-GET-TEXT THRU 2520-EXIT
004320             MOVE WS-NEW-TEXT TO CT-GAUGE-ID
004330         WHEN "LOT"
004340             PERFORM 2520-GET-TEXT THRU 2520-EXIT
004350             MOVE WS-NEW-TEXT TO CT-LOT-NUMBER
004360         WHEN OTHER
004370             DISPLAY "  UNKNOWN FIELD - NOTHING CHANGED"
004380             SET FIX-BAD TO TRUE
004390     END-EVALUATE.
004400     IF FIX-GOOD
004410         MOVE COIL-TRANS-RECORD TO SP-CURRENT-IMAGE
004420         MOVE CT-COIL-ID TO SP-COIL-ID
004430     END-IF.
004440 2450-EXIT.
004450     EXIT.
004460*
004470* ---------------------------------------------------------------
004480* 2500-2580 - PROMPT FOR THE NEW VALUE OF ONE FIELD.  A VALUE THAT
004490* FAILS ITS CHECK SETS FIX-BAD AND THE CALLER'S MOVE IS UNDONE BY
004500* NOT COPYING THE WORK RECORD BACK TO THE IMAGE.
004510* ---------------------------------------------------------------
004520 2500-GET-MEASURE.
004530     DISPLAY "  NEW VALUE: ".
004540     MOVE ZERO TO WS-NEW-MEASURE.
004550     ACCEPT WS-NEW-MEASURE.
004560     IF WS-NEW-MEASURE IS NOT NUMERIC
004570             OR WS-NEW-MEASURE = ZERO
004580         DISPLAY "  NOT A POSITIVE NUMBER - NOTHING CHANGED"
004590         SET FIX-BAD TO TRUE
004600         MOVE ZERO TO WS-NEW-MEASURE
004610     END-IF.
004620 2500-EXIT.
004630     EXIT.
004640*
004650 2520-GET-TEXT.
004660     DISPLAY "  NEW VALUE: ".
004670     MOVE SPACES TO WS-NEW-TEXT.
004680     ACCEPT WS-NEW-TEXT.
004690     IF WS-NEW-TEXT = SPACES
004700         DISPLAY "  NO VALUE KEYED - NOTHING CHANGED"
004710         SET FIX-BAD TO TRUE
004720     END-IF.
004730 2520-EXIT.
004740     EXIT.
004750*
004760 2530-GET-ID-TEXT.
004770     PERFORM 2520-GET-TEXT THRU 2520-EXIT.
004780     IF FIX-BAD
004790         GO TO 2530-EXIT.
004800     IF WS-NEW-TEXT (7:2) NOT = SPACES
004810         DISPLAY "  LONGER THAN 6 CHARACTERS - NOTHING CHANGED"
004820         SET FIX-BAD TO TRUE
004830     END-IF.
004840 2530-EXIT.
004850     EXIT.
004860*
004870 2540-GET-UOM.
004880     DISPLAY "  NEW VALUE (M=METERS, I=INCHES): ".
004890     MOVE SPACES TO WS-NEW-TEXT.
004900     ACCEPT WS-NEW-TEXT.
004910     IF WS-NEW-TEXT NOT = 'M' AND WS-NEW-TEXT NOT = 'I'
004920         DISPLAY "  NOT M OR I - NOTHING CHANGED"
004930         SET FIX-BAD TO TRUE
004940     END-IF.
004950 2540-EXIT.
004960     EXIT.
004970*
004980 2560-GET-DATE.
004990     DISPLAY "  NEW VALUE (YYYYMMDD): ".
005000     MOVE ZERO TO WS-NEW-DATE.
005010     ACCEPT WS-NEW-DATE.
005020     IF WS-NEW-DATE IS NOT NUMERIC
005030             OR WS-NEW-DATE = ZERO
005040             OR WS-NEW-DATE > WS-RUN-DATE-8
005050         DISPLAY "  NOT A DATE UP TO TODAY - NOTHING CHANGED"
005060         SET FIX-BAD TO TRUE
005070         MOVE ZERO TO WS-NEW-DATE
005080     END-IF.
005090 2560-EXIT.
005100     EXIT.
005110*
005120 2580-GET-FLUX.
005130     DISPLAY "  NEW VALUE: ".
005140     MOVE ZERO TO WS-NEW-FLUX.
005150     ACCEPT WS-NEW-FLUX.
005160     IF WS-NEW-FLUX IS NOT NUMERIC
005170             OR WS-NEW-FLUX = ZERO
005180         DISPLAY "  NOT A POSITIVE NUMBER - NOTHING CHANGED"
005190         SET FIX-BAD TO TRUE
005200         MOVE ZERO TO WS-NEW-FLUX
005210     END-IF.
005220 2580-EXIT.
005230     EXIT.
005240*
005250* ---------------------------------------------------------------
005260* 2600-RESUBMIT-ITEM - APPEND THE CURRENT IMAGE TO THE INPUT OF
005270* THE NEXT RUN OF THE PROGRAM THAT REJECTED IT: THE BENCH'S OWN
005280* COILRSNN FOR FLUX2 (A BLANK BENCH IS THE DEFAULT BENCH 01), OR
005290* COILTRRS, FLAGGED AS A RESUBMISSION, FOR MASTUPD.  EACH RUN
005300* EMPTIES ITS FILE AFTER A CLEAN FINISH.
005310* ---------------------------------------------------------------
005320 2600-RESUBMIT-ITEM.
005330     IF SP-FROM-FLUX2
005340         MOVE "COILRS01" TO WS-RESUBMIT-FILE-NAME
005350         IF SP-BENCH-ID NOT = SPACES
005360             MOVE SP-BENCH-ID TO WS-RESUBMIT-FILE-NAME (7:2)
005370         END-IF
005380         MOVE SP-CURRENT-IMAGE TO RESUBMIT-RECORD
005390     ELSE
005400         MOVE "COILTRRS" TO WS-RESUBMIT-FILE-NAME
005410         MOVE SP-CURRENT-IMAGE TO COIL-TRANS-RECORD
005420         MOVE 'Y' TO CT-RESUBMIT-FLAG
005430         MOVE COIL-TRANS-RECORD TO RESUBMIT-RECORD
005440     END-IF.
005450     OPEN EXTEND RESUBMIT-FILE.
005460     IF WS-RESUBMIT-STATUS = "35"
005470         OPEN OUTPUT RESUBMIT-FILE
005480     END-IF.
005490     WRITE RESUBMIT-RECORD.
005500     CLOSE RESUBMIT-FILE.
005510     SET SP-STATUS-RESUBMITTED TO TRUE.
005520     MOVE WS-RUN-DATE-8 TO SP-RESOLVED-DATE.
005530     MOVE WS-LEAD-ID TO SP-RESOLVED-BY.
005540     REWRITE SUSPENSE-RECORD
005550         INVALID KEY
005560             DISPLAY "  SUSPENSE REWRITE FAILED - STATUS "
005570                 WS-SUSPENSE-STATUS
005580     END-REWRITE.
005590     DISPLAY "  RESUBMITTED TO " WS-RESUBMIT-FILE-NAME.
005600     ADD 1 TO WS-RESUBMITTED-COUNT.
005610     SET ITEM-DONE TO TRUE.
005620 2600-EXIT.
005630     EXIT.
005640*
005650* ---------------------------------------------------------------
005660* 2700-CANCEL-ITEM - THE READING WILL NEVER BE POSTED (A COIL
005670* SCRAPPED AFTER ALL, A TRUE DUPLICATE).  ASK ONCE MORE - THERE IS
005680* NO UNDO SHORT OF KEYING THE READING AGAIN.
005690* ---------------------------------------------------------------
005700 2700-CANCEL-ITEM.
005710     DISPLAY "  CANCEL FOR GOOD - THE READING IS NEVER POSTED "
005720         "(Y/N): ".
005730     MOVE SPACE TO WS-CONFIRM-REPLY.
005740     ACCEPT WS-CONFIRM-REPLY.
005750     IF WS-CONFIRM-REPLY NOT = 'Y'
005760         DISPLAY "  NOT CANCELLED"
005770         GO TO 2700-EXIT.
005780     SET SP-STATUS-CANCELLED TO TRUE.
005790     MOVE WS-RUN-DATE-8 TO SP-RESOLVED-DATE.
005800     MOVE WS-LEAD-ID TO SP-RESOLVED-BY.
005810     REWRITE SUSPENSE-RECORD
005820         INVALID KEY
005830             DISPLAY "  SUSPENSE REWRITE FAILED - STATUS "
005840                 WS-SUSPENSE-STATUS
005850     END-REWRITE.
005860     ADD 1 TO WS-CANCELLED-COUNT.
005870     SET ITEM-DONE TO TRUE.
005880 2700-EXIT.
005890     EXIT.
005900*
005910* ---------------------------------------------------------------
005920* 8000-TERMINATE - CLOSE THE SUSPENSE FILE, SHOW A SESSION
005930* SUMMARY, AND RETURN TO THE OPERATING SYSTEM.
005940* ---------------------------------------------------------------
005950 8000-TERMINATE.
005960     IF RUN-NOT-CANCELLED
005970         CLOSE SUSPENSE-FILE
005980     END-IF.
005990     DISPLAY " ".
006000     DISPLAY "SUSPENSE REVIEW COMPLETE - " WS-FIXED-COUNT
006010         " FIELDS CORRECTED, " WS-RESUBMITTED-COUNT
006020         " RESUBMITTED,".
006030     DISPLAY "  " WS-CANCELLED-COUNT " CANCELLED, "
006040         WS-LEFT-OPEN-COUNT " STILL OPEN".
006050     IF WS-RESUBMITTED-COUNT > ZERO
006060         DISPLAY "RESUBMISSIONS ARE PICKED UP BY THE NEXT FLUX2 "
006070             "AND MASTUPD RUNS"
006080     END-IF.
006090 8000-EXIT.
006100     EXIT.
