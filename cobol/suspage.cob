000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SUSPAGE.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - AGING REPORT OVER THE REJECT
000100*                     SUSPENSE FILE (SUSPENSE).  LISTS EACH REJECT
000110*                     FROM FLUX2 OR MASTUPD STILL WAITING TO BE
000120*                     CORRECTED AND RESUBMITTED OR CANCELLED IN
000130*                     SUSPFIX, AND HOW MANY DAYS IT HAS SAT (VIA
000140*                     DATECONV), WITH COUNTS BY AGE AND BY
000150*                     REJECTING PROGRAM, SO A READING THAT NEVER
000160*                     REACHED THE MASTER CANNOT BE QUIETLY
000170*                     FORGOTTEN.
000180*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   GNUCOBOL.
000220 OBJECT-COMPUTER.   GNUCOBOL.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS SP-SUSPENSE-KEY
000290         FILE STATUS IS WS-SUSPENSE-STATUS.
000300     SELECT REPORT-FILE ASSIGN TO "SUSPAGER"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320*
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  SUSPENSE-FILE.
000360     COPY SUSPENSE.
000370*
000380 FD  REPORT-FILE
000390     RECORDING MODE IS F.
000400 01  REPORT-RECORD               PIC X(80).
000410*
000420 WORKING-STORAGE SECTION.
000430 77  WS-SUSPENSE-STATUS       PIC X(02).
000440 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
000450 77  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
000460 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
000470 77  WS-READ-COUNT            PIC 9(05) VALUE ZERO.
000480 77  WS-OPEN-COUNT            PIC 9(05) VALUE ZERO.
000490 77  WS-RESUBMITTED-COUNT     PIC 9(05) VALUE ZERO.
000500 77  WS-CANCELLED-COUNT       PIC 9(05) VALUE ZERO.
000510 77  WS-AGE-0-2-COUNT         PIC 9(05) VALUE ZERO.
000520 77  WS-AGE-3-7-COUNT         PIC 9(05) VALUE ZERO.
000530 77  WS-AGE-8-30-COUNT        PIC 9(05) VALUE ZERO.
000540 77  WS-AGE-OVER-30-COUNT     PIC 9(05) VALUE ZERO.
000550 77  WS-FLUX2-COUNT           PIC 9(05) VALUE ZERO.
000560 77  WS-MASTUPD-COUNT         PIC 9(05) VALUE ZERO.
000570 77  WS-CORRECTED-COUNT       PIC 9(05) VALUE ZERO.
000580 77  WS-REPEAT-COUNT          PIC 9(05) VALUE ZERO.
000590 77  WS-RUN-DATE-8            PIC 9(08).
000600 77  WS-RUN-TIME              PIC 9(08).
000610 77  WS-RUN-DAY-COUNT         PIC 9(08).
000620 77  WS-ITEM-DAY-COUNT        PIC 9(08).
000630 77  WS-DAYS-OPEN             PIC S9(08).
000640 77  WS-DATE-RETURN-CODE      PIC 9(02).
000650     88  DATE-VALID                   VALUE ZERO.
000660*
000670 01  WS-SWITCHES.
000680     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000690         88  EOF-YES                    VALUE 'Y'.
000700         88  EOF-NO                     VALUE 'N'.
000710*
000720 01  WS-RUN-DATE.
000730     05  WS-RUN-YY            PIC 9(02).
000740     05  WS-RUN-MM            PIC 9(02).
000750     05  WS-RUN-DD            PIC 9(02).
000760*
000770     COPY RUNSTAT.
000780*
000790 01  WS-HEADING-1.
000800     05  FILLER               PIC X(01) VALUE SPACE.
000810     05  FILLER               PIC X(26) VALUE
000820         "OPEN REJECT SUSPENSE AGING".
000830     05  FILLER               PIC X(11) VALUE "  RUN DATE ".
000840     05  H1-RUN-MM            PIC 99.
000850     05  FILLER               PIC X(01) VALUE "/".
000860     05  H1-RUN-DD            PIC 99.
000870     05  FILLER               PIC X(01) VALUE "/".
000880     05  H1-RUN-YY            PIC 99.
000890     05  FILLER               PIC X(08) VALUE "  PAGE  ".
000900     05  H1-PAGE-NO           PIC ZZZ9.
000910     05  FILLER               PIC X(22) VALUE SPACE.
000920*
000930 01  WS-HEADING-2.
000940     05  FILLER               PIC X(01) VALUE SPACE.
000950     05  FILLER               PIC X(10) VALUE "PROGRAM   ".
000960     05  FILLER               PIC X(04) VALUE "BN  ".
000970     05  FILLER               PIC X(08) VALUE "COIL    ".
000980     05  FILLER               PIC X(12) VALUE "REJECTED    ".
000990     05  FILLER               PIC X(30) VALUE
001000         "REASON                        ".
001010     05  FILLER               PIC X(05) VALUE "FX   ".
001020     05  FILLER               PIC X(10) VALUE "DAYS OPEN".
001030*
001040 01  WS-DETAIL-LINE.
001050     05  FILLER               PIC X(01) VALUE SPACE.
001060     05  DL-PROGRAM-ID        PIC X(08).
001070     05  FILLER               PIC X(02) VALUE SPACE.
001080     05  DL-BENCH-ID          PIC X(02).
001090     05  FILLER               PIC X(02) VALUE SPACE.
001100     05  DL-COIL-ID           PIC X(06).
001110     05  FILLER               PIC X(02) VALUE SPACE.
001120     05  DL-REJECT-DATE       PIC 9999/99/99.
001130     05  FILLER               PIC X(02) VALUE SPACE.
001140     05  DL-REASON-CODE       PIC X(02).
001150     05  FILLER               PIC X(01) VALUE SPACE.
001160     05  DL-REASON-TEXT       PIC X(26).
001170     05  FILLER               PIC X(01) VALUE SPACE.
001180     05  DL-FIX-COUNT         PIC Z9.
001190     05  FILLER               PIC X(01) VALUE SPACE.
001200     05  DL-REPEAT-MARK       PIC X(01).
001210     05  FILLER               PIC X(01) VALUE SPACE.
001220     05  DL-DAYS-OPEN         PIC ZZZZ9.
001230     05  FILLER               PIC X(05) VALUE SPACE.
001240*
001250 01  WS-SUMMARY-LINE.
001260     05  FILLER               PIC X(01) VALUE SPACE.
001270     05  SU-LABEL             PIC X(40).
001280     05  SU-COUNT             PIC ZZZZ9.
001290     05  FILLER               PIC X(34) VALUE SPACE.
001300*
001310 01  WS-PRINT-LINE            PIC X(80).
001320*
001330 PROCEDURE DIVISION.
001340*
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001370     PERFORM 2000-AGE-ITEM THRU 2000-EXIT
001380         UNTIL EOF-YES.
001390     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
001400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001410     STOP RUN.
001420*
001430* ---------------------------------------------------------------
001440* 1000-INITIALIZE - OPEN FILES, CONVERT THE RUN DATE FOR THE
001450* AGING ARITHMETIC, AND PRIME THE READ.  NO SUSPENSE FILE YET
001460* MEANS NOTHING HAS EVER BEEN REJECTED - AN EMPTY REPORT.
001470* ---------------------------------------------------------------
001480 1000-INITIALIZE.
001490     OPEN OUTPUT REPORT-FILE.
001500     ACCEPT WS-RUN-DATE FROM DATE.
001510     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
001520     ACCEPT WS-RUN-TIME FROM TIME.
001530     MOVE 99 TO WS-LINE-COUNT.
001540     CALL "DATECONV" USING WS-RUN-DATE-8 WS-RUN-DAY-COUNT
001550         WS-DATE-RETURN-CODE.
001560     OPEN INPUT SUSPENSE-FILE.
001570     IF WS-SUSPENSE-STATUS = "35"
001580         SET EOF-YES TO TRUE
001590     ELSE
001600         PERFORM 1100-READ-SUSPENSE THRU 1100-EXIT
001610     END-IF.
001620 1000-EXIT.
001630     EXIT.
001640*
001650 1100-READ-SUSPENSE.
001660     READ SUSPENSE-FILE NEXT RECORD
001670         AT END
001680             SET EOF-YES TO TRUE
001690         NOT AT END
001700             ADD 1 TO WS-READ-COUNT
001710     END-READ.
001720 1100-EXIT.
001730     EXIT.
001740*
001750* ---------------------------------------------------------------
001760* 2000-AGE-ITEM - AN OPEN ITEM GOES ON THE REPORT WITH THE DAYS IT
001770* HAS WAITED SINCE THE RUN THAT REJECTED IT.  RESOLVED ITEMS ARE
001780* ONLY COUNTED.
001790* ---------------------------------------------------------------
001800 2000-AGE-ITEM.
001810     EVALUATE TRUE
001820         WHEN SP-STATUS-OPEN
001830             ADD 1 TO WS-OPEN-COUNT
001840             PERFORM 2100-PRINT-ITEM THRU 2100-EXIT
001850         WHEN SP-STATUS-RESUBMITTED
001860             ADD 1 TO WS-RESUBMITTED-COUNT
001870         WHEN SP-STATUS-CANCELLED
001880             ADD 1 TO WS-CANCELLED-COUNT
001890     END-EVALUATE.
001900     PERFORM 1100-READ-SUSPENSE THRU 1100-EXIT.
001910 2000-EXIT.
001920     EXIT.
001930*
001940 2100-PRINT-ITEM.
001950     MOVE SP-PROGRAM-ID TO DL-PROGRAM-ID.
001960     MOVE SP-BENCH-ID TO DL-BENCH-ID.
001970     MOVE SP-COIL-ID TO DL-COIL-ID.
001980     MOVE SP-REJECT-DATE TO DL-REJECT-DATE.
001990     MOVE SP-REASON-CODE TO DL-REASON-CODE.
002000     MOVE SP-REASON-TEXT TO DL-REASON-TEXT.
002010     MOVE SP-FIX-COUNT TO DL-FIX-COUNT.
002020     IF SP-FIX-COUNT > ZERO
002030         ADD 1 TO WS-CORRECTED-COUNT
002040     END-IF.
002050     IF SP-WAS-RESUBMITTED
002060         MOVE "*" TO DL-REPEAT-MARK
002070         ADD 1 TO WS-REPEAT-COUNT
002080     ELSE
002090         MOVE SPACE TO DL-REPEAT-MARK
002100     END-IF.
002110     IF SP-FROM-FLUX2
002120         ADD 1 TO WS-FLUX2-COUNT
002130     ELSE
002140         ADD 1 TO WS-MASTUPD-COUNT
002150     END-IF.
002160     CALL "DATECONV" USING SP-REJECT-DATE WS-ITEM-DAY-COUNT
002170         WS-DATE-RETURN-CODE.
002180     IF DATE-VALID
002190         COMPUTE WS-DAYS-OPEN =
002200             WS-RUN-DAY-COUNT - WS-ITEM-DAY-COUNT
002210         IF WS-DAYS-OPEN < ZERO
002220             MOVE ZERO TO WS-DAYS-OPEN
002230         END-IF
002240     ELSE
002250         MOVE ZERO TO WS-DAYS-OPEN
002260     END-IF.
002270     MOVE WS-DAYS-OPEN TO DL-DAYS-OPEN.
002280     EVALUATE TRUE
002290         WHEN WS-DAYS-OPEN < 3
002300             ADD 1 TO WS-AGE-0-2-COUNT
002310         WHEN WS-DAYS-OPEN < 8
002320             ADD 1 TO WS-AGE-3-7-COUNT
002330         WHEN WS-DAYS-OPEN < 31
002340             ADD 1 TO WS-AGE-8-30-COUNT
002350         WHEN OTHER
002360             ADD 1 TO WS-AGE-OVER-30-COUNT
002370     END-EVALUATE.
002380     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
002390     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
002400 2100-EXIT.
002410     EXIT.
002420*
002430* ---------------------------------------------------------------
002440* 6000-WRITE-LINE - BREAK TO A NEW PAGE WHEN FULL, THEN WRITE THE
002450* LINE STAGED IN WS-PRINT-LINE.
002460* ---------------------------------------------------------------
002470 6000-WRITE-LINE.
002480     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
002490         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
002500     END-IF.
002510     WRITE REPORT-RECORD FROM WS-PRINT-LINE
002520         AFTER ADVANCING 1 LINE.
002530     ADD 1 TO WS-LINE-COUNT.
002540 6000-EXIT.
002550     EXIT.
002560*
002570 6500-WRITE-HEADINGS.
002580     ADD 1 TO WS-PAGE-COUNT.
002590     MOVE WS-RUN-MM TO H1-RUN-MM.
002600     MOVE WS-RUN-DD TO H1-RUN-DD.
002610     MOVE WS-RUN-YY TO H1-RUN-YY.
002620     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
002630     WRITE REPORT-RECORD FROM WS-HEADING-1
002640         AFTER ADVANCING PAGE.
002650     WRITE REPORT-RECORD FROM WS-HEADING-2
002660         AFTER ADVANCING 2 LINES.
002670     MOVE ZERO TO WS-LINE-COUNT.
002680 6500-EXIT.
002690     EXIT.
002700*
002710* ---------------------------------------------------------------
002720* 7000-PRINT-SUMMARY - OPEN ITEMS BY AGE AND BY THE PROGRAM THAT
002730* REJECTED THEM, THEN WHAT HAS ALREADY BEEN RESOLVED.
002740* ---------------------------------------------------------------
002750 7000-PRINT-SUMMARY.
002760     MOVE SPACES TO WS-PRINT-LINE.
002770     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
002780     MOVE "ITEMS STILL OPEN" TO SU-LABEL.
002790     MOVE WS-OPEN-COUNT TO SU-COUNT.
002800     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
002810     MOVE "  OPEN 0 TO 2 DAYS" TO SU-LABEL.
002820     MOVE WS-AGE-0-2-COUNT TO SU-COUNT.
002830     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
002840     MOVE "  OPEN 3 TO 7 DAYS" TO SU-LABEL.
002850     MOVE WS-AGE-3-7-COUNT TO SU-COUNT.
002860     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
002870     MOVE "  OPEN 8 TO 30 DAYS" TO SU-LABEL.
002880     MOVE WS-AGE-8-30-COUNT TO SU-COUNT.
002890     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
002900     MOVE "  OPEN OVER 30 DAYS" TO SU-LABEL.
002910     MOVE WS-AGE-OVER-30-COUNT TO SU-COUNT.
002920     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
002930     MOVE "  REJECTED BY FLUX2" TO SU-LABEL.
002940     MOVE WS-FLUX2-COUNT TO SU-COUNT.
002950     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
002960     MOVE "  REJECTED BY MASTUPD" TO SU-LABEL.
002970     MOVE WS-MASTUPD-COUNT TO SU-COUNT.
002980     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
002990     MOVE "  CORRECTED (FX), NOT YET RESUBMITTED" TO SU-LABEL.
003000     MOVE WS-CORRECTED-COUNT TO SU-COUNT.
003010     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
003020     MOVE "  REJECTED AGAIN AFTER RESUBMISSION (*)" TO SU-LABEL.
003030     MOVE WS-REPEAT-COUNT TO SU-COUNT.
003040     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
003050     MOVE "ITEMS RESUBMITTED" TO SU-LABEL.
003060     MOVE WS-RESUBMITTED-COUNT TO SU-COUNT.
003070     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
003080     MOVE "ITEMS CANCELLED" TO SU-LABEL.
003090     MOVE WS-CANCELLED-COUNT TO SU-COUNT.
003100     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
003110 7000-EXIT.
003120     EXIT.
003130*
003140 7100-WRITE-SUMMARY.
003150     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
003160     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003170 7100-EXIT.
003180     EXIT.
003190*
003200* ---------------------------------------------------------------
003210* 8000-TERMINATE - CLOSE FILES, WRITE THE RUN-CONTROL RECORD,
003220* SHOW A RUN SUMMARY, AND RETURN TO THE OPERATING SYSTEM.
003230* ---------------------------------------------------------------
003240 8000-TERMINATE.
003250     IF WS-SUSPENSE-STATUS NOT = "35"
003260         CLOSE SUSPENSE-FILE
003270     END-IF.
003280     CLOSE REPORT-FILE.
003290     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
003300     DISPLAY "SUSPENSE AGING COMPLETE - " WS-OPEN-COUNT
003310         " ITEMS STILL OPEN".
003320 8000-EXIT.
003330     EXIT.
003340*
003350* ---------------------------------------------------------------
003360* 8600-WRITE-RUN-STATS - APPEND THIS RUN'S CONTROL TOTALS TO THE
003370* PERMANENT RUN-STATISTICS FILE FOR THE DAILY BALANCING RUN.
003380* ---------------------------------------------------------------
003390 8600-WRITE-RUN-STATS.
003400     MOVE SPACES TO RUN-STAT-RECORD.
003410     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
003420     MOVE WS-RUN-TIME TO RS-RUN-TIME.
003430     MOVE "SUSPAGE " TO RS-PROGRAM-ID.
003440     MOVE WS-READ-COUNT TO RS-RECORDS-READ.
003450     MOVE WS-OPEN-COUNT TO RS-OUT-OF-SPEC.
003460     MOVE ZERO TO RS-ACCEPTED.
003470     MOVE ZERO TO RS-REJECTED.
003480     MOVE ZERO TO RS-TRANS-WRITTEN.
003490     MOVE ZERO TO RS-MASTER-IN.
003500     MOVE ZERO TO RS-MASTER-NEW.
003510     MOVE ZERO TO RS-MASTER-OUT.
003520     CALL "RUNLOG" USING RUN-STAT-RECORD.
003530 8600-EXIT.
003540     EXIT.
