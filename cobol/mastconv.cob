000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     MASTCONV.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - ONE-TIME RELOAD OF THE COIL
000100*                     MASTER FROM THE OLD 140-BYTE LAYOUT TO THE
000110*                     180-BYTE LAYOUT THAT CARRIES THE PRODUCTION
000120*                     LOT NUMBER (CM-LOT-NUMBER).  THE OPERATOR
000130*                     RENAMES THE OLD INDEXED COILMAST TO
000140*                     COILMOLD AND RUNS THIS LOAD; IT READS
000150*                     COILMOLD IN KEY ORDER AND WRITES A FRESH
000160*                     INDEXED COILMAST WITH EVERY OLD FIELD IN
000170*                     PLACE AND THE NEW FIELDS BLANK.  IN =
000180*                     LOADED + DROPPED IS DISPLAYED AND LOGGED TO
000190*                     RUNSTATS SO THE RELOAD ITSELF CAN BE PROVED,
000200*                     THE SAME WAY HISTLOAD PROVED THE
000210*                     COIL-HISTORY CONVERSION.
000220*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   GNUCOBOL.
000260 OBJECT-COMPUTER.   GNUCOBOL.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OLD-MASTER-FILE ASSIGN TO "COILMOLD"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS OM-COIL-ID
000330         FILE STATUS IS WS-OLD-STATUS.
000340     SELECT MASTER-FILE ASSIGN TO "COILMAST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CM-COIL-ID
000380         FILE STATUS IS WS-MASTER-STATUS.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  OLD-MASTER-FILE.
000430 01  OLD-MASTER-RECORD.
000440     05  OM-COIL-ID              PIC X(06).
000450     05  FILLER                  PIC X(134).
000460*
000470 FD  MASTER-FILE.
000480     COPY COILMAST.
000490*
000500 WORKING-STORAGE SECTION.
000510 77  WS-OLD-STATUS            PIC X(02).
000520 77  WS-MASTER-STATUS         PIC X(02).
000530 77  WS-READ-COUNT            PIC 9(05) VALUE ZERO.
000540 77  WS-LOADED-COUNT          PIC 9(05) VALUE ZERO.
000550 77  WS-DROPPED-COUNT         PIC 9(05) VALUE ZERO.
000560 77  WS-RUN-DATE-8            PIC 9(08).
000570 77  WS-RUN-TIME              PIC 9(08).
000580*
000590 01  WS-SWITCHES.
000600     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000610         88  EOF-YES                    VALUE 'Y'.
000620         88  EOF-NO                     VALUE 'N'.
000630*
000640     COPY RUNSTAT.
000650*
000660 PROCEDURE DIVISION.
000670*
000680 0000-MAINLINE.
000690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000700     PERFORM 2000-LOAD-RECORD THRU 2000-EXIT
000710         UNTIL EOF-YES.
000720     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000730     STOP RUN.
000740*
000750* ---------------------------------------------------------------
000760* 1000-INITIALIZE - OPEN THE OLD MASTER AND CREATE THE FRESH ONE.
000770* NO COILMOLD MEANS THE OPERATOR FORGOT THE RENAME - SAY SO AND
000780* QUIT BEFORE TOUCHING ANYTHING.
000790* ---------------------------------------------------------------
000800 1000-INITIALIZE.
000810     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
000820     ACCEPT WS-RUN-TIME FROM TIME.
000830     OPEN INPUT OLD-MASTER-FILE.
000840     IF WS-OLD-STATUS = "35"
000850         DISPLAY "MASTCONV - NO COILMOLD INPUT FILE - RENAME "
000860             "THE OLD COILMAST TO COILMOLD FIRST"
000870         SET EOF-YES TO TRUE
000880     ELSE
000890         OPEN OUTPUT MASTER-FILE
000900         PERFORM 1100-READ-OLD THRU 1100-EXIT
000910     END-IF.
000920 1000-EXIT.
000930     EXIT.
000940*
000950 1100-READ-OLD.
000960     READ OLD-MASTER-FILE NEXT
000970         AT END
000980             SET EOF-YES TO TRUE
000990         NOT AT END
001000             ADD 1 TO WS-READ-COUNT
001010     END-READ.
001020 1100-EXIT.
001030     EXIT.
001040*
001050* ---------------------------------------------------------------
001060* 2000-LOAD-RECORD - THE OLD LAYOUT IS THE FRONT OF THE NEW ONE,
001070* SO THE OLD IMAGE MOVES ACROSS WHOLE INTO A BLANK RECORD AND THE
001080* FIELDS ADDED SINCE ARE LEFT BLANK.  A BLANK KEY OR A KEY ALREADY
001090* LOADED IS DROPPED WITH A CONSOLE LINE SO IT CAN BE CHASED BY
001100* HAND.
001110* ---------------------------------------------------------------
001120 2000-LOAD-RECORD.
001130     MOVE SPACES TO COIL-MASTER-RECORD.
001140     MOVE OLD-MASTER-RECORD TO COIL-MASTER-RECORD (1:140).
001150     IF CM-COIL-ID = SPACE
001160         ADD 1 TO WS-DROPPED-COUNT
001170         DISPLAY "MASTCONV - DROPPED BLANK-KEY RECORD "
001180             WS-READ-COUNT
001190     ELSE
001200         WRITE COIL-MASTER-RECORD
001210             INVALID KEY
001220                 ADD 1 TO WS-DROPPED-COUNT
001230                 DISPLAY "MASTCONV - DROPPED DUPLICATE KEY - "
001240                     "COIL " CM-COIL-ID
001250             NOT INVALID KEY
001260                 ADD 1 TO WS-LOADED-COUNT
001270         END-WRITE
001280     END-IF.
001290     PERFORM 1100-READ-OLD THRU 1100-EXIT.
001300 2000-EXIT.
001310     EXIT.
001320*
001330* ---------------------------------------------------------------
001340* 8000-TERMINATE - CLOSE FILES, WRITE THE RUN-CONTROL RECORD,
001350* SHOW THE RELOAD TOTALS, AND RETURN TO THE OPERATING SYSTEM.
001360* ---------------------------------------------------------------
001370 8000-TERMINATE.
001380     IF WS-OLD-STATUS NOT = "35"
001390         CLOSE OLD-MASTER-FILE
001400         CLOSE MASTER-FILE
001410     END-IF.
001420     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
001430     DISPLAY "COIL MASTER RELOAD COMPLETE - "
001440         WS-READ-COUNT " READ, " WS-LOADED-COUNT " LOADED, "
001450         WS-DROPPED-COUNT " DROPPED".
001460 8000-EXIT.
001470     EXIT.
001480*
001490* ---------------------------------------------------------------
001500* 8600-WRITE-RUN-STATS - APPEND THIS RUN'S CONTROL TOTALS TO THE
001510* PERMANENT RUN-STATISTICS FILE FOR THE DAILY BALANCING RUN.
001520* ---------------------------------------------------------------
001530 8600-WRITE-RUN-STATS.
001540     MOVE SPACES TO RUN-STAT-RECORD.
001550     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
001560     MOVE WS-RUN-TIME TO RS-RUN-TIME.
001570     MOVE "MASTCONV" TO RS-PROGRAM-ID.
001580     MOVE WS-READ-COUNT TO RS-RECORDS-READ.
001590     MOVE WS-LOADED-COUNT TO RS-ACCEPTED.
001600     MOVE WS-DROPPED-COUNT TO RS-REJECTED.
001610     MOVE ZERO TO RS-OUT-OF-SPEC.
001620     MOVE ZERO TO RS-TRANS-WRITTEN.
001630     MOVE ZERO TO RS-MASTER-IN.
001640     MOVE ZERO TO RS-MASTER-NEW.
001650     MOVE ZERO TO RS-MASTER-OUT.
001660     CALL "RUNLOG" USING RUN-STAT-RECORD.
001670 8600-EXIT.
001680     EXIT.
