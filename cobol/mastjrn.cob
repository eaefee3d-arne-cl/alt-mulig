000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     MASTJRN.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - APPENDS ONE BEFORE/AFTER-IMAGE
000100*                     ENTRY TO THE COIL-MASTER JOURNAL (MASTJRNL)
000110*                     ON BEHALF OF EVERY PROGRAM THAT CHANGES
000120*                     COILMAST, THE SAME WAY RUNLOG WRITES
000130*                     RUNSTATS, SO EACH ONE BOOTSTRAPS AND
000140*                     APPENDS IDENTICALLY.  THE CALLER FILLS THE
000150*                     RUN, KEY, ACTION AND IMAGES; THIS PROGRAM
000160*                     NUMBERS THE ENTRY WITHIN THE RUN.
000170*
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SOURCE-COMPUTER.   GNUCOBOL.
000210 OBJECT-COMPUTER.   GNUCOBOL.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT JOURNAL-FILE ASSIGN TO "MASTJRNL"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-JOURNAL-STATUS.
000270*
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  JOURNAL-FILE
000310     RECORDING MODE IS F.
000320 01  JOURNAL-FILE-RECORD         PIC X(400).
000330*
000340 WORKING-STORAGE SECTION.
000350 77  WS-JOURNAL-STATUS        PIC X(02).
000360 77  WS-ENTRY-SEQUENCE        PIC 9(06) VALUE ZERO.
000370*
000380 LINKAGE SECTION.
000390     COPY MASTJRNL.
000400*
000410 PROCEDURE DIVISION USING MASTER-JOURNAL-RECORD.
000420*
000430* ---------------------------------------------------------------
000440* 0000-MAINLINE - THE JOURNAL IS A PERMANENT, GROWING RECORD, SO
000450* IT IS OPENED FOR EXTEND (APPEND) WITH THE USUAL FIRST-RUN
000460* BOOTSTRAP, AND CLOSED AGAIN AT ONCE SO AN ABEND IN THE CALLER
000470* CANNOT LOSE AN ENTRY FOR A CHANGE ALREADY ON THE MASTER.
000480* ---------------------------------------------------------------
000490 0000-MAINLINE.
000500     ADD 1 TO WS-ENTRY-SEQUENCE.
000510     MOVE WS-ENTRY-SEQUENCE TO MJ-SEQUENCE.
000520     OPEN EXTEND JOURNAL-FILE.
000530     IF WS-JOURNAL-STATUS = "35"
000540         OPEN OUTPUT JOURNAL-FILE
000550     END-IF.
000560     MOVE MASTER-JOURNAL-RECORD TO JOURNAL-FILE-RECORD.
000570     WRITE JOURNAL-FILE-RECORD.
000580     IF WS-JOURNAL-STATUS NOT = "00"
000590         DISPLAY "MASTJRN - WARNING - JOURNAL WRITE FAILED - "
000600             "STATUS " WS-JOURNAL-STATUS " - " MJ-PROGRAM-ID
000610             " COIL " MJ-COIL-ID
000620     END-IF.
000630     CLOSE JOURNAL-FILE.
000640     GOBACK.
