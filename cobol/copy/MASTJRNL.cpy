000100*****************************************************************
000110* MASTJRNL - MASTER-JOURNAL-RECORD                              *
000120* ONE ENTRY PER CHANGE TO A COIL-MASTER RECORD, WITH THE RECORD *
000130* AS IT STOOD BEFORE AND AFTER THE CHANGE.  WRITTEN THROUGH THE *
000140* SUBPROGRAM MASTJRN BY EVERY PROGRAM THAT CHANGES COILMAST     *
000150* (MASTUPD, COILSTAT, ORDLOAD, AND MASTRCV WHEN IT BACKS OUT A  *
000160* RUN), SO MASTRCV CAN ROLL A RESTORED BACKUP FORWARD OR TAKE   *
000170* ONE BAD RUN BACK OUT.  MJ-RUN-DATE/MJ-RUN-TIME/MJ-PROGRAM-ID  *
000180* ARE THE SAME VALUES THE RUN WRITES TO RUNSTATS, SO EACH RUN'S *
000190* ENTRIES TIE TO ITS RUN-CONTROL RECORD.  MJ-SEQUENCE IS THE    *
000200* ORDER OF THE ENTRY WITHIN ITS RUN.  AN ADD HAS A BLANK BEFORE *
000210* IMAGE; A DELETE HAS A BLANK AFTER IMAGE.  MJ-BENCH-ID IS THE  *
000220* TEST BENCH BEHIND THE CHANGE, BLANK WHEN IT DID NOT COME FROM *
000230* A BENCH READING.                                              *
000240*****************************************************************
000250 01  MASTER-JOURNAL-RECORD.
000260     05  MJ-RUN-KEY.
000270         10  MJ-RUN-DATE         PIC 9(08).
000280         10  MJ-RUN-TIME         PIC 9(08).
000290         10  MJ-PROGRAM-ID       PIC X(08).
000300     05  MJ-BENCH-ID             PIC X(02).
000310     05  MJ-SEQUENCE             PIC 9(06).
000320     05  MJ-COIL-ID              PIC X(06).
000330     05  MJ-ACTION               PIC X(01).
000340         88  MJ-ACTION-ADD                VALUE 'A'.
000350         88  MJ-ACTION-CHANGE             VALUE 'C'.
000360         88  MJ-ACTION-DELETE             VALUE 'D'.
000370     05  MJ-BEFORE-IMAGE         PIC X(180).
000380     05  MJ-AFTER-IMAGE          PIC X(180).
000390     05  FILLER                  PIC X(01).
