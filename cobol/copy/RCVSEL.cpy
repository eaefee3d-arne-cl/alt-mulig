000100*****************************************************************
000110* RCVSEL - RECOVERY-SELECT-RECORD                               *
000120* ONE RECORD DRIVING A COIL-MASTER RECOVERY RUN (MASTRCV).      *
000130* RV-MODE F ROLLS A RESTORED BACKUP OF COILMAST FORWARD FROM    *
000140* THE JOURNAL (MASTJRNL): EVERY RUN STAMPED AFTER RV-FROM (WHEN *
000150* THE BACKUP WAS TAKEN - ZERO MEANS THE START OF THE JOURNAL)   *
000160* AND NOT AFTER RV-TO (ZERO DATE MEANS THE END OF THE JOURNAL,  *
000170* ZERO TIME THE END OF THAT DAY) IS REPLAYED.  RV-MODE B BACKS  *
000180* ONE RUN OUT OF THE CURRENT MASTER - RV-RUN-KEY IS THE RUN'S   *
000190* DATE, TIME AND PROGRAM AS SHOWN ON RUNSTATS OR THE RECOVERY   *
000200* LISTING, IN THE SAME ORDER AS MJ-RUN-KEY ON THE JOURNAL.      *
000210* RV-REQUESTED-BY MUST BE A VALID ACTIVE OPERATOR (OPERCHK).    *
000220* UNLIKE AUDSEL THERE IS NO MATCH-EVERYTHING DEFAULT - A        *
000230* MISSING OR INCOMPLETE RECORD CHANGES NOTHING.                 *
000240*****************************************************************
000250 01  RECOVERY-SELECT-RECORD.
000260     05  RV-MODE                 PIC X(01).
000270         88  RV-ROLL-FORWARD              VALUE 'F'.
000280         88  RV-BACK-OUT                  VALUE 'B'.
000290     05  RV-FROM-STAMP.
000300         10  RV-FROM-DATE        PIC 9(08).
000310         10  RV-FROM-TIME        PIC 9(08).
000320     05  RV-TO-STAMP.
000330         10  RV-TO-DATE          PIC 9(08).
000340         10  RV-TO-TIME          PIC 9(08).
000350     05  RV-RUN-KEY.
000360         10  RV-RUN-DATE         PIC 9(08).
000370         10  RV-RUN-TIME         PIC 9(08).
000380         10  RV-PROGRAM-ID       PIC X(08).
000390     05  RV-REQUESTED-BY         PIC X(08).
000400     05  FILLER                  PIC X(15).
