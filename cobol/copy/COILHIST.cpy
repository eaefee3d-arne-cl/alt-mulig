000161* CAN PULL ONE COIL'S COMPLETE HISTORY ON DEMAND.  HISTLOAD IS  *
000162* THE ONE-TIME CONVERSION FROM THE OLD FLAT FILE (COILHSEQ);    *
000163* HISTREOG IS THE PERIODIC RELOAD THAT KEEPS THE INDEX TIGHT.   *
000164* CH-LOT-NUMBER (LOTACC), CH-GAUGE-ID (CONTAIN), CH-BENCH-ID    *
000165* (SPCCHART) AND CH-RMA-RETEST-FLAG (RMACLOSE) ARE POSTED BY    *
000166* MASTUPD.  THE FLAG IS Y ON A READING TAKEN WHILE THE COIL     *
000167* HAD AN OPEN CUSTOMER RETURN.  OLDER RECORDS CARRY SPACES IN   *
000168* ALL FOUR; THE AUDIT TRAIL (COILAUD) STILL NAMES THEIR GAUGE.  *
000169*****************************************************************
000170 01  COIL-HISTORY-RECORD.
000175     05  CH-HIST-KEY.
000180         10  CH-COIL-ID          PIC X(06).
000200     05  CH-FLUX-DENSITY         PIC 9(04)V9999.
000210     05  CH-PART-NUMBER          PIC X(06).
000212     05  CH-OPERATOR-ID          PIC X(08).
000214     05  CH-LOT-NUMBER           PIC X(08).
000216     05  CH-GAUGE-ID             PIC X(08).
000217     05  CH-BENCH-ID             PIC X(02).
000218     05  CH-RMA-RETEST-FLAG      PIC X(01).
000220     05  FILLER                  PIC X(25).
