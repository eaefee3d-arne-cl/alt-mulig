000100******************************************************************
000110* GRRDEF - GAUGE R&R STUDY DEFINITION RECORD LAYOUTS             *
000120* THE STUDY-DEFINITION FILE (GRRDEF) DRIVING THE GAUGE           *
000130* REPEATABILITY AND REPRODUCIBILITY RUN (GAUGERR).  EACH STUDY   *
000140* IS ONE S RECORD - STUDY ID, GAUGE UNDER STUDY, THE WINDOW THE  *
000150* STUDY READINGS WERE TAKEN IN, TRIALS PER OPERATOR PER COIL     *
000160* AND WHO ASKED FOR IT - FOLLOWED BY ONE C RECORD PER STUDY      *
000170* COIL (2 TO 10) AND ONE O RECORD PER STUDY OPERATOR (2 OR 3),   *
000180* ALL CARRYING THE STUDY ID.  THE READINGS THEMSELVES ARE THE    *
000190* FLUX2 / FLUX4 RECORDS ON THE AUDIT TRAIL (COILAUD).            *
000200******************************************************************
000210 01  GRR-STUDY-RECORD.
000220     05  GS-RECORD-TYPE          PIC X(01).
000230         88  GS-STUDY                     VALUE 'S'.
000240         88  GS-COIL                      VALUE 'C'.
000250         88  GS-OPERATOR                  VALUE 'O'.
000260     05  GS-STUDY-ID             PIC X(08).
000270     05  GS-GAUGE-ID             PIC X(08).
000280     05  GS-FROM-DATE            PIC 9(08).
000290     05  GS-TO-DATE              PIC 9(08).
000300     05  GS-TRIALS               PIC 9(01).
000310     05  GS-REQUESTED-BY         PIC X(08).
000320     05  FILLER                  PIC X(38).
000330*
000340 01  GRR-COIL-RECORD.
000350     05  GC-RECORD-TYPE          PIC X(01).
000360     05  GC-STUDY-ID             PIC X(08).
000370     05  GC-COIL-ID              PIC X(06).
000380     05  FILLER                  PIC X(65).
000390*
000400 01  GRR-OPERATOR-RECORD.
000410     05  GO-RECORD-TYPE          PIC X(01).
000420     05  GO-STUDY-ID             PIC X(08).
000430     05  GO-OPERATOR-ID          PIC X(08).
000440     05  FILLER                  PIC X(63).
