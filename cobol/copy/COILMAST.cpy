000224* BEHIND THE LATEST READING (SEE GAUGMAST), CARRIED SO WORKBLD   *
000225* CAN CUT A COMPLETE COILIN RECORD AND A LAPSED GAUGE'S WORK     *
000226* CAN BE TRACED TO THE COILS IT TOUCHED.                         *
000227* STATUS N: REGISTERED BY ORDLOAD, NOT YET TESTED (WORKBLD).     *
000228* CM-LOT-NUMBER: ITS LOT (LOTMAST).  180 BYTES SINCE MASTCONV.   *
000229*****************************************************************
000230 01  COIL-MASTER-RECORD.
000240     05  CM-COIL-ID              PIC X(06).
000250     05  CM-PART-NUMBER          PIC X(06).
000360         88  CM-STATUS-HOLD               VALUE 'H'.
000370         88  CM-STATUS-SCRAPPED           VALUE 'S'.
000380         88  CM-STATUS-RETIRED            VALUE 'R'.
000385         88  CM-STATUS-REGISTERED         VALUE 'N'.
000390     05  CM-STATUS-DATE          PIC 9(08).
000400     05  CM-STATUS-REVIEWER      PIC X(08).
000410     05  CM-GAUGE-ID             PIC X(08).
000420     05  FILLER                  PIC X(03).
000430     05  CM-LOT-NUMBER           PIC X(08).
000440     05  FILLER                  PIC X(32).
