000132* THE BENCH INSTRUMENT THE MEASUREMENTS WERE TAKEN ON - FLUX2   *
000134* PROVES IT IN CALIBRATION (GAUGMAST, VIA GAUGECHK) BEFORE THE  *
000136* READING COUNTS.                                               *
000137* CS-LOT-NUMBER IS THE PRODUCTION LOT THE COIL WAS WOUND IN     *
000138* (SEE LOTMAST).                                                *
000140******************************************************************
000150 01  COIL-SPEC-RECORD.
000160     05  CS-COIL-ID              PIC X(06).
000220         88  CS-UOM-IMPERIAL              VALUE 'I'.
000230     05  CS-PART-NUMBER           PIC X(06).
000232     05  CS-GAUGE-ID              PIC X(08).
000234     05  CS-LOT-NUMBER            PIC X(08).
000240     05  FILLER                  PIC X(33).
