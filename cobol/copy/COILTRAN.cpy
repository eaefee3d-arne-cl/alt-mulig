000150* FLOOR GAUGED THEM, WITH THE UOM FLAG) RIDE ALONG SO THE        *
000160* MASTER REMEMBERS HOW EACH COIL WAS LAST TESTED AND THE         *
000170* WORK-LIST BUILDER (WORKBLD) CAN REGENERATE A COILIN RECORD.    *
000172* CT-LOT-NUMBER IS THE PRODUCTION LOT THE COIL BELONGS TO (SEE   *
000174* LOTMAST), CARRIED THROUGH TO THE MASTER AND THE HISTORY.       *
000176* CT-RESUBMIT-FLAG IS 'Y' ON A REJECT SUSPFIX HAS CORRECTED AND  *
000178* SENT BACK THROUGH COILTRRS.                                    *
000179* CT-RMA-RETEST-FLAG IS 'Y' WHEN THE COIL HAD AN OPEN RMA.       *
000180*****************************************************************
000190 01  COIL-TRANS-RECORD.
000200     05  CT-COIL-ID               PIC X(06).
000272     05  CT-GAUGE-ID              PIC X(08).
000274     05  CT-OPERATOR-ID           PIC X(08).
000276     05  CT-BENCH-ID              PIC X(02).
000278     05  CT-LOT-NUMBER            PIC X(08).
000279     05  CT-RESUBMIT-FLAG         PIC X(01).
000280     05  CT-RMA-RETEST-FLAG       PIC X(01).
000290     05  FILLER                   PIC X(05).
