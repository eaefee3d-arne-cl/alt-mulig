000100*****************************************************************
000110* LOTMAST - LOT-MASTER-RECORD                                   *
000120* ONE RECORD PER PRODUCTION LOT OFF THE WINDING LINE: THE PART  *
000130* WOUND, HOW MANY COILS ARE IN THE LOT, AND THE CUSTOMER'S      *
000140* SAMPLING PLAN - SAMPLE SIZE, ACCEPT NUMBER AND REJECT NUMBER. *
000150* THE LOT-ACCEPTANCE RUN (LOTACC) COUNTS EACH LOT'S SAMPLED     *
000160* COILS AND OUT-OF-SPEC FINDINGS FROM THE COIL HISTORY AND      *
000170* WRITES THE DECISION BACK (LT-DISP-CODE/DATE) ON A NEW         *
000180* GENERATION (LOTMASTN) THE OPERATOR PROMOTES LIKE ANY OTHER.   *
000190* A LOT ONCE ACCEPTED OR REJECTED IS FINAL - ONLY AN OPEN OR    *
000200* INCOMPLETE LOT IS JUDGED AGAIN.                               *
000210*****************************************************************
000220 01  LOT-MASTER-RECORD.
000230     05  LT-LOT-NUMBER           PIC X(08).
000240     05  LT-PART-NUMBER          PIC X(06).
000250     05  LT-LOT-SIZE             PIC 9(05).
000260     05  LT-SAMPLE-PLAN          PIC X(06).
000270     05  LT-SAMPLE-SIZE          PIC 9(04).
000280     05  LT-ACCEPT-NUMBER        PIC 9(03).
000290     05  LT-REJECT-NUMBER        PIC 9(03).
000300     05  LT-DISP-CODE            PIC X(01).
000310         88  LT-DISP-OPEN                 VALUE SPACE.
000320         88  LT-DISP-INCOMPLETE           VALUE 'I'.
000330         88  LT-DISP-ACCEPTED             VALUE 'A'.
000340         88  LT-DISP-REJECTED             VALUE 'R'.
000350     05  LT-DISP-DATE            PIC 9(08).
000360     05  FILLER                  PIC X(36).
