000100*****************************************************************
000110* AUTHLOG - AUTH-LOG-RECORD                                     *
000120* ONE APPLIED CHANGE TO THE AUTHORITY MASTER, APPENDED BY       *
000130* AUTHMNT, WITH THE OPERATOR'S SIX GRANT FLAGS BEFORE AND       *
000140* AFTER THE CHANGE AND WHO MADE IT.  AN ADD HAS BLANK BEFORE    *
000150* FLAGS, A DELETE BLANK AFTER FLAGS.  THE FILE ONLY EVER GROWS; *
000160* AUTHRPT LISTS THE WEEK'S CHANGES FOR THE QUALITY MANAGER TO   *
000170* SIGN.                                                         *
000180*****************************************************************
000190 01  AUTH-LOG-RECORD.
000200     05  AL-CHANGE-DATE          PIC 9(08).
000210     05  AL-CHANGE-TIME          PIC 9(08).
000220     05  AL-ACTION               PIC X(01).
000230     05  AL-OPERATOR-ID          PIC X(08).
000240     05  AL-BEFORE-GRANTS        PIC X(06).
000250     05  AL-AFTER-GRANTS         PIC X(06).
000260     05  AL-CHANGED-BY           PIC X(08).
000270     05  FILLER                  PIC X(35).
