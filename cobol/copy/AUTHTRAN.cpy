000100*****************************************************************
000110* AUTHTRAN - AUTH-TRANS-RECORD                                  *
000120* ONE GRANT TRANSACTION AGAINST THE AUTHORITY MASTER, APPLIED   *
000130* BY AUTHMNT.  AN ADD OR CHANGE CARRIES THE OPERATOR'S FULL SET *
000140* OF SIX FLAGS AS THEY ARE TO STAND (Y GRANTED, N NOT); A       *
000150* DELETE WITHDRAWS EVERY GRANT.  AT-GRANTED-BY IS THE QUALITY   *
000157* MANAGER OR DELEGATE MAKING THE CHANGE - THEY MUST HOLD THE    *
000164* AUTHORITY ADMINISTRATION GRANT (AUTHCHK FUNCTION 6), AND ARE  *
000171* NEVER THE SAME ID AS THE OPERATOR BEING CHANGED.              *
000180*****************************************************************
000190 01  AUTH-TRANS-RECORD.
000200     05  AT-ACTION               PIC X(01).
000210         88  AT-ACTION-ADD                VALUE 'A'.
000220         88  AT-ACTION-CHANGE             VALUE 'C'.
000230         88  AT-ACTION-DELETE             VALUE 'D'.
000240     05  AT-OPERATOR-ID          PIC X(08).
000250     05  AT-GRANTS               PIC X(06).
000260     05  AT-GRANTED-BY           PIC X(08).
000270     05  FILLER                  PIC X(57).
