000100*    OMACLFD - OPERATOR ACCESS LOG RECORD LAYOUT.
000200*    ONE RECORD IS APPENDED TO OMIACCL FOR EVERY SIGN-ON, EVERY
000300*    REFUSAL (UNKNOWN OPERATOR, WRONG PIN, INACTIVE OPERATOR OR
000400*    A FUNCTION ABOVE THE OPERATOR'S AUTHORITY) AND EVERY
000500*    PRIVILEGED ACTION TAKEN - A BOX VOIDED, THE ODDS CHANGED,
000600*    THE OPERATOR MASTER MAINTAINED - SO THE AUDITOR CAN SEE
000700*    WHO TRIED WHAT, WHEN AND FROM WHICH PROGRAM.
000800 01  ACCESS-LOG-RECORD.
000900     05  ACL-LOG-DATE            PIC 9(08).
001000     05  ACL-LOG-TIME            PIC 9(08).
001100     05  ACL-PROGRAM-ID          PIC X(08).
001200     05  ACL-OPERATOR-ID         PIC X(08).
001300     05  ACL-EVENT-TYPE          PIC X(01).
001400         88  ACL-SIGN-ON             VALUE 'S'.
001500         88  ACL-REFUSED             VALUE 'R'.
001600         88  ACL-PRIVILEGED          VALUE 'P'.
001700     05  ACL-EVENT-TEXT          PIC X(60).
