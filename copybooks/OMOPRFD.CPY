000100*    OMOPRFD - OPERATOR MASTER RECORD LAYOUT.
000200*    ONE RECORD PER PERSON ALLOWED TO SIGN ON TO THE COUNTER AND
000300*    OFFICE PROGRAMS. THE AUTHORITY LEVEL DECIDES WHAT THEY MAY
000400*    DO - A TELLER ONLY SERVES STICKS, A CLERK ALSO KEEPS THE
000500*    COUNTER STOCK AND VOIDS A SINGLE JAMMED DRAW, AND ONLY A
000600*    SUPERVISOR MAY VOID A WHOLE BOX, CHANGE THE ODDS OR
000700*    MAINTAIN THIS FILE. AN OPERATOR WHO LEAVES IS MARKED
000800*    INACTIVE, NEVER DELETED, SO THE NAME BEHIND AN OLD LEDGER
000900*    STAMP CAN STILL BE FOUND.
001000 01  OPERATOR-MASTER-RECORD.
001100     05  OPM-OPERATOR-ID         PIC X(08).
001200     05  OPM-OPERATOR-NAME       PIC X(30).
001300     05  OPM-PIN                 PIC X(04).
001400     05  OPM-AUTH-LEVEL          PIC X(01).
001500         88  OPM-SUPERVISOR          VALUE 'S'.
001600         88  OPM-CLERK               VALUE 'C'.
001700         88  OPM-TELLER              VALUE 'T'.
001800         88  OPM-VALID-LEVEL         VALUE 'S' 'C' 'T'.
001900     05  OPM-STATUS              PIC X(01).
002000         88  OPM-ACTIVE              VALUE 'A'.
002100         88  OPM-INACTIVE            VALUE 'I'.
002200     05  OPM-CHANGE-DATE         PIC 9(08).
002300     05  OPM-CHANGED-BY          PIC X(08).
