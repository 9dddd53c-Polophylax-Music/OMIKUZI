000100*    OMRUNFD - NIGHT JOB-STREAM RUN LEDGER RECORD LAYOUT.
000200*    APPENDED TO OMIRUNL BY THE OMINIGHT RUN-CONTROL PROGRAM. A
000300*    STEP WRITES A STARTED RECORD BEFORE IT IS RUN AND A SECOND
000400*    RECORD WHEN IT ENDS, CARRYING BOTH TIMES, THE STEP'S RETURN
000500*    CODE AND WHETHER IT COMPLETED (RC 0), COMPLETED WITH
000600*    WARNINGS (RC 1 TO 4) OR FAILED. A STEP REFUSED BECAUSE ITS
000700*    PREREQUISITES HAD NOT COMPLETED CLEANLY IS RECORDED WITH THE
000800*    STEP IT WAS WAITING ON. THE LAST STARTED, ENDED OR FAILED
000900*    RECORD OF A STEP FOR A BUSINESS DATE IS ITS STATE FOR THAT
001000*    DATE. WHEN EVERY STEP OF THE NIGHT IS CLEAN A STREAM RECORD
001100*    (STEP NAME OMINIGHT, STEP NUMBER ZERO) CLOSES THE NIGHT FOR
001200*    THE MORNING CHECKLIST. THE FILE IS NEVER REWRITTEN.
001300 01  RUN-LEDGER-RECORD.
001400     05  RLG-BUSINESS-DATE       PIC 9(08).
001500     05  RLG-RUN-NO              PIC 9(03).
001600     05  RLG-STEP-NO             PIC 9(02).
001700     05  RLG-STEP-NAME           PIC X(08).
001800     05  RLG-STATUS              PIC X(01).
001900         88  RLG-STARTED             VALUE 'S'.
002000         88  RLG-COMPLETE            VALUE 'C'.
002100         88  RLG-WARNINGS            VALUE 'W'.
002200         88  RLG-FAILED              VALUE 'F'.
002300         88  RLG-REFUSED             VALUE 'R'.
002400         88  RLG-CLEAN               VALUE 'C' 'W'.
002500     05  RLG-START-DATE          PIC 9(08).
002600     05  RLG-START-TIME          PIC 9(08).
002700     05  RLG-END-DATE            PIC 9(08).
002800     05  RLG-END-TIME            PIC 9(08).
002900     05  RLG-RETURN-CODE         PIC 9(03).
003000     05  RLG-WAITING-ON          PIC X(08).
003100     05  FILLER                  PIC X(22).
