000100*    OMSHLFD - PRE-DRAWN BOX SHELF-LIFE CONTROL RECORD LAYOUT.
000200*    HOW MANY DAYS A PRE-DRAWN BOX MAY STAY ON SALE AFTER ITS
000300*    BATCH PRE-DRAW RUN BEFORE THE STALE-ODDS REPORT CALLS IT
000400*    FOR PULLING, WHATEVER THE WEIGHT CALENDAR SAYS. WHEN THE
000500*    FILE IS ABSENT THE REPORT USES ITS BUILT-IN 60 DAYS.
000600 01  SHELF-LIFE-CONTROL-RECORD.
000700     05  SHC-SHELF-DAYS          PIC 9(03).
