000200*    ONE RECORD IS APPENDED TO OMISTKF FOR EVERY STOCK MOVEMENT
000300*    OF A PRE-DRAWN BOX AFTER ITS MANIFEST IS CUT: R WHEN THE
000400*    LOT IS RECEIVED AT A COUNTER, S FOR A DAY'S SOLD COUNT,
000410*    G FOR SLIPS PULLED FOR A GROUP ORDER AND INVOICED RATHER
000420*    THAN SOLD FOR CASH (BOTH COUNT AS SOLD IN THE BALANCE),
000500*    AND V WHEN THE VOID PROGRAM WRITES THE LOT OFF. THE LEDGER
000600*    IS APPEND-ONLY; REMAINING STOCK IS ALWAYS REBUILT BY
000700*    BALANCING THE MOVEMENTS AGAINST THE MANIFEST'S
001300     05  SKR-TXN-TIME            PIC 9(08).
001400     05  SKR-TXN-TYPE            PIC X(01).
001500         88  SKR-RECEIVED            VALUE 'R'.
001600         88  SKR-SOLD                VALUE 'S' 'G'.
001610         88  SKR-COUNTER-SOLD        VALUE 'S'.
001620         88  SKR-GROUP-SOLD          VALUE 'G'.
001700         88  SKR-WRITTEN-OFF         VALUE 'V'.
001800     05  SKR-QUANTITY            PIC 9(05).
001900     05  SKR-COUNTER-ID          PIC X(04).
