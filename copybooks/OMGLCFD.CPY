000100*    OMGLCFD - GENERAL-LEDGER POSTING CONTROL RECORD LAYOUT.
000200*    ONE RECORD IS APPENDED TO OMIGLCT FOR EVERY DAY THE
000300*    NIGHTLY JOURNAL POSTS, WITH THE LINE COUNT AND THE DEBIT
000400*    AND CREDIT TOTALS WRITTEN TO OMIGLJN. A DAY ALREADY ON
000500*    THIS FILE IS NEVER POSTED AGAIN.
000600 01  GL-POSTING-CONTROL-RECORD.
000700     05  GLC-POST-DATE           PIC 9(08).
000800     05  GLC-RUN-DATE            PIC 9(08).
000900     05  GLC-RUN-TIME            PIC 9(08).
001000     05  GLC-LINE-COUNT          PIC 9(05).
001100     05  GLC-DEBIT-TOTAL         PIC 9(11).
001200     05  GLC-CREDIT-TOTAL        PIC 9(11).
