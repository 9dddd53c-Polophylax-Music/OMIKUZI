000100*    OMDACFD - DEPOSIT ACKNOWLEDGEMENT CONTROL RECORD LAYOUT.
000200*    HOW MANY DAYS A DEPOSIT MAY WAIT FOR THE BANK'S
000300*    ACKNOWLEDGEMENT BEFORE THE MATCH REPORTS IT OVERDUE, AND
000400*    HOW MANY DAYS A CLEARED DEPOSIT IS KEPT ON OMIDSTS BEFORE
000500*    IT IS DROPPED. WHEN THE FILE IS ABSENT THE MATCH USES ITS
000600*    BUILT-IN 3 AND 35 DAYS.
000700 01  DEPOSIT-ACK-CONTROL-RECORD.
000800     05  DAC-GRACE-DAYS          PIC 9(03).
000900     05  DAC-KEEP-DAYS           PIC 9(03).
