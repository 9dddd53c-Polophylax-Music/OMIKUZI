000100*    OMDSTFD - BANK DEPOSIT STATUS RECORD LAYOUT.
000200*    ONE RECORD PER DEPOSIT DATE AND SITE, CARRIED FORWARD BY
000300*    THE ACKNOWLEDGEMENT MATCH FROM RUN TO RUN SO AN OPEN ITEM
000400*    STAYS ON THE EXCEPTION REPORT UNTIL IT CLEARS. THE DEPOSIT
000500*    SIDE COMES FROM OMIBANK, THE CREDIT SIDE FROM THE BANK'S
000600*    OMIBACK ACKNOWLEDGEMENT. STATUS IS:
000700*      O - DEPOSITED, THE BANK HAS NOT ACKNOWLEDGED THE DATE YET
000800*      M - THE BANK ACKNOWLEDGED THE DATE BUT CREDITED NOTHING
000900*          FOR THIS SITE (UNMATCHED DEPOSIT)
001000*      D - CREDITED, BUT NOT THE AMOUNT DEPOSITED
001100*      U - CREDITED WITH NO DEPOSIT OF OURS ON FILE
001200*      C - CREDITED IN FULL - CLEARED
001300*    CLEARED RECORDS ARE KEPT FOR THE KEEP PERIOD ON OMIDACC
001400*    AND THEN DROPPED.
001500 01  DEPOSIT-STATUS-RECORD.
001600     05  DST-DEPOSIT-DATE        PIC 9(08).
001700     05  DST-SITE-ID             PIC X(04).
001800     05  DST-STATUS              PIC X(01).
001900         88  DST-OPEN                VALUE 'O'.
002000         88  DST-MISSING             VALUE 'M'.
002100         88  DST-DIFFERENCE          VALUE 'D'.
002200         88  DST-UNMATCHED-CREDIT    VALUE 'U'.
002300         88  DST-CLEARED             VALUE 'C'.
002400     05  DST-DEPOSIT-SWITCH      PIC X(01).
002500         88  DST-DEPOSIT-ON-FILE     VALUE 'Y'.
002600     05  DST-DEPOSIT-AMOUNT      PIC 9(11).
002700     05  DST-CREDIT-SWITCH       PIC X(01).
002800         88  DST-CREDIT-ON-FILE      VALUE 'Y'.
002900     05  DST-CREDIT-AMOUNT       PIC 9(11).
003000     05  DST-CREDIT-DATE         PIC 9(08).
003100     05  DST-BANK-REF            PIC X(05).
003200     05  DST-FIRST-SEEN-DATE     PIC 9(08).
003300     05  DST-CLEARED-DATE        PIC 9(08).
