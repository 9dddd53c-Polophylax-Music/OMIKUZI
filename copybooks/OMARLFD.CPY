000100*    OMARLFD - GROUP ACCOUNTS-RECEIVABLE LEDGER RECORD LAYOUT.
000200*    ONE RECORD IS APPENDED TO OMIARLG FOR EVERY INVOICE RAISED
000300*    AGAINST A GROUP ORDER (TYPE I) AND EVERY PAYMENT RECEIVED
000400*    AGAINST AN INVOICE (TYPE P). THE LEDGER IS APPEND-ONLY; AN
000500*    INVOICE'S UNPAID BALANCE IS ALWAYS REBUILT BY TAKING ITS
000600*    PAYMENTS FROM ITS AMOUNT, AS THE STOCK LEDGER IS BALANCED
000700*    AGAINST THE MANIFEST. AMOUNTS ARE IN YEN. THE ORDER NUMBER,
000800*    CUSTOMER AND SITE ARE REPEATED ON A PAYMENT FROM ITS
000900*    INVOICE.
001000 01  RECEIVABLE-LEDGER-RECORD.
001100     05  ARL-INVOICE-NO          PIC 9(06).
001200     05  ARL-ENTRY-TYPE          PIC X(01).
001300         88  ARL-INVOICE             VALUE 'I'.
001400         88  ARL-PAYMENT             VALUE 'P'.
001500     05  ARL-ENTRY-DATE          PIC 9(08).
001600     05  ARL-ORDER-NO            PIC 9(05).
001700     05  ARL-CUSTOMER            PIC X(30).
001800     05  ARL-SITE-ID             PIC X(04).
001900     05  ARL-AMOUNT              PIC 9(11).
002000     05  ARL-REFERENCE           PIC X(10).
002100     05  ARL-OPERATOR-ID         PIC X(08).
