000100*    OMCOAFD - GENERAL-LEDGER CHART-OF-ACCOUNTS CONTROL RECORD.
000200*    ONE RECORD PER SITE GIVING THE LEDGER ACCOUNT CODES THE
000300*    NIGHTLY JOURNAL POSTS THAT SITE'S OFFERINGS TO, SO NO
000400*    ACCOUNT CODE IS EVER HARD-CODED IN A PROGRAM. A RECORD
000500*    WITH SITE **** IS THE CATCH-ALL USED BY ANY SITE WITHOUT A
000600*    RECORD OF ITS OWN. A SITE WITH NEITHER CANNOT BE POSTED.
000700*    PREPAID BOXES ARE CARRIED AT THEIR OFFERING VALUE IN
000800*    COUNTER STOCK AGAINST DEFERRED INCOME FROM THE DAY THEY
000900*    ARE DRAWN UNTIL THEY SELL. THE WRITE-OFF ACCOUNT IS THE
001000*    ONE DEBITED WHEN A VOIDED LOT'S UNSOLD STOCK IS WRITTEN
001100*    OFF - NORMALLY THE DEFERRED-INCOME ACCOUNT ITSELF, OR A
001200*    LOSS ACCOUNT WHERE SPOILED STOCK IS BOOKED AS A LOSS. THE
001210*    RECEIVABLE ACCOUNT CARRIES GROUP-ORDER INVOICES UNTIL THEY
001220*    ARE PAID; IT MAY BE LEFT BLANK AT A SITE THAT TAKES NO
001230*    GROUP ORDERS.
001300 01  CHART-OF-ACCOUNTS-RECORD.
001400     05  COA-SITE-ID             PIC X(04).
001500     05  COA-KIOSK-CASH          PIC X(08).
001600     05  COA-COUNTER-CASH        PIC X(08).
001700     05  COA-OFFERING-INCOME     PIC X(08).
001800     05  COA-DEFERRED-INCOME     PIC X(08).
001900     05  COA-COUNTER-STOCK       PIC X(08).
002000     05  COA-WRITE-OFF           PIC X(08).
002010     05  COA-RECEIVABLE          PIC X(08).
