000100*    OMGLJFD - GENERAL-LEDGER JOURNAL INTERFACE RECORD LAYOUT.
000200*    ONE RECORD PER JOURNAL LINE, APPENDED TO OMIGLJN BY THE
000300*    NIGHTLY POSTING FOR THE LEDGER TO PICK UP. EVERY ENTRY IS
000400*    WRITTEN AS A DEBIT LINE AND A CREDIT LINE OF THE SAME
000500*    AMOUNT, SO EACH DAY'S LINES BALANCE. THE SOURCE SAYS WHAT
000600*    THE ENTRY RECORDS:
000700*      K - KIOSK OFFERINGS COLLECTED, NET OF TILL REFUNDS
000800*      D - PREPAID BOXES DRAWN INTO COUNTER STOCK
000900*      S - COUNTER STOCK SOLD AND ITS INCOME RELEASED
000910*      G - COUNTER STOCK PULLED FOR GROUP ORDERS
000920*      I - GROUP-ORDER INVOICES RAISED
000930*      P - PAYMENTS RECEIVED AGAINST GROUP-ORDER INVOICES
001000*      W - A VOIDED LOT'S UNSOLD STOCK WRITTEN OFF
001100*    THE LOT NUMBER IS ZERO EXCEPT ON A WRITE-OFF.
001200 01  GL-JOURNAL-RECORD.
001300     05  GLJ-POST-DATE           PIC 9(08).
001400     05  GLJ-LINE-NO             PIC 9(05).
001500     05  GLJ-SITE-ID             PIC X(04).
001600     05  GLJ-ACCOUNT             PIC X(08).
001700     05  GLJ-DEBIT-CREDIT        PIC X(01).
001800         88  GLJ-DEBIT               VALUE 'D'.
001900         88  GLJ-CREDIT              VALUE 'C'.
002000     05  GLJ-AMOUNT              PIC 9(11).
002100     05  GLJ-SOURCE              PIC X(01).
002200         88  GLJ-KIOSK-OFFERINGS     VALUE 'K'.
002300         88  GLJ-BOXES-DRAWN         VALUE 'D'.
002400         88  GLJ-STOCK-SOLD          VALUE 'S'.
002410         88  GLJ-GROUP-STOCK         VALUE 'G'.
002420         88  GLJ-GROUP-INVOICED      VALUE 'I'.
002430         88  GLJ-GROUP-PAID          VALUE 'P'.
002500         88  GLJ-STOCK-WRITTEN-OFF   VALUE 'W'.
002600     05  GLJ-LOT-NO              PIC 9(05).
002700     05  GLJ-NARRATIVE           PIC X(30).
