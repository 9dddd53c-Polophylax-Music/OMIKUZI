000100*    OMINCFD - GROUP INVOICE NUMBER CONTROL RECORD LAYOUT.
000200*    HOLDS THE LAST INVOICE NUMBER GIVEN TO A GROUP ORDER. EACH
000300*    INVOICE TAKES THE NEXT NUMBER AND WRITES IT BACK AT ONCE,
000400*    SO NO TWO INVOICES EVER SHARE A NUMBER. TO START FROM A
000500*    CHOSEN NUMBER, SET THIS RECORD TO THAT NUMBER MINUS ONE.
000600 01  INVOICE-CONTROL-RECORD.
000700     05  INC-LAST-INVOICE-NO     PIC 9(06).
