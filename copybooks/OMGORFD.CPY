000100*    OMGORFD - GROUP ORDER RECORD LAYOUT.
000200*    ONE RECORD IS APPENDED TO OMIGORD FOR EVERY GROUP OR TOUR
000300*    ORDER TAKEN BY THE GROUP-ORDER PROGRAM WHEN A PARTY RINGS
000400*    AHEAD: WHO, WHICH SITE'S COUNTER WILL SERVE THEM, HOW MANY
000500*    SLIPS AND THE FEE PER SLIP AGREED WITH THE CUSTOMER. THE
000600*    FILE IS APPEND-ONLY; AN ORDER IS OPEN UNTIL AN INVOICE FOR
000700*    IT APPEARS ON THE OMIARLG RECEIVABLES LEDGER.
000800 01  GROUP-ORDER-RECORD.
000900     05  GOR-ORDER-NO            PIC 9(05).
001000     05  GOR-ORDER-DATE          PIC 9(08).
001100     05  GOR-CUSTOMER            PIC X(30).
001200     05  GOR-SITE-ID             PIC X(04).
001300     05  GOR-VISIT-DATE          PIC 9(08).
001400     05  GOR-QUANTITY            PIC 9(05).
001500     05  GOR-FEE-PER-SLIP        PIC 9(05).
001600     05  GOR-OPERATOR-ID         PIC X(08).
