000100*    OMGALFD - GROUP ORDER SLIP ALLOCATION RECORD LAYOUT.
000200*    ONE RECORD IS APPENDED TO OMIGALC FOR EACH RUN OF
000300*    CONSECUTIVE SERIALS PULLED FROM A LOT FOR A GROUP ORDER,
000400*    SO THE SLIPS HANDED TO A PARTY CAN BE TRACED BACK FROM THE
000500*    INVOICE. THE SAME SERIALS ARE MARKED ISSUED ON OMIISSU AND
000600*    THE QUANTITY POSTED AS A GROUP-SOLD MOVEMENT ON OMISTKF.
000700 01  GROUP-ALLOCATION-RECORD.
000800     05  GAL-ORDER-NO            PIC 9(05).
000900     05  GAL-INVOICE-NO          PIC 9(06).
001000     05  GAL-ALLOC-DATE          PIC 9(08).
001100     05  GAL-LOT-NO              PIC 9(05).
001200     05  GAL-FIRST-SLIP-NO       PIC 9(05).
001300     05  GAL-LAST-SLIP-NO        PIC 9(05).
001400     05  GAL-QUANTITY            PIC 9(05).
