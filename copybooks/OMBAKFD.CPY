000100*    OMBAKFD - BANK DEPOSIT ACKNOWLEDGEMENT RECORD LAYOUT.
000200*    FIXED-FORMAT RECORD IN THE LAYOUT THE BANK RETURNS ON MEDIA
000300*    FOR EACH DEPOSIT DATE IT HAS PROCESSED: ONE TYPE-C RECORD
000400*    PER SITE CREDITED, KEYED ON THE SAME DEPOSIT DATE AND SITE
000500*    AS THE OMBNKFD RECORD WE SENT. THE AMOUNT IS WHAT THE BANK
000600*    ACTUALLY CREDITED, IN WHOLE YEN, RIGHT-JUSTIFIED AND ZERO-
000700*    FILLED. A FILE RESENT FOR A DATE RESTATES THAT DATE IN
000800*    FULL. ANY OTHER RECORD TYPE (THE BANK'S OWN HEADER AND
000900*    TRAILER) IS PASSED OVER.
001000 01  BANK-ACK-RECORD.
001100     05  BAK-RECORD-TYPE         PIC X(01).
001200         88  BAK-CREDIT-TYPE         VALUE 'C'.
001300     05  BAK-DEPOSIT-DATE        PIC 9(08).
001400     05  BAK-SITE-ID             PIC X(04).
001500     05  BAK-CREDIT-DATE         PIC 9(08).
001600     05  BAK-AMOUNT              PIC 9(11).
001700     05  BAK-CURRENCY            PIC X(03).
001800     05  BAK-BANK-REF            PIC X(05).
