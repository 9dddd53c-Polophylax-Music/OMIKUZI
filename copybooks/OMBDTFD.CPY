000100*    OMBDTFD - BUSINESS PROCESSING-DATE CONTROL RECORD LAYOUT.
000200*    HOLDS THE SHRINE DAY EVERY DATE-DRIVEN PROGRAM WORKS ON,
000300*    SO A STREAM THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT
000400*    BELONGS TO. ONLY THE END-OF-DAY ROLL MOVES IT ON, AND ONLY
000500*    AFTER THE DAY-END CLOSE HAS BANKED A CLEAN CLOSE RECORD FOR
000600*    IT. THE PRIOR DATE AND THE MACHINE DATE AND TIME OF THE
000700*    LAST ROLL ARE KEPT FOR THE MORNING CHECKLIST.
000800 01  BUSINESS-DATE-RECORD.
000900     05  BDR-BUSINESS-DATE       PIC 9(08).
001000     05  BDR-PRIOR-DATE          PIC 9(08).
001100     05  BDR-ROLL-DATE           PIC 9(08).
001200     05  BDR-ROLL-TIME           PIC 9(08).
