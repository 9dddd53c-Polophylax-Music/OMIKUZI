000100*    OMXHSFD - BRANCH TRANSMISSION HISTORY RECORD LAYOUT.
000200*    ONE RECORD IS APPENDED TO OMIXHST FOR EVERY TRANSMISSION
000300*    THE BRANCH EXTRACT CUTS. THE LAST RECORD SAYS WHERE THE
000400*    NEXT TRANSMISSION STARTS: THE DAY AFTER THE LAST DAY SENT,
000500*    AND (BY ITS LOG MARK) WHICH OMILOG RECORDS HAD ALREADY BEEN
000600*    READ, SO A REVERSAL OR LATE DRAW APPENDED LATER FOR A DAY
000700*    ALREADY SENT GOES WITH THE NEXT TRANSMISSION. THE LOG MARKS
000800*    ARE RECORD COUNTS OF OMILOG; TOGETHER WITH THE DATES THEY
000900*    LET A LOST TRANSMISSION BE CUT AGAIN EXACTLY AS IT WAS.
001000 01  TRANSMISSION-HISTORY-RECORD.
001100     05  XHS-SEQUENCE-NO         PIC 9(05).
001200     05  XHS-FROM-DATE           PIC 9(08).
001300     05  XHS-TO-DATE             PIC 9(08).
001400     05  XHS-LOG-MARK-FROM       PIC 9(09).
001500     05  XHS-LOG-MARK-TO         PIC 9(09).
001600     05  XHS-RECORD-COUNT        PIC 9(07).
001700     05  XHS-EXTRACT-DATE        PIC 9(08).
001800     05  XHS-EXTRACT-TIME        PIC 9(08).
