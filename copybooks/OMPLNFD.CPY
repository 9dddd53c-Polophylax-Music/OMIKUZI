000100*    OMPLNFD - BOX PRODUCTION PLAN RUN SCHEDULE RECORD LAYOUT.
000200*    ONE RECORD PER OMIBATCH RUN IN AN APPROVED PRODUCTION PLAN:
000300*    THE SITE AND FESTIVAL DAY THE BOX IS FOR, ITS RUN NUMBER
000400*    WITHIN THAT DAY, THE SLIP COUNT AND SERIAL RANGE, AND THE
000500*    NAME OF THE CONTROL FILE CUT FOR IT - AN OMIBCNT COUNT
000600*    (TYPE C) OR AN OMISLC SERIAL LIST (TYPE S). THE OPERATOR
000700*    COPIES THAT FILE TO OMIBCNT OR OMISLC AND RUNS OMIBATCH
000800*    WITH OMISITE SET TO THE SITE. THE FILE IS REWRITTEN WHOLE
000900*    BY EACH APPROVED PLAN.
001000 01  PLAN-RUN-RECORD.
001100     05  PLN-SITE-ID             PIC X(04).
001200     05  PLN-DRAW-FOR-DATE       PIC 9(08).
001300     05  PLN-RUN-NO              PIC 9(03).
001400     05  PLN-SLIP-COUNT          PIC 9(05).
001500     05  PLN-FIRST-SLIP-NO       PIC 9(05).
001600     05  PLN-LAST-SLIP-NO        PIC 9(05).
001700     05  PLN-FILE-TYPE           PIC X(01).
001800         88  PLN-COUNT-FILE          VALUE 'C'.
001900         88  PLN-SERIAL-LIST         VALUE 'S'.
002000     05  PLN-FILE-NAME           PIC X(25).
002100     05  PLN-PLANNED-DATE        PIC 9(08).
